       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DepreciateCopies.
      *Monthly depreciation of the copies on LDF.DAT.  Each copy's
      *cost - its purchase price - is written down straight line
      *over a life in months, one month for each period this run is
      *given, and the running position is kept per copy on the
      *depreciation ledger DEPREC.DAT: cost, life, months taken,
      *accumulated depreciation and net book value.  A copy seen
      *for the first time joins the ledger at its purchase price
      *with nothing yet taken.  The month's charge is the net book
      *value spread over the months of life still to run, so a
      *change of life takes effect from the month it is made
      *without re-stating what has already been charged, and the
      *last month of life takes whatever is left.  The period's
      *charge, accumulated depreciation and net book value are
      *filed by branch on DEPPRD.DAT for GLExtract, and a summary
      *by branch prints on DepreciateCopies.rpt.  A copy already
      *charged for the period is not charged again, so the run can
      *be repeated or restarted safely; its charge is still counted
      *in the period totals.  The run parameters are the period
      *(YYYYMM) and, optionally, the straight-line life in months
      *to set on every copy - without it, copies keep the life they
      *have and new copies are given 36 months.

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

           SELECT DEPRECIATION-FILE ASSIGN TO "DEPREC.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS DEPRECIATION-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-LIBRARY-NUM.

           SELECT DEPRECIATION-PERIOD-FILE ASSIGN TO "DEPPRD.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS DEPP-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPP-KEY.

           SELECT REPORT-FILE ASSIGN TO "DepreciateCopies.rpt".

       DATA DIVISION.
       FILE SECTION.

       FD  LIBRARY-DETAILS-FILE.
       01  LDF-RECORD.
           02  LDF-LIBRARY-NUM         PIC X(5).
           02  LDF-LIBRARY-CODE        PIC 9(5).
           02  LDF-RENTAL-EARNINGS     PIC 9(4)V99.
           02  LDF-PURCHASE-PRICE      PIC 999V99.
           02  LDF-BRANCH-CODE         PIC 99.

      *    ONE RECORD PER COPY ON THE SHELVES.  THE LAST CHARGE IS
      *    KEPT WITH THE PERIOD IT WAS TAKEN FOR, SO A REPEATED RUN
      *    CAN COUNT IT WITHOUT TAKING IT AGAIN.
       FD  DEPRECIATION-FILE.
       01  DEPRECIATION-RECORD.
           02  DEP-LIBRARY-NUM         PIC X(5).
           02  DEP-BRANCH-CODE         PIC 99.
           02  DEP-COST                PIC 999V99.
           02  DEP-LIFE-MONTHS         PIC 999.
           02  DEP-MONTHS-TAKEN        PIC 999.
           02  DEP-ACCUM-DEPRECIATION  PIC 999V99.
           02  DEP-NET-BOOK-VALUE      PIC 999V99.
           02  DEP-LAST-PERIOD         PIC 9(6).
           02  DEP-LAST-CHARGE         PIC 999V99.

      *    ONE RECORD PER BRANCH PER PERIOD DEPRECIATED.
       FD  DEPRECIATION-PERIOD-FILE.
       01  DEPRECIATION-PERIOD-RECORD.
           02  DEPP-KEY.
               03  DEPP-PERIOD         PIC 9(6).
               03  DEPP-BRANCH-CODE    PIC 99.
           02  DEPP-COPY-COUNT         PIC 9(6).
           02  DEPP-CHARGE             PIC 9(7)V99.
           02  DEPP-ACCUM-DEPRECIATION PIC 9(9)V99.
           02  DEPP-NET-BOOK-VALUE     PIC 9(9)V99.
           02  DEPP-RUN-DATE           PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  LDF-STATUS              PIC X(2).
           02  DEPRECIATION-STATUS     PIC X(2).
           02  DEPP-STATUS             PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    LDF-FILE-END      VALUE 0.

       01  FILLER                      PIC 9     VALUE 0.
           88  LIFE-GIVEN              VALUE 1.
           88  LIFE-NOT-GIVEN          VALUE 0.

       01  RUN-PARAMETER               PIC X(20).
       01  PARSED-PARAMETER.
           02  PARM-PERIOD             PIC X(6).
           02  PARM-LIFE               PIC X(3).

       01  RUN-FIELDS.
           02  DEPRECIATION-PERIOD     PIC 9(6).
           02  DEPRECIATION-PERIOD-PARTS REDEFINES DEPRECIATION-PERIOD.
               03  FILLER              PIC 9(4).
               03  PERIOD-MONTH        PIC 99.
                   88  PERIOD-MONTH-VALID VALUES 01 THRU 12.
           02  RUN-LIFE-MONTHS         PIC 999.
           02  DEFAULT-LIFE-MONTHS     PIC 999   VALUE 36.
           02  MONTHS-REMAINING        PIC S999.
           02  MONTH-CHARGE            PIC 999V99.
           02  RUN-DATE                PIC 9(8).

      *    BRANCH SLOT 1 IS CODE 00 / UNASSIGNED, THE SAME SCHEME
      *    THE MAIN REPORT AND GLEXTRACT USE.
       01  BRANCH-DEPRECIATION-TABLE.
           02  BRANCH-DEPRECIATION OCCURS 11 TIMES.
               03  BRD-COPY-COUNT      PIC 9(6).
               03  BRD-CHARGE          PIC 9(7)V99.
               03  BRD-ACCUM-DEPRECIATION PIC 9(9)V99.
               03  BRD-NET-BOOK-VALUE  PIC 9(9)V99.

       01  REPORT-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "COPY DEPRECIATION".

       01  REPORT-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  REPORT-IDENT-LINE.
           02  FILLER                  PIC X(7)  VALUE "PERIOD ".
           02  PRN-IDENT-PERIOD        PIC 9(6).
           02  FILLER                  PIC X(11) VALUE "  RUN DATE ".
           02  PRN-IDENT-DATE          PIC 9(8).
           02  FILLER                  PIC X(8)  VALUE "  LIFE ".
           02  PRN-IDENT-LIFE          PIC X(20).

       01  REPORT-ITEM-HEADING.
           02  FILLER                  PIC X(8)  VALUE "BRANCH".
           02  FILLER                  PIC X(9)  VALUE "   COPIES".
           02  FILLER                  PIC X(16)
                                       VALUE "   MONTH CHARGE".
           02  FILLER                  PIC X(16)
                                       VALUE "    ACCUMULATED".
           02  FILLER                  PIC X(16)
                                       VALUE " NET BOOK VALUE".

       01  REPORT-DETAIL-LINE.
           02  PRN-BRANCH-TEXT         PIC X(8).
           02  PRN-COPY-COUNT          PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-CHARGE              PIC $$,$$$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACCUM-DEPRECIATION  PIC $$$,$$$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-NET-BOOK-VALUE      PIC $$$,$$$,$$9.99.

       01  REPORT-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.

       01  COUNTERS.
           02  BRANCH-SLOT             PIC 99.
           02  PRINT-BRANCH-CODE       PIC 99.
           02  CHARGED-COUNT           PIC 9(6)  VALUE ZERO.
           02  ALREADY-CHARGED-COUNT   PIC 9(6)  VALUE ZERO.
           02  NEW-COPY-COUNT          PIC 9(6)  VALUE ZERO.
           02  WRITTEN-DOWN-COUNT      PIC 9(6)  VALUE ZERO.
           02  LATER-PERIOD-COUNT      PIC 9(6)  VALUE ZERO.
           02  FAILED-WRITE-COUNT      PIC 9(6)  VALUE ZERO.
           02  TOTAL-COPIES            PIC 9(6)  VALUE ZERO.
           02  TOTAL-CHARGE            PIC 9(7)V99 VALUE ZERO.
           02  TOTAL-ACCUM-DEPRECIATION PIC 9(9)V99 VALUE ZERO.
           02  TOTAL-NET-BOOK-VALUE    PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      *    THE PERIOD (YYYYMM) IS REQUIRED SO A MONTH'S CHARGE IS
      *    NEVER FILED UNDER THE WRONG PERIOD BY ACCIDENT.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           MOVE SPACES TO PARSED-PARAMETER
           UNSTRING RUN-PARAMETER DELIMITED BY ALL SPACES
               INTO PARM-PERIOD, PARM-LIFE
           END-UNSTRING

           IF PARM-PERIOD NOT NUMERIC
               DISPLAY "DEPRECIATECOPIES REQUIRES A YYYYMM PARM - "
                       "ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-PERIOD TO DEPRECIATION-PERIOD
           IF NOT PERIOD-MONTH-VALID
               DISPLAY "DEPRECIATECOPIES PERIOD MONTH MUST BE 01-12 "
                       "- ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PARM-LIFE EQUAL TO SPACES
               SET LIFE-NOT-GIVEN TO TRUE
           ELSE
               PERFORM TAKE-LIFE-PARAMETER
           END-IF

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT LIBRARY-DETAILS-FILE.
           IF LDF-STATUS NOT EQUAL TO "00"
               DISPLAY "DEPRECIATECOPIES - CANNOT OPEN LDF.DAT, FS = "
                       LDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-DEPRECIATION-FILE.
           PERFORM OPEN-DEPRECIATION-PERIOD-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE ZEROS TO BRANCH-DEPRECIATION-TABLE.

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

           PERFORM DEPRECIATE-ONE-COPY UNTIL LDF-FILE-END.

           PERFORM FILE-BRANCH-PERIOD
               VARYING BRANCH-SLOT FROM 1 BY 1
               UNTIL BRANCH-SLOT GREATER THAN 11.

           PERFORM PRINT-DEPRECIATION-SUMMARY.

           CLOSE LIBRARY-DETAILS-FILE,
                 DEPRECIATION-FILE,
                 DEPRECIATION-PERIOD-FILE,
                 REPORT-FILE.

           DISPLAY "DEPRECIATECOPIES " CHARGED-COUNT
                   " COPIES CHARGED FOR PERIOD " DEPRECIATION-PERIOD

           IF FAILED-WRITE-COUNT GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       TAKE-LIFE-PARAMETER.
           SET LIFE-GIVEN TO TRUE
           IF PARM-LIFE(3:1) EQUAL TO SPACE
               IF PARM-LIFE(2:1) EQUAL TO SPACE
                   MOVE PARM-LIFE(1:1) TO PARM-LIFE(3:1)
                   MOVE "00" TO PARM-LIFE(1:2)
               ELSE
                   MOVE PARM-LIFE(2:1) TO PARM-LIFE(3:1)
                   MOVE PARM-LIFE(1:1) TO PARM-LIFE(2:1)
                   MOVE "0" TO PARM-LIFE(1:1)
               END-IF
           END-IF
           IF PARM-LIFE NOT NUMERIC
               DISPLAY "DEPRECIATECOPIES LIFE MUST BE 1-999 MONTHS "
                       "- ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-LIFE TO RUN-LIFE-MONTHS
           IF RUN-LIFE-MONTHS EQUAL TO ZERO
               DISPLAY "DEPRECIATECOPIES LIFE MUST BE 1-999 MONTHS "
                       "- ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    OPENS DEPREC.DAT FOR UPDATE, CREATING IT ON THE VERY
      *    FIRST RUN IF IT DOES NOT YET EXIST.
       OPEN-DEPRECIATION-FILE.
           OPEN I-O DEPRECIATION-FILE.
           IF DEPRECIATION-STATUS = "35"
               OPEN OUTPUT DEPRECIATION-FILE
               CLOSE DEPRECIATION-FILE
               OPEN I-O DEPRECIATION-FILE
           END-IF.

      *    OPENS DEPPRD.DAT FOR UPDATE, CREATING IT ON THE VERY
      *    FIRST RUN IF IT DOES NOT YET EXIST.
       OPEN-DEPRECIATION-PERIOD-FILE.
           OPEN I-O DEPRECIATION-PERIOD-FILE.
           IF DEPP-STATUS = "35"
               OPEN OUTPUT DEPRECIATION-PERIOD-FILE
               CLOSE DEPRECIATION-PERIOD-FILE
               OPEN I-O DEPRECIATION-PERIOD-FILE
           END-IF.

       DEPRECIATE-ONE-COPY.
           MOVE LDF-LIBRARY-NUM TO DEP-LIBRARY-NUM
           READ DEPRECIATION-FILE
               INVALID KEY
                   PERFORM START-COPY-LEDGER
           END-READ

           MOVE LDF-BRANCH-CODE TO DEP-BRANCH-CODE
           IF LIFE-GIVEN
               MOVE RUN-LIFE-MONTHS TO DEP-LIFE-MONTHS
           END-IF

           EVALUATE TRUE
               WHEN DEP-LAST-PERIOD EQUAL TO DEPRECIATION-PERIOD
                   ADD 1 TO ALREADY-CHARGED-COUNT
               WHEN DEP-LAST-PERIOD GREATER THAN DEPRECIATION-PERIOD
                   ADD 1 TO LATER-PERIOD-COUNT
               WHEN OTHER
                   PERFORM CHARGE-ONE-MONTH
           END-EVALUATE

           REWRITE DEPRECIATION-RECORD
               INVALID KEY
                   ADD 1 TO FAILED-WRITE-COUNT
                   DISPLAY "DEPRECIATECOPIES REWRITE FAILED FOR "
                           DEP-LIBRARY-NUM ", FS = "
                           DEPRECIATION-STATUS
               NOT INVALID KEY
                   PERFORM ADD-COPY-TO-BRANCH
           END-REWRITE

           READ LIBRARY-DETAILS-FILE NEXT RECORD
               AT END SET LDF-FILE-END TO TRUE
           END-READ.

      *    A COPY JOINS THE LEDGER AT ITS PURCHASE PRICE WITH
      *    NOTHING TAKEN.  IT IS WRITTEN STRAIGHT AWAY SO THE
      *    REWRITE THAT FOLLOWS IS THE SAME FOR EVERY COPY.
       START-COPY-LEDGER.
           MOVE LDF-LIBRARY-NUM TO DEP-LIBRARY-NUM
           MOVE LDF-BRANCH-CODE TO DEP-BRANCH-CODE
           MOVE LDF-PURCHASE-PRICE TO DEP-COST
           MOVE DEFAULT-LIFE-MONTHS TO DEP-LIFE-MONTHS
           MOVE ZEROS TO DEP-MONTHS-TAKEN
           MOVE ZEROS TO DEP-ACCUM-DEPRECIATION
           MOVE LDF-PURCHASE-PRICE TO DEP-NET-BOOK-VALUE
           MOVE ZEROS TO DEP-LAST-PERIOD
           MOVE ZEROS TO DEP-LAST-CHARGE
           WRITE DEPRECIATION-RECORD
               INVALID KEY
                   DISPLAY "DEPRECIATECOPIES WRITE FAILED FOR "
                           DEP-LIBRARY-NUM ", FS = "
                           DEPRECIATION-STATUS
               NOT INVALID KEY
                   ADD 1 TO NEW-COPY-COUNT
           END-WRITE.

      *    THE NET BOOK VALUE OVER THE MONTHS STILL TO RUN.  ONCE
      *    THE LIFE IS USED UP - OR IS SHORTENED BELOW THE MONTHS
      *    ALREADY TAKEN - WHATEVER IS LEFT GOES IN ONE CHARGE.
       CHARGE-ONE-MONTH.
           IF DEP-NET-BOOK-VALUE EQUAL TO ZERO
               MOVE ZEROS TO MONTH-CHARGE
               ADD 1 TO WRITTEN-DOWN-COUNT
           ELSE
               COMPUTE MONTHS-REMAINING =
                   DEP-LIFE-MONTHS - DEP-MONTHS-TAKEN
               IF MONTHS-REMAINING LESS THAN 2
                   MOVE DEP-NET-BOOK-VALUE TO MONTH-CHARGE
               ELSE
                   COMPUTE MONTH-CHARGE ROUNDED =
                       DEP-NET-BOOK-VALUE / MONTHS-REMAINING
               END-IF
               ADD 1 TO DEP-MONTHS-TAKEN
               ADD 1 TO CHARGED-COUNT
           END-IF

           ADD MONTH-CHARGE TO DEP-ACCUM-DEPRECIATION
           SUBTRACT MONTH-CHARGE FROM DEP-NET-BOOK-VALUE
           MOVE MONTH-CHARGE TO DEP-LAST-CHARGE
           MOVE DEPRECIATION-PERIOD TO DEP-LAST-PERIOD.

      *    EVERY COPY ON THE SHELVES COUNTS TOWARDS ITS BRANCH'S
      *    ACCUMULATED DEPRECIATION AND NET BOOK VALUE; ONLY A
      *    CHARGE TAKEN FOR THIS PERIOD COUNTS TOWARDS THE CHARGE.
       ADD-COPY-TO-BRANCH.
           IF DEP-BRANCH-CODE NUMERIC
              AND DEP-BRANCH-CODE LESS THAN OR EQUAL TO 10
               COMPUTE BRANCH-SLOT = DEP-BRANCH-CODE + 1
           ELSE
               MOVE 1 TO BRANCH-SLOT
           END-IF

           ADD 1 TO BRD-COPY-COUNT(BRANCH-SLOT)
           IF DEP-LAST-PERIOD EQUAL TO DEPRECIATION-PERIOD
               ADD DEP-LAST-CHARGE TO BRD-CHARGE(BRANCH-SLOT)
           END-IF
           ADD DEP-ACCUM-DEPRECIATION TO
               BRD-ACCUM-DEPRECIATION(BRANCH-SLOT)
           ADD DEP-NET-BOOK-VALUE TO BRD-NET-BOOK-VALUE(BRANCH-SLOT).

      *    A REPEATED RUN REPLACES THE BRANCH'S FIGURES FOR THE
      *    PERIOD RATHER THAN ADDING A SECOND SET.
       FILE-BRANCH-PERIOD.
           IF BRD-COPY-COUNT(BRANCH-SLOT) GREATER THAN ZERO
               MOVE DEPRECIATION-PERIOD TO DEPP-PERIOD
               COMPUTE DEPP-BRANCH-CODE = BRANCH-SLOT - 1
               MOVE BRD-COPY-COUNT(BRANCH-SLOT) TO DEPP-COPY-COUNT
               MOVE BRD-CHARGE(BRANCH-SLOT) TO DEPP-CHARGE
               MOVE BRD-ACCUM-DEPRECIATION(BRANCH-SLOT) TO
                   DEPP-ACCUM-DEPRECIATION
               MOVE BRD-NET-BOOK-VALUE(BRANCH-SLOT) TO
                   DEPP-NET-BOOK-VALUE
               MOVE RUN-DATE TO DEPP-RUN-DATE
               WRITE DEPRECIATION-PERIOD-RECORD
                   INVALID KEY
                       REWRITE DEPRECIATION-PERIOD-RECORD
                           INVALID KEY
                               ADD 1 TO FAILED-WRITE-COUNT
                               DISPLAY "DEPRECIATECOPIES DEPPRD "
                                       "REWRITE FS = " DEPP-STATUS
                       END-REWRITE
               END-WRITE
           END-IF.

       PRINT-DEPRECIATION-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE.

           WRITE REPORT-LINE FROM REPORT-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 1 LINE

           MOVE DEPRECIATION-PERIOD TO PRN-IDENT-PERIOD
           MOVE RUN-DATE TO PRN-IDENT-DATE
           IF LIFE-GIVEN
               MOVE SPACES TO PRN-IDENT-LIFE
               STRING RUN-LIFE-MONTHS DELIMITED BY SIZE
                      " MONTHS - ALL COPIES" DELIMITED BY SIZE
                   INTO PRN-IDENT-LIFE
               END-STRING
           ELSE
               MOVE "AS SET PER COPY" TO PRN-IDENT-LIFE
           END-IF
           WRITE REPORT-LINE FROM REPORT-IDENT-LINE
               AFTER ADVANCING 2 LINE

           WRITE REPORT-LINE FROM REPORT-ITEM-HEADING
               AFTER ADVANCING 2 LINE

           PERFORM PRINT-ONE-BRANCH
               VARYING BRANCH-SLOT FROM 1 BY 1
               UNTIL BRANCH-SLOT GREATER THAN 11

           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "TOTAL" TO PRN-BRANCH-TEXT
           MOVE TOTAL-COPIES TO PRN-COPY-COUNT
           MOVE TOTAL-CHARGE TO PRN-CHARGE
           MOVE TOTAL-ACCUM-DEPRECIATION TO PRN-ACCUM-DEPRECIATION
           MOVE TOTAL-NET-BOOK-VALUE TO PRN-NET-BOOK-VALUE
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "COPIES CHARGED THIS RUN:" TO PRN-TOTAL-TEXT
           MOVE CHARGED-COUNT TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINE

           MOVE "NEW TO THE LEDGER:" TO PRN-TOTAL-TEXT
           MOVE NEW-COPY-COUNT TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "ALREADY CHARGED FOR PERIOD:" TO PRN-TOTAL-TEXT
           MOVE ALREADY-CHARGED-COUNT TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "CHARGED FOR A LATER PERIOD:" TO PRN-TOTAL-TEXT
           MOVE LATER-PERIOD-COUNT TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "FULLY WRITTEN DOWN:" TO PRN-TOTAL-TEXT
           MOVE WRITTEN-DOWN-COUNT TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "LEDGER UPDATES FAILED:" TO PRN-TOTAL-TEXT
           MOVE FAILED-WRITE-COUNT TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-ONE-BRANCH.
           IF BRD-COPY-COUNT(BRANCH-SLOT) GREATER THAN ZERO
               ADD BRD-COPY-COUNT(BRANCH-SLOT) TO TOTAL-COPIES
               ADD BRD-CHARGE(BRANCH-SLOT) TO TOTAL-CHARGE
               ADD BRD-ACCUM-DEPRECIATION(BRANCH-SLOT) TO
                   TOTAL-ACCUM-DEPRECIATION
               ADD BRD-NET-BOOK-VALUE(BRANCH-SLOT) TO
                   TOTAL-NET-BOOK-VALUE

               COMPUTE PRINT-BRANCH-CODE = BRANCH-SLOT - 1
               MOVE SPACES TO PRN-BRANCH-TEXT
               MOVE PRINT-BRANCH-CODE TO PRN-BRANCH-TEXT(3:2)
               MOVE BRD-COPY-COUNT(BRANCH-SLOT) TO PRN-COPY-COUNT
               MOVE BRD-CHARGE(BRANCH-SLOT) TO PRN-CHARGE
               MOVE BRD-ACCUM-DEPRECIATION(BRANCH-SLOT) TO
                   PRN-ACCUM-DEPRECIATION
               MOVE BRD-NET-BOOK-VALUE(BRANCH-SLOT) TO
                   PRN-NET-BOOK-VALUE
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
