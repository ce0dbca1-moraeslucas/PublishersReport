       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CollectionReport.
      *Collection management report, so choosing what to retire and
      *what to buy more of is taken off the rental history instead
      *of guessed at from the copy listing.  Weeding candidates are
      *listed by branch: every copy on LDF.DAT with no rental on
      *RENTHIST.DAT in the chosen number of days, with its last
      *rental date, lifetime earnings and purchase price, for the
      *branch to put through RetireCopy.  A copy moved by
      *TransferCopy within the same number of days, per XFRHIST.DAT,
      *is listed with the transfer date but marked and not counted
      *as a candidate - it has not yet had the chance to rent where
      *it now stands.  A copy taken in by AcquireTitle within the
      *same days, per ACQHIST.DAT, is likewise marked new with its
      *acquisition date and not counted.  Reorder candidates
      *follow: every title whose copies earn, on average, well
      *above the average copy in the library, or that is rented
      *often and at more than one branch within the same days.  The
      *run parameters, all optional and in this order, are the
      *number of days without a rental (default 180), how far above
      *the library average a title's earnings per copy must be, as
      *a percentage of it (default 150), and the rentals per copy
      *within the days that count as rented often (default 4).
      *Output is CollectionReport.rpt.

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

           SELECT RENTAL-HIST-FILE ASSIGN TO "RENTHIST.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS HISTORY-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               ALTERNATE RECORD KEY IS HIS-RENTAL-DATE
                         WITH DUPLICATES.

           SELECT TRANSFER-HIST-FILE ASSIGN TO "XFRHIST.DAT"
               FILE STATUS IS TRANSFER-STATUS.

           SELECT ACQUISITION-FILE ASSIGN TO "ACQHIST.DAT"
               FILE STATUS IS ACQUISITION-STATUS.

           SELECT LIBRARY-FILE ASSIGN TO "LIBRARY.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LIBRARY-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRARY-CODE
               ALTERNATE RECORD KEY IS LIBRARY-TITLE
               ALTERNATE RECORD KEY IS LIBRARY-SUPPLIER-CODE
                         WITH DUPLICATES.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS RELATIVE
               FILE STATUS IS BRANCH-STATUS
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS BRANCH-KEY.

           SELECT REPORT-FILE ASSIGN TO "CollectionReport.rpt".

       DATA DIVISION.
       FILE SECTION.

       FD  LIBRARY-DETAILS-FILE.
       01  LDF-RECORD.
           02  LDF-LIBRARY-NUM         PIC X(5).
           02  LDF-LIBRARY-CODE        PIC 9(5).
           02  LDF-RENTAL-EARNINGS     PIC 9(4)V99.
           02  LDF-PURCHASE-PRICE      PIC 999V99.
           02  LDF-BRANCH-CODE         PIC 99.

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

       FD  TRANSFER-HIST-FILE.
       01  TRANSFER-RECORD.
           02  XFR-COPY-NUM            PIC X(5).
           02  XFR-FROM-BRANCH         PIC 99.
           02  XFR-TO-BRANCH           PIC 99.
           02  XFR-TRANSFER-DATE       PIC 9(8).
           02  XFR-OPERATOR            PIC X(8).

       FD  ACQUISITION-FILE.
       01  ACQUISITION-RECORD.
           02  ACQ-BRANCH-CODE         PIC 99.
           02  ACQ-FISCAL-YEAR         PIC 9(4).
           02  ACQ-DATE                PIC 9(8).
           02  ACQ-COPY-NUM            PIC X(5).
           02  ACQ-LIBRARY-CODE        PIC 9(5).
           02  ACQ-PRICE               PIC 999V99.
           02  ACQ-BUDGET-STATUS       PIC X(1).
           02  ACQ-OPERATOR            PIC X(8).

       FD  LIBRARY-FILE.
       01  LIBRARY-RECORD.
           02  LIBRARY-CODE            PIC 9(5).
           02  LIBRARY-TITLE           PIC X(29).
           02  FILLER                  PIC X(1).
           02  LIBRARY-SUPPLIER-CODE   PIC 9(4).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           02  BRANCH-CODE             PIC 99.
           02  BRANCH-NAME             PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  LDF-STATUS              PIC X(2).
           02  HISTORY-STATUS          PIC X(2).
           02  TRANSFER-STATUS         PIC X(2).
           02  ACQUISITION-STATUS      PIC X(2).
           02  LIBRARY-STATUS          PIC X(2).
           02  BRANCH-STATUS           PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    LDF-FILE-END      VALUE 0.
               88    NOT-LDF-END       VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    HISTORY-GROUP-END VALUE 0.
               88    NOT-HISTORY-GROUP-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    TRANSFER-FILE-END VALUE 0.
           02  FILLER                  PIC 9     VALUE 1.
               88    ACQUISITION-FILE-END VALUE 0.

       01  RUN-PARAMETER               PIC X(20).

       01  PARSED-PARAMETER.
           02  PARM-DAYS               PIC X(3).
           02  PARM-PERCENT            PIC X(3).
           02  PARM-RENTALS            PIC X(3).

      *    EACH PARAMETER WORD IS RIGHT-JUSTIFIED HERE AND PROVED
      *    NUMERIC BEFORE IT IS TAKEN.
       01  PARM-NUMBER-WORK            PIC X(3).
       01  PARM-NUMBER REDEFINES PARM-NUMBER-WORK PIC 9(3).

       01  RUN-SETTINGS.
           02  DORMANT-DAYS            PIC 9(3)  VALUE 180.
           02  REORDER-PERCENT         PIC 9(3)  VALUE 150.
           02  REORDER-RENTALS         PIC 9(3)  VALUE 4.

       01  DATE-FIELDS.
           02  RUN-DATE                PIC 9(8).
           02  CUTOFF-DATE             PIC 9(8).
           02  CUTOFF-DAY-NUM          PIC 9(7).

      *    THE COPY IN HAND.
       01  COPY-REVIEW-FIELDS.
           02  SEARCH-COPY-NUM         PIC X(5).
           02  LAST-RENTAL-DATE        PIC 9(8).
           02  MOVED-DATE              PIC 9(8).
           02  ACQUIRED-DATE           PIC 9(8).
           02  COPY-WINDOW-RENTALS     PIC 9(5).

      *    THE TITLE IN HAND - ITS COPIES, EARNINGS AND RENTALS IN
      *    THE DAYS, AND WHICH BRANCHES RENTED IT.  SLOT 1 IS BRANCH
      *    CODE 00 / UNASSIGNED.
       01  TITLE-REVIEW-FIELDS.
           02  HOLD-LIBRARY-CODE       PIC 9(5).
           02  TITLE-COPY-COUNT        PIC 9(5).
           02  TITLE-EARNINGS          PIC 9(7)V99.
           02  TITLE-WINDOW-RENTALS    PIC 9(6).
           02  TITLE-EARNINGS-PER-COPY PIC 9(5)V99.
           02  TITLE-RENTALS-PER-COPY  PIC 9(5)V99.
           02  TITLE-BRANCH-COUNT      PIC 99.
           02  TITLE-BRANCH-RENTED OCCURS 11 TIMES PIC 9.
           02  FILLER                  PIC 9.
               88  TITLE-EARNS-WELL    VALUE 1.
               88  TITLE-NOT-EARNS-WELL VALUE 0.
           02  FILLER                  PIC 9.
               88  TITLE-IN-DEMAND     VALUE 1.
               88  TITLE-NOT-IN-DEMAND VALUE 0.

       01  LIBRARY-AVERAGE-FIELDS.
           02  LIBRARY-COPY-COUNT      PIC 9(6)  VALUE ZERO.
           02  LIBRARY-EARNINGS        PIC 9(9)V99 VALUE ZERO.
           02  LIBRARY-AVERAGE-PER-COPY PIC 9(5)V99 VALUE ZERO.
           02  REORDER-EARNINGS-FLOOR  PIC 9(7)V99 VALUE ZERO.

      *    COPIES MOVED WITHIN THE DAYS, LATEST TRANSFER ONLY.
       01  TRANSFER-TABLE.
           02  TRANSFER-COUNT          PIC 9(4)  VALUE ZERO.
           02  TRANSFER-ENTRY OCCURS 2000 TIMES.
               03  TRF-COPY-NUM        PIC X(5).
               03  TRF-TRANSFER-DATE   PIC 9(8).

      *    COPIES TAKEN IN WITHIN THE DAYS.
       01  ACQUIRED-TABLE.
           02  ACQUIRED-COUNT          PIC 9(4)  VALUE ZERO.
           02  ACQUIRED-ENTRY OCCURS 2000 TIMES.
               03  NEW-COPY-NUM        PIC X(5).
               03  NEW-ACQUIRED-DATE   PIC 9(8).

      *    WEEDING CANDIDATES ARE FOUND IN TITLE ORDER AND HELD HERE
      *    TO PRINT IN BRANCH ORDER.
       01  DORMANT-TABLE.
           02  DORMANT-COUNT           PIC 9(4)  VALUE ZERO.
           02  DORMANT-ENTRY OCCURS 5000 TIMES.
               03  DRM-BRANCH-SLOT     PIC 99.
               03  DRM-COPY-NUM        PIC X(5).
               03  DRM-LIBRARY-CODE    PIC 9(5).
               03  DRM-LAST-RENTAL     PIC 9(8).
               03  DRM-EARNINGS        PIC 9(4)V99.
               03  DRM-PRICE           PIC 999V99.
               03  DRM-MOVED-DATE      PIC 9(8).
               03  DRM-ACQUIRED-DATE   PIC 9(8).

       01  REORDER-TABLE.
           02  REORDER-COUNT           PIC 9(4)  VALUE ZERO.
           02  REORDER-ENTRY OCCURS 2000 TIMES.
               03  ROR-LIBRARY-CODE    PIC 9(5).
               03  ROR-COPY-COUNT      PIC 9(5).
               03  ROR-EARNINGS-PER-COPY PIC 9(5)V99.
               03  ROR-WINDOW-RENTALS  PIC 9(6).
               03  ROR-BRANCH-COUNT    PIC 99.
               03  ROR-REASON          PIC X(12).

       01  TABLE-CONTROLS.
           02  BRANCH-KEY              PIC 99.
           02  BRANCH-SLOT             PIC 99.
           02  PRINT-SLOT              PIC 99.
           02  TABLE-SUB               PIC 9(4).
           02  BRANCH-CANDIDATES       PIC 9(6).
           02  BRANCH-MOVED            PIC 9(6).
           02  BRANCH-ACQUIRED         PIC 9(6).
           02  FILLER                  PIC 9     VALUE 0.
               88  TABLE-OVERFLOWED    VALUE 1.

       01  REPORT-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "COLLECTION REVIEW".

       01  REPORT-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  REPORT-IDENT-LINE.
           02  FILLER                  PIC X(9)  VALUE "RUN DATE ".
           02  PRN-IDENT-DATE          PIC 9(8).
           02  FILLER                  PIC X(19)
                                       VALUE "  NO RENTAL SINCE ".
           02  PRN-IDENT-CUTOFF        PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE " (".
           02  PRN-IDENT-DAYS          PIC ZZ9.
           02  FILLER                  PIC X(6)  VALUE " DAYS)".

       01  SECTION-HEADING.
           02  PRN-SECTION-TITLE       PIC X(50).

       01  BRANCH-LINE.
           02  FILLER                  PIC X(7)  VALUE "BRANCH ".
           02  PRN-BRANCH-CODE         PIC 99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-BRANCH-NAME         PIC X(20).

       01  DORMANT-ITEM-HEADING.
           02  FILLER                  PIC X(7)  VALUE "COPY".
           02  FILLER                  PIC X(21) VALUE "TITLE".
           02  FILLER                  PIC X(10) VALUE "LAST RENT".
           02  FILLER                  PIC X(10) VALUE " EARNINGS".
           02  FILLER                  PIC X(10) VALUE "    PRICE".
           02  FILLER                  PIC X(14) VALUE "NOTE".

       01  DORMANT-DETAIL-LINE.
           02  PRN-DRM-COPY-NUM        PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-DRM-TITLE           PIC X(20).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DRM-LAST-RENTAL     PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-DRM-EARNINGS        PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DRM-PRICE           PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DRM-NOTE.
               03  PRN-DRM-NOTE-TEXT   PIC X(6).
               03  PRN-DRM-MOVED-DATE  PIC X(8).

       01  REORDER-ITEM-HEADING.
           02  FILLER                  PIC X(6)  VALUE "TITLE".
           02  FILLER                  PIC X(25) VALUE "NAME".
           02  FILLER                  PIC X(5)  VALUE "COPY".
           02  FILLER                  PIC X(10) VALUE "EARN/COPY".
           02  FILLER                  PIC X(8)  VALUE "RENTALS".
           02  FILLER                  PIC X(4)  VALUE "BRS".
           02  FILLER                  PIC X(12) VALUE "REASON".

       01  REORDER-DETAIL-LINE.
           02  PRN-ROR-LIBRARY-CODE    PIC 9(5).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ROR-TITLE           PIC X(24).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ROR-COPY-COUNT      PIC ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-ROR-EARNINGS        PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ROR-RENTALS         PIC ZZ,ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-ROR-BRANCHES        PIC Z9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-ROR-REASON          PIC X(12).

       01  REPORT-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.

       01  REPORT-AVERAGE-LINE.
           02  PRN-AVERAGE-TEXT        PIC X(30).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-AVERAGE-AMOUNT      PIC $$,$$9.99.

       01  COUNTERS.
           02  DORMANT-CANDIDATES      PIC 9(6)  VALUE ZERO.
           02  MOVED-NOT-JUDGED        PIC 9(6)  VALUE ZERO.
           02  ACQUIRED-NOT-JUDGED     PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           MOVE SPACES TO PARSED-PARAMETER
           UNSTRING RUN-PARAMETER DELIMITED BY ALL SPACES
               INTO PARM-DAYS, PARM-PERCENT, PARM-RENTALS
           END-UNSTRING
           PERFORM TAKE-RUN-SETTINGS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE CUTOFF-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(RUN-DATE) - DORMANT-DAYS
           COMPUTE CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(CUTOFF-DAY-NUM)

           OPEN INPUT LIBRARY-DETAILS-FILE.
           IF LDF-STATUS NOT EQUAL TO "00"
               DISPLAY "COLLECTIONREPORT - CANNOT OPEN LDF.DAT, FS = "
                       LDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RENTAL-HIST-FILE.
           IF HISTORY-STATUS NOT EQUAL TO "00"
               DISPLAY "COLLECTIONREPORT - NO RENTAL HISTORY, FS = "
                       HISTORY-STATUS
               CLOSE LIBRARY-DETAILS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LIBRARY-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM LOAD-RECENT-TRANSFERS.
           PERFORM LOAD-RECENT-ACQUISITIONS.
           PERFORM FIND-LIBRARY-AVERAGE.
           PERFORM REVIEW-ALL-TITLES.

           PERFORM PRINT-REPORT-HEADINGS.
           PERFORM PRINT-WEEDING-CANDIDATES.
           PERFORM PRINT-REORDER-CANDIDATES.
           PERFORM PRINT-REPORT-TOTALS.

           CLOSE LIBRARY-DETAILS-FILE,
                 RENTAL-HIST-FILE,
                 LIBRARY-FILE,
                 BRANCH-FILE,
                 REPORT-FILE.

           IF TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       TAKE-RUN-SETTINGS.
           IF PARM-DAYS NOT EQUAL TO SPACES
               MOVE PARM-DAYS TO PARM-NUMBER-WORK
               PERFORM PROVE-PARM-NUMBER
               MOVE PARM-NUMBER TO DORMANT-DAYS
           END-IF
           IF PARM-PERCENT NOT EQUAL TO SPACES
               MOVE PARM-PERCENT TO PARM-NUMBER-WORK
               PERFORM PROVE-PARM-NUMBER
               MOVE PARM-NUMBER TO REORDER-PERCENT
           END-IF
           IF PARM-RENTALS NOT EQUAL TO SPACES
               MOVE PARM-RENTALS TO PARM-NUMBER-WORK
               PERFORM PROVE-PARM-NUMBER
               MOVE PARM-NUMBER TO REORDER-RENTALS
           END-IF.

       PROVE-PARM-NUMBER.
           IF PARM-NUMBER-WORK(3:1) EQUAL TO SPACE
               IF PARM-NUMBER-WORK(2:1) EQUAL TO SPACE
                   MOVE PARM-NUMBER-WORK(1:1) TO PARM-NUMBER-WORK(3:1)
                   MOVE "00" TO PARM-NUMBER-WORK(1:2)
               ELSE
                   MOVE PARM-NUMBER-WORK(2:1) TO PARM-NUMBER-WORK(3:1)
                   MOVE PARM-NUMBER-WORK(1:1) TO PARM-NUMBER-WORK(2:1)
                   MOVE "0" TO PARM-NUMBER-WORK(1:1)
               END-IF
           END-IF
           IF PARM-NUMBER-WORK NOT NUMERIC
               DISPLAY "COLLECTIONREPORT PARMS ARE DAYS, PERCENT AND "
                       "RENTALS, EACH 1-999 - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-NUMBER EQUAL TO ZERO
               DISPLAY "COLLECTIONREPORT PARMS ARE DAYS, PERCENT AND "
                       "RENTALS, EACH 1-999 - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    NO TRANSFER HISTORY SIMPLY MEANS NOTHING HAS BEEN MOVED.
       LOAD-RECENT-TRANSFERS.
           OPEN INPUT TRANSFER-HIST-FILE
           IF TRANSFER-STATUS EQUAL TO "00"
               READ TRANSFER-HIST-FILE
                   AT END SET TRANSFER-FILE-END TO TRUE
               END-READ
               PERFORM LOAD-ONE-TRANSFER UNTIL TRANSFER-FILE-END
               CLOSE TRANSFER-HIST-FILE
           END-IF.

       LOAD-ONE-TRANSFER.
           IF XFR-TRANSFER-DATE NOT LESS THAN CUTOFF-DATE
               MOVE XFR-COPY-NUM TO SEARCH-COPY-NUM
               PERFORM FIND-COPY-TRANSFER
               IF MOVED-DATE EQUAL TO ZERO
                   PERFORM ADD-COPY-TRANSFER
               ELSE
                   IF XFR-TRANSFER-DATE GREATER THAN
                                        TRF-TRANSFER-DATE(TABLE-SUB)
                       MOVE XFR-TRANSFER-DATE TO
                           TRF-TRANSFER-DATE(TABLE-SUB)
                   END-IF
               END-IF
           END-IF

           READ TRANSFER-HIST-FILE
               AT END SET TRANSFER-FILE-END TO TRUE
           END-READ.

       ADD-COPY-TRANSFER.
           IF TRANSFER-COUNT LESS THAN 2000
               ADD 1 TO TRANSFER-COUNT
               MOVE XFR-COPY-NUM TO TRF-COPY-NUM(TRANSFER-COUNT)
               MOVE XFR-TRANSFER-DATE TO
                   TRF-TRANSFER-DATE(TRANSFER-COUNT)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
               DISPLAY "COLLECTIONREPORT - TRANSFER TABLE FULL, "
                       XFR-COPY-NUM " NOT MARKED"
           END-IF.

      *    LEAVES MOVED-DATE ZERO WHEN THE COPY IN SEARCH-COPY-NUM HAS
      *    NOT BEEN MOVED WITHIN THE DAYS, ELSE ITS LATEST TRANSFER
      *    DATE WITH TABLE-SUB POINTING AT ITS ENTRY.
       FIND-COPY-TRANSFER.
           MOVE ZEROS TO MOVED-DATE
           PERFORM TEST-ONE-TRANSFER
               VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB GREATER THAN TRANSFER-COUNT
                  OR MOVED-DATE NOT EQUAL TO ZERO
           IF MOVED-DATE NOT EQUAL TO ZERO
               SUBTRACT 1 FROM TABLE-SUB
           END-IF.

       TEST-ONE-TRANSFER.
           IF TRF-COPY-NUM(TABLE-SUB) EQUAL TO SEARCH-COPY-NUM
               MOVE TRF-TRANSFER-DATE(TABLE-SUB) TO MOVED-DATE
           END-IF.

      *    NO ACQUISITIONS HISTORY SIMPLY MEANS NOTHING HAS BEEN
      *    TAKEN IN THROUGH ACQUIRETITLE.
       LOAD-RECENT-ACQUISITIONS.
           OPEN INPUT ACQUISITION-FILE
           IF ACQUISITION-STATUS EQUAL TO "00"
               READ ACQUISITION-FILE
                   AT END SET ACQUISITION-FILE-END TO TRUE
               END-READ
               PERFORM LOAD-ONE-ACQUISITION
                   UNTIL ACQUISITION-FILE-END
               CLOSE ACQUISITION-FILE
           END-IF.

       LOAD-ONE-ACQUISITION.
           IF ACQ-DATE NOT LESS THAN CUTOFF-DATE
               MOVE ACQ-COPY-NUM TO SEARCH-COPY-NUM
               PERFORM FIND-COPY-ACQUISITION
               IF ACQUIRED-DATE EQUAL TO ZERO
                   PERFORM ADD-COPY-ACQUISITION
               ELSE
                   IF ACQ-DATE GREATER THAN
                                   NEW-ACQUIRED-DATE(TABLE-SUB)
                       MOVE ACQ-DATE TO NEW-ACQUIRED-DATE(TABLE-SUB)
                   END-IF
               END-IF
           END-IF

           READ ACQUISITION-FILE
               AT END SET ACQUISITION-FILE-END TO TRUE
           END-READ.

       ADD-COPY-ACQUISITION.
           IF ACQUIRED-COUNT LESS THAN 2000
               ADD 1 TO ACQUIRED-COUNT
               MOVE ACQ-COPY-NUM TO NEW-COPY-NUM(ACQUIRED-COUNT)
               MOVE ACQ-DATE TO NEW-ACQUIRED-DATE(ACQUIRED-COUNT)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
               DISPLAY "COLLECTIONREPORT - ACQUISITION TABLE FULL, "
                       ACQ-COPY-NUM " NOT MARKED"
           END-IF.

      *    LEAVES ACQUIRED-DATE ZERO WHEN THE COPY IN SEARCH-COPY-NUM
      *    WAS NOT TAKEN IN WITHIN THE DAYS, ELSE ITS ACQUISITION DATE
      *    WITH TABLE-SUB POINTING AT ITS ENTRY.
       FIND-COPY-ACQUISITION.
           MOVE ZEROS TO ACQUIRED-DATE
           PERFORM TEST-ONE-ACQUISITION
               VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB GREATER THAN ACQUIRED-COUNT
                  OR ACQUIRED-DATE NOT EQUAL TO ZERO
           IF ACQUIRED-DATE NOT EQUAL TO ZERO
               SUBTRACT 1 FROM TABLE-SUB
           END-IF.

       TEST-ONE-ACQUISITION.
           IF NEW-COPY-NUM(TABLE-SUB) EQUAL TO SEARCH-COPY-NUM
               MOVE NEW-ACQUIRED-DATE(TABLE-SUB) TO ACQUIRED-DATE
           END-IF.

      *    THE YARDSTICK FOR "EARNS WELL": LIFETIME EARNINGS OF THE
      *    AVERAGE COPY IN THE LIBRARY.
       FIND-LIBRARY-AVERAGE.
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

           PERFORM ADD-ONE-COPY-TO-AVERAGE UNTIL LDF-FILE-END

           IF LIBRARY-COPY-COUNT GREATER THAN ZERO
               COMPUTE LIBRARY-AVERAGE-PER-COPY ROUNDED =
                   LIBRARY-EARNINGS / LIBRARY-COPY-COUNT
           END-IF
           COMPUTE REORDER-EARNINGS-FLOOR ROUNDED =
               LIBRARY-AVERAGE-PER-COPY * REORDER-PERCENT / 100.

       ADD-ONE-COPY-TO-AVERAGE.
           ADD 1 TO LIBRARY-COPY-COUNT
           ADD LDF-RENTAL-EARNINGS TO LIBRARY-EARNINGS
           READ LIBRARY-DETAILS-FILE NEXT RECORD
               AT END SET LDF-FILE-END TO TRUE
           END-READ.

      *    ONE WALK OF LDF.DAT BY THE TITLE ALTERNATE KEY - EACH
      *    TITLE'S COPIES ARE ONE GROUP, JUDGED FOR REORDER ONCE THE
      *    GROUP ENDS; EACH COPY IS JUDGED FOR WEEDING AS IT IS READ.
       REVIEW-ALL-TITLES.
           SET NOT-LDF-END TO TRUE
           MOVE ZEROS TO LDF-LIBRARY-CODE
           START LIBRARY-DETAILS-FILE
               KEY IS NOT LESS THAN LDF-LIBRARY-CODE
               INVALID KEY SET LDF-FILE-END TO TRUE
           END-START

           IF NOT-LDF-END
               READ LIBRARY-DETAILS-FILE NEXT RECORD
                   AT END SET LDF-FILE-END TO TRUE
               END-READ
           END-IF

           PERFORM REVIEW-ONE-TITLE UNTIL LDF-FILE-END.

       REVIEW-ONE-TITLE.
           MOVE LDF-LIBRARY-CODE TO HOLD-LIBRARY-CODE
           MOVE ZEROS TO TITLE-COPY-COUNT
           MOVE ZEROS TO TITLE-EARNINGS
           MOVE ZEROS TO TITLE-WINDOW-RENTALS
           PERFORM CLEAR-TITLE-BRANCH
               VARYING BRANCH-SLOT FROM 1 BY 1
               UNTIL BRANCH-SLOT GREATER THAN 11

           PERFORM REVIEW-ONE-COPY
               UNTIL LDF-FILE-END
                  OR LDF-LIBRARY-CODE NOT EQUAL TO HOLD-LIBRARY-CODE

           PERFORM JUDGE-TITLE-FOR-REORDER.

       CLEAR-TITLE-BRANCH.
           MOVE ZERO TO TITLE-BRANCH-RENTED(BRANCH-SLOT).

       REVIEW-ONE-COPY.
           ADD 1 TO TITLE-COPY-COUNT
           ADD LDF-RENTAL-EARNINGS TO TITLE-EARNINGS

           PERFORM SCAN-COPY-HISTORY
           ADD COPY-WINDOW-RENTALS TO TITLE-WINDOW-RENTALS

           IF LAST-RENTAL-DATE LESS THAN CUTOFF-DATE
               MOVE LDF-LIBRARY-NUM TO SEARCH-COPY-NUM
               PERFORM FIND-COPY-TRANSFER
               PERFORM FIND-COPY-ACQUISITION
               PERFORM HOLD-DORMANT-COPY
           END-IF

           READ LIBRARY-DETAILS-FILE NEXT RECORD
               AT END SET LDF-FILE-END TO TRUE
           END-READ.

      *    RENTHIST.DAT IS IN COPY ORDER, SO THE COPY'S RENTALS ARE
      *    ONE GROUP.  ONLY RECEIPTS ARE RENTALS - A REVERSAL TAKES
      *    MONEY BACK BUT DOES NOT UN-RENT THE COPY.
       SCAN-COPY-HISTORY.
           MOVE ZEROS TO LAST-RENTAL-DATE
           MOVE ZEROS TO COPY-WINDOW-RENTALS
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
           PERFORM TAKE-ONE-RENTAL
               UNTIL HISTORY-GROUP-END
                  OR HIS-COPY-NUM NOT EQUAL TO LDF-LIBRARY-NUM.

       TAKE-ONE-RENTAL.
           IF HIS-RECEIPT
               IF HIS-RENTAL-DATE GREATER THAN LAST-RENTAL-DATE
                   MOVE HIS-RENTAL-DATE TO LAST-RENTAL-DATE
               END-IF
               IF HIS-RENTAL-DATE NOT LESS THAN CUTOFF-DATE
                   ADD 1 TO COPY-WINDOW-RENTALS
                   IF HIS-BRANCH-CODE NUMERIC
                      AND HIS-BRANCH-CODE LESS THAN OR EQUAL TO 10
                       COMPUTE BRANCH-SLOT = HIS-BRANCH-CODE + 1
                   ELSE
                       MOVE 1 TO BRANCH-SLOT
                   END-IF
                   MOVE 1 TO TITLE-BRANCH-RENTED(BRANCH-SLOT)
               END-IF
           END-IF
           READ RENTAL-HIST-FILE NEXT RECORD
               AT END SET HISTORY-GROUP-END TO TRUE
           END-READ.

      *    A COPY TAKEN IN WITHIN THE DAYS IS NEW WHETHER OR NOT IT
      *    HAS ALSO BEEN MOVED SINCE.
       HOLD-DORMANT-COPY.
           EVALUATE TRUE
               WHEN ACQUIRED-DATE NOT EQUAL TO ZERO
                   ADD 1 TO ACQUIRED-NOT-JUDGED
               WHEN MOVED-DATE NOT EQUAL TO ZERO
                   ADD 1 TO MOVED-NOT-JUDGED
               WHEN OTHER
                   ADD 1 TO DORMANT-CANDIDATES
           END-EVALUATE

           IF DORMANT-COUNT LESS THAN 5000
               ADD 1 TO DORMANT-COUNT
               IF LDF-BRANCH-CODE NUMERIC
                  AND LDF-BRANCH-CODE LESS THAN OR EQUAL TO 10
                   COMPUTE DRM-BRANCH-SLOT(DORMANT-COUNT) =
                       LDF-BRANCH-CODE + 1
               ELSE
                   MOVE 1 TO DRM-BRANCH-SLOT(DORMANT-COUNT)
               END-IF
               MOVE LDF-LIBRARY-NUM TO DRM-COPY-NUM(DORMANT-COUNT)
               MOVE LDF-LIBRARY-CODE TO DRM-LIBRARY-CODE(DORMANT-COUNT)
               MOVE LAST-RENTAL-DATE TO DRM-LAST-RENTAL(DORMANT-COUNT)
               MOVE LDF-RENTAL-EARNINGS TO DRM-EARNINGS(DORMANT-COUNT)
               MOVE LDF-PURCHASE-PRICE TO DRM-PRICE(DORMANT-COUNT)
               MOVE MOVED-DATE TO DRM-MOVED-DATE(DORMANT-COUNT)
               MOVE ACQUIRED-DATE TO DRM-ACQUIRED-DATE(DORMANT-COUNT)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
               DISPLAY "COLLECTIONREPORT - WEEDING TABLE FULL, "
                       LDF-LIBRARY-NUM " NOT LISTED"
           END-IF.

      *    A TITLE EARNS WELL WHEN ITS EARNINGS PER COPY REACH THE
      *    CHOSEN PERCENTAGE OF THE LIBRARY AVERAGE, AND IS IN DEMAND
      *    WHEN ITS RENTALS PER COPY IN THE DAYS REACH THE CHOSEN
      *    NUMBER AT MORE THAN ONE BRANCH.
       JUDGE-TITLE-FOR-REORDER.
           COMPUTE TITLE-EARNINGS-PER-COPY ROUNDED =
               TITLE-EARNINGS / TITLE-COPY-COUNT
           COMPUTE TITLE-RENTALS-PER-COPY ROUNDED =
               TITLE-WINDOW-RENTALS / TITLE-COPY-COUNT

           MOVE ZEROS TO TITLE-BRANCH-COUNT
           PERFORM COUNT-TITLE-BRANCH
               VARYING BRANCH-SLOT FROM 1 BY 1
               UNTIL BRANCH-SLOT GREATER THAN 11

           SET TITLE-NOT-EARNS-WELL TO TRUE
           IF LIBRARY-AVERAGE-PER-COPY GREATER THAN ZERO
              AND TITLE-EARNINGS-PER-COPY NOT LESS THAN
                                          REORDER-EARNINGS-FLOOR
               SET TITLE-EARNS-WELL TO TRUE
           END-IF

           SET TITLE-NOT-IN-DEMAND TO TRUE
           IF TITLE-RENTALS-PER-COPY NOT LESS THAN REORDER-RENTALS
              AND TITLE-BRANCH-COUNT GREATER THAN 1
               SET TITLE-IN-DEMAND TO TRUE
           END-IF

           IF TITLE-EARNS-WELL OR TITLE-IN-DEMAND
               PERFORM HOLD-REORDER-TITLE
           END-IF.

       COUNT-TITLE-BRANCH.
           IF TITLE-BRANCH-RENTED(BRANCH-SLOT) EQUAL TO 1
               ADD 1 TO TITLE-BRANCH-COUNT
           END-IF.

       HOLD-REORDER-TITLE.
           IF REORDER-COUNT LESS THAN 2000
               ADD 1 TO REORDER-COUNT
               MOVE HOLD-LIBRARY-CODE TO
                   ROR-LIBRARY-CODE(REORDER-COUNT)
               MOVE TITLE-COPY-COUNT TO ROR-COPY-COUNT(REORDER-COUNT)
               MOVE TITLE-EARNINGS-PER-COPY TO
                   ROR-EARNINGS-PER-COPY(REORDER-COUNT)
               MOVE TITLE-WINDOW-RENTALS TO
                   ROR-WINDOW-RENTALS(REORDER-COUNT)
               MOVE TITLE-BRANCH-COUNT TO
                   ROR-BRANCH-COUNT(REORDER-COUNT)
               EVALUATE TRUE
                   WHEN TITLE-EARNS-WELL AND TITLE-IN-DEMAND
                       MOVE "EARNS+DEMAND" TO ROR-REASON(REORDER-COUNT)
                   WHEN TITLE-EARNS-WELL
                       MOVE "EARNS WELL" TO ROR-REASON(REORDER-COUNT)
                   WHEN OTHER
                       MOVE "IN DEMAND" TO ROR-REASON(REORDER-COUNT)
               END-EVALUATE
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
               DISPLAY "COLLECTIONREPORT - REORDER TABLE FULL, TITLE "
                       HOLD-LIBRARY-CODE " NOT LISTED"
           END-IF.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE.

           WRITE REPORT-LINE FROM REPORT-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 1 LINE

           MOVE RUN-DATE TO PRN-IDENT-DATE
           MOVE CUTOFF-DATE TO PRN-IDENT-CUTOFF
           MOVE DORMANT-DAYS TO PRN-IDENT-DAYS
           WRITE REPORT-LINE FROM REPORT-IDENT-LINE
               AFTER ADVANCING 2 LINE.

      *    THE HELD CANDIDATES ARE PRINTED ONE BRANCH AT A TIME; A
      *    BRANCH WITH NOTHING DORMANT TAKES NO SPACE.
       PRINT-WEEDING-CANDIDATES.
           MOVE "WEEDING CANDIDATES - NO RENTAL WITHIN THE DAYS" TO
               PRN-SECTION-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINE

           PERFORM PRINT-ONE-BRANCH-WEEDING
               VARYING PRINT-SLOT FROM 1 BY 1
               UNTIL PRINT-SLOT GREATER THAN 11.

       PRINT-ONE-BRANCH-WEEDING.
           MOVE ZEROS TO BRANCH-CANDIDATES
           MOVE ZEROS TO BRANCH-MOVED
           MOVE ZEROS TO BRANCH-ACQUIRED
           PERFORM PRINT-ONE-DORMANT-COPY
               VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB GREATER THAN DORMANT-COUNT

           IF BRANCH-CANDIDATES GREATER THAN ZERO
              OR BRANCH-MOVED GREATER THAN ZERO
              OR BRANCH-ACQUIRED GREATER THAN ZERO
               MOVE "CANDIDATES AT THIS BRANCH:" TO PRN-TOTAL-TEXT
               MOVE BRANCH-CANDIDATES TO PRN-TOTAL-COUNT
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-ONE-DORMANT-COPY.
           IF DRM-BRANCH-SLOT(TABLE-SUB) EQUAL TO PRINT-SLOT
               IF BRANCH-CANDIDATES EQUAL TO ZERO
                  AND BRANCH-MOVED EQUAL TO ZERO
                  AND BRANCH-ACQUIRED EQUAL TO ZERO
                   PERFORM PRINT-BRANCH-HEADING
               END-IF

               MOVE DRM-LIBRARY-CODE(TABLE-SUB) TO LIBRARY-CODE
               READ LIBRARY-FILE
                   KEY IS LIBRARY-CODE
                   INVALID KEY
                       MOVE "* TITLE NO LONGER LISTED *" TO
                           LIBRARY-TITLE
               END-READ

               MOVE DRM-COPY-NUM(TABLE-SUB) TO PRN-DRM-COPY-NUM
               MOVE LIBRARY-TITLE TO PRN-DRM-TITLE
               IF DRM-LAST-RENTAL(TABLE-SUB) EQUAL TO ZERO
                   MOVE "NEVER" TO PRN-DRM-LAST-RENTAL
               ELSE
                   MOVE DRM-LAST-RENTAL(TABLE-SUB) TO
                       PRN-DRM-LAST-RENTAL
               END-IF
               MOVE DRM-EARNINGS(TABLE-SUB) TO PRN-DRM-EARNINGS
               MOVE DRM-PRICE(TABLE-SUB) TO PRN-DRM-PRICE
               EVALUATE TRUE
                   WHEN DRM-ACQUIRED-DATE(TABLE-SUB) NOT EQUAL TO ZERO
                       ADD 1 TO BRANCH-ACQUIRED
                       MOVE "NEW   " TO PRN-DRM-NOTE-TEXT
                       MOVE DRM-ACQUIRED-DATE(TABLE-SUB) TO
                           PRN-DRM-MOVED-DATE
                   WHEN DRM-MOVED-DATE(TABLE-SUB) NOT EQUAL TO ZERO
                       ADD 1 TO BRANCH-MOVED
                       MOVE "MOVED " TO PRN-DRM-NOTE-TEXT
                       MOVE DRM-MOVED-DATE(TABLE-SUB) TO
                           PRN-DRM-MOVED-DATE
                   WHEN OTHER
                       ADD 1 TO BRANCH-CANDIDATES
                       MOVE SPACES TO PRN-DRM-NOTE
               END-EVALUATE
               WRITE REPORT-LINE FROM DORMANT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-BRANCH-HEADING.
           COMPUTE BRANCH-KEY = PRINT-SLOT - 1
           IF BRANCH-KEY EQUAL TO ZERO
               MOVE "* UNASSIGNED *" TO BRANCH-NAME
           ELSE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE "* NOT ON BRANCH.DAT *" TO BRANCH-NAME
               END-READ
           END-IF
           MOVE BRANCH-KEY TO PRN-BRANCH-CODE
           MOVE BRANCH-NAME TO PRN-BRANCH-NAME
           WRITE REPORT-LINE FROM BRANCH-LINE
               AFTER ADVANCING 2 LINE
           WRITE REPORT-LINE FROM DORMANT-ITEM-HEADING
               AFTER ADVANCING 1 LINE.

       PRINT-REORDER-CANDIDATES.
           MOVE "REORDER CANDIDATES" TO PRN-SECTION-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINE
           WRITE REPORT-LINE FROM REORDER-ITEM-HEADING
               AFTER ADVANCING 2 LINE

           PERFORM PRINT-ONE-REORDER-TITLE
               VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB GREATER THAN REORDER-COUNT.

       PRINT-ONE-REORDER-TITLE.
           MOVE ROR-LIBRARY-CODE(TABLE-SUB) TO LIBRARY-CODE
           READ LIBRARY-FILE
               KEY IS LIBRARY-CODE
               INVALID KEY
                   MOVE "* TITLE NO LONGER LISTED *" TO LIBRARY-TITLE
           END-READ

           MOVE ROR-LIBRARY-CODE(TABLE-SUB) TO PRN-ROR-LIBRARY-CODE
           MOVE LIBRARY-TITLE TO PRN-ROR-TITLE
           MOVE ROR-COPY-COUNT(TABLE-SUB) TO PRN-ROR-COPY-COUNT
           MOVE ROR-EARNINGS-PER-COPY(TABLE-SUB) TO PRN-ROR-EARNINGS
           MOVE ROR-WINDOW-RENTALS(TABLE-SUB) TO PRN-ROR-RENTALS
           MOVE ROR-BRANCH-COUNT(TABLE-SUB) TO PRN-ROR-BRANCHES
           MOVE ROR-REASON(TABLE-SUB) TO PRN-ROR-REASON
           WRITE REPORT-LINE FROM REORDER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-REPORT-TOTALS.
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "COPIES REVIEWED:" TO PRN-TOTAL-TEXT
           MOVE LIBRARY-COPY-COUNT TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "WEEDING CANDIDATES:" TO PRN-TOTAL-TEXT
           MOVE DORMANT-CANDIDATES TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "RECENTLY MOVED, NOT JUDGED:" TO PRN-TOTAL-TEXT
           MOVE MOVED-NOT-JUDGED TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "RECENTLY ACQUIRED, NOT JUDGED:" TO PRN-TOTAL-TEXT
           MOVE ACQUIRED-NOT-JUDGED TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "REORDER TITLES:" TO PRN-TOTAL-TEXT
           MOVE REORDER-COUNT TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "LIBRARY AVERAGE PER COPY:" TO PRN-AVERAGE-TEXT
           MOVE LIBRARY-AVERAGE-PER-COPY TO PRN-AVERAGE-AMOUNT
           WRITE REPORT-LINE FROM REPORT-AVERAGE-LINE
               AFTER ADVANCING 1 LINE.
