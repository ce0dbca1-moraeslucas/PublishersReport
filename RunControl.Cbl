      *AuditPublishers must end RC 0 before MainPublishers, RollPeriod
      *must follow MainPublishers and is refused for a period already
      *closed unless OVERRIDE is given, and TrendReport must follow
      *RollPeriod.  RentalPost runs nightly and is recorded as the
      *RENTPOST step under the period it posts into; it may always
      *run, and its recorded RC says whether every batch the
      *branches sent was accepted (0 or 4) or one was refused (8).
      *EarningsProof is the EARNPRF step: RollPeriod and the
      *RemitStatement run, recorded as REMIT, are both refused until
      *the earnings proof has been recorded for the period with
      *RC 0, so neither a snapshot nor a statement is ever taken
      *from an earnings sub-ledger that does not prove.  RentalPost,
      *SuspenseFix and JournalReplay set a recorded proof aside
      *(RC 98) whenever they change LDF.DAT after it, so the proof
      *has to be run again after the last posting.
      *
      *Functions, given as the run parameter:
      *    CHECK    <step> <period>            may this step run now?
      *                                        RC 0 = yes, RC 8 = no
      *    COMPLETE <step> <period> <rc>       record a finished step
      *    HISTORY                             print RunHistory.rpt
      *Steps are AUDIT, MAINPUB, ROLLPRD, TREND, RENTPOST, EARNPRF
      *and REMIT; periods are YYYYMM.  CHECK ROLLPRD accepts a
      *trailing OVERRIDE word to re-open a period deliberately;
      *re-opening a closed period is destructive, so OVERRIDE must
      *be followed by an operator id that verifies against
      *OPERATOR.DAT as a supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  STEP-MAINPUB        VALUE "MAINPUB".
               88  STEP-ROLLPRD        VALUE "ROLLPRD".
               88  STEP-TREND          VALUE "TREND".
               88  STEP-RENTPOST       VALUE "RENTPOST".
               88  STEP-EARNPRF        VALUE "EARNPRF".
               88  STEP-REMIT          VALUE "REMIT".
               88  STEP-VALID          VALUES "AUDIT" "MAINPUB"
                                              "ROLLPRD" "TREND"
                                              "RENTPOST" "EARNPRF"
                                              "REMIT".
           02  PARM-PERIOD             PIC X(6).
           02  PARM-PERIOD-NUM REDEFINES PARM-PERIOD.
               03  PARM-PERIOD-YEAR    PIC 9(4).
               88  PERIOD-VALID        VALUE 1.
               88  PERIOD-NOT-VALID    VALUE 0.
           02  FOUND-RETURN-CODE       PIC 99.
               88  PROOF-SET-ASIDE     VALUE 98.
           02  COMPLETED-RETURN-CODE   PIC 99.
           02  CHECKED-STEP            PIC X(8).

       01  TODAYS-DATE                 PIC 9(8).

       CHECK-STEP-ALLOWED.
           IF NOT STEP-VALID
               DISPLAY "RUNCONTROL STEP MUST BE AUDIT, MAINPUB, "
                       "ROLLPRD, TREND, RENTPOST, EARNPRF OR REMIT"
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                       PERFORM CHECK-ROLLPRD-ALLOWED
                   WHEN STEP-TREND
                       PERFORM CHECK-TREND-ALLOWED
                   WHEN STEP-RENTPOST
                       PERFORM ALLOW-STEP
                   WHEN STEP-EARNPRF
                       PERFORM ALLOW-STEP
                   WHEN STEP-REMIT
                       PERFORM CHECK-REMIT-ALLOWED
               END-EVALUATE
           END-IF.

                       "HAS NOT RUN FOR PERIOD " PARM-PERIOD
               PERFORM REFUSE-STEP
           ELSE
               PERFORM CHECK-EARNINGS-PROVED
           END-IF.

      *    A SNAPSHOT OR A STATEMENT TAKEN FROM EARNINGS THAT DO NOT
      *    PROVE CARRIES THE ERROR FORWARD - THE RECORDED EARNINGS
      *    PROOF MUST HAVE ENDED RC 0, ONE THAT RAN AND FOUND COPIES
      *    OUT IS NOT GOOD ENOUGH, AND NEITHER IS ONE SET ASIDE
      *    BECAUSE LDF.DAT HAS CHANGED SINCE.  PARM-STEP IS LEFT AS
      *    THE STEP BEING CHECKED.
       CHECK-EARNINGS-PROVED.
           MOVE PARM-STEP TO CHECKED-STEP
           MOVE "EARNPRF" TO PARM-STEP
           PERFORM LOOK-UP-STEP
           MOVE CHECKED-STEP TO PARM-STEP
           IF STEP-NOT-RECORDED
               DISPLAY "RUNCONTROL: " PARM-STEP " REFUSED - EARNPRF "
                       "HAS NOT RUN FOR PERIOD " PARM-PERIOD
               PERFORM REFUSE-STEP
           ELSE
               EVALUATE TRUE
                   WHEN PROOF-SET-ASIDE
                       DISPLAY "RUNCONTROL: " PARM-STEP " REFUSED - "
                               "LDF.DAT HAS CHANGED SINCE EARNPRF "
                               "RAN FOR PERIOD " PARM-PERIOD
                       PERFORM REFUSE-STEP
                   WHEN FOUND-RETURN-CODE NOT EQUAL TO ZERO
                       DISPLAY "RUNCONTROL: " PARM-STEP " REFUSED - "
                               "EARNINGS DO NOT PROVE FOR PERIOD "
                               PARM-PERIOD
                       PERFORM REFUSE-STEP
                   WHEN OTHER
                       PERFORM ALLOW-STEP
               END-EVALUATE
           END-IF.

       CHECK-REMIT-ALLOWED.
           PERFORM CHECK-EARNINGS-PROVED.

      *    RE-OPENING A CLOSED PERIOD IS DESTRUCTIVE - THE OVERRIDE
      *    WORD MUST BE FOLLOWED BY AN OPERATOR ID THAT PROVES
      *    AGAINST THE OPERATOR MASTER AS A SUPERVISOR, SO THE
       RECORD-STEP-COMPLETE.
           IF NOT STEP-VALID
               DISPLAY "RUNCONTROL STEP MUST BE AUDIT, MAINPUB, "
                       "ROLLPRD, TREND, RENTPOST, EARNPRF OR REMIT"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CONVERT-COMPLETED-RC
