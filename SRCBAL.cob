      *  movement the interface extract shows over the master's       *
      *  opening positions (skipped at period end, when the          *
      *  rollover moves the closes independently of the feeds).       *
      *  A REV arrives with no amount - TRANEDIT fills the inverse of *
      *  the journal entry it names - so reversals are counted with   *
      *  the clean leg but carried as their own signed reversed leg,  *
      *  outside the add/sub/adj amount proof.                        *
      *  A transfer (XFR) moves an amount between two counters and    *
      *  nets to nothing for its source; it is counted with the clean *
      *  leg and its gross amount shown as its own transfers line.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFC-FILE-STATUS.

      *    The run parameters CNTRUPD actually went by, shop
      *    calendar applied - not the keyed PARMFILE member.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "PRMRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           88  WS-END-OF-FILE               VALUE "Y".

      *    One entry per source system seen anywhere in the chain.
      *    Twenty is generous - the shop runs four feeds today and
      *    two more regions are on the way.
       01  WS-SRC-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-TABLE.
               10  WS-SRC-CLN-ADDS         PIC S9(15) COMP-3.
               10  WS-SRC-CLN-SUBS         PIC S9(15) COMP-3.
               10  WS-SRC-CLN-ADJ          PIC S9(15) COMP-3.
      *            Reversals in the clean file, as signed net.
               10  WS-SRC-REV-COUNT        PIC 9(8).
               10  WS-SRC-REV-NET          PIC S9(15) COMP-3.
      *            Transfers in the clean file, gross amount moved.
               10  WS-SRC-XFR-COUNT        PIC 9(8).
               10  WS-SRC-XFR-AMOUNT       PIC S9(15) COMP-3.
      *            Rejected leg (REJFILE, de-duplicated).
               10  WS-SRC-REJ-COUNT        PIC 9(8).
               10  WS-SRC-REJ-ADDS         PIC S9(15) COMP-3.
                               END-IF
                               ADD WS-SIGNED-WORK
                                   TO WS-SRC-CLN-ADJ(WS-SRC-IDX)
                           WHEN TRAN-OP-REV
                               ADD 1 TO WS-SRC-REV-COUNT(WS-SRC-IDX)
                               MOVE TRAN-AMOUNT TO WS-SIGNED-WORK
                               IF TRAN-ADJ-SIGN = "-"
                                   COMPUTE WS-SIGNED-WORK =
                                       0 - WS-SIGNED-WORK
                               END-IF
                               ADD WS-SIGNED-WORK
                                   TO WS-SRC-REV-NET(WS-SRC-IDX)
                           WHEN TRAN-OP-XFR
                               ADD 1 TO WS-SRC-XFR-COUNT(WS-SRC-IDX)
                               ADD TRAN-AMOUNT
                                   TO WS-SRC-XFR-AMOUNT(WS-SRC-IDX)
                       END-EVALUATE
                   END-IF
                   READ TRANSACTION-FILE
       2350-NET-SUSPENSE-IN.
           MOVE SUS-AMOUNT TO WS-SIGNED-WORK
           EVALUATE SUS-OPERATION
               WHEN "XFR"
                   MOVE ZERO TO WS-SIGNED-WORK
               WHEN "SUB"
                   COMPUTE WS-SIGNED-WORK = 0 - WS-SIGNED-WORK
               WHEN "ADJ"
               WHEN "REV"
                   IF SUS-ADJ-SIGN = "-"
                       COMPUTE WS-SIGNED-WORK = 0 - WS-SIGNED-WORK
                   END-IF
                       ADD 1 TO WS-SRC-HLD-COUNT(WS-SRC-IDX)
                       MOVE SUO-AMOUNT TO WS-SIGNED-WORK
                       EVALUATE SUO-OPERATION
                           WHEN "XFR"
                               MOVE ZERO TO WS-SIGNED-WORK
                           WHEN "SUB"
                               COMPUTE WS-SIGNED-WORK =
                                   0 - WS-SIGNED-WORK
                           WHEN "ADJ"
                           WHEN "REV"
                               IF SUO-ADJ-SIGN = "-"
                                   COMPUTE WS-SIGNED-WORK =
                                       0 - WS-SIGNED-WORK
                   IF WS-SOURCE-FOUND = "Y"
                       ADD 1 TO WS-SRC-BKO-COUNT(WS-SRC-IDX)
                       MOVE AUD-AMOUNT TO WS-SIGNED-WORK
                       IF AUD-OPERATION = "SUB" OR "XFR-OUT"
                           COMPUTE WS-SIGNED-WORK = 0 - WS-SIGNED-WORK
                       END-IF
                       ADD WS-SIGNED-WORK

           PERFORM 6200-PROVE-SUBMITTED-LEG

           IF WS-SRC-REV-COUNT(WS-SRC-IDX) > ZERO
               MOVE WS-SRC-REV-COUNT(WS-SRC-IDX) TO WS-COUNT-EDIT
               MOVE WS-SRC-REV-NET(WS-SRC-IDX)   TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  reversed   count " WS-COUNT-EDIT
                      "  net  " WS-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-SRC-XFR-COUNT(WS-SRC-IDX) > ZERO
               MOVE WS-SRC-XFR-COUNT(WS-SRC-IDX)  TO WS-COUNT-EDIT
               MOVE WS-SRC-XFR-AMOUNT(WS-SRC-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  transfers  count " WS-COUNT-EDIT
                      "  moved " WS-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-SRC-RCY-COUNT(WS-SRC-IDX) TO WS-COUNT-EDIT
           MOVE WS-SRC-RCY-NET(WS-SRC-IDX)   TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *    Net applied = clean net + reversed net + recycled net
      *    + approved net - backed out net; what this source moved the
      *    counters by tonight.
           COMPUTE WS-SIGNED-WORK =
               WS-SRC-CLN-ADDS(WS-SRC-IDX)
               - WS-SRC-CLN-SUBS(WS-SRC-IDX)
               + WS-SRC-CLN-ADJ(WS-SRC-IDX)
               + WS-SRC-REV-NET(WS-SRC-IDX)
               + WS-SRC-RCY-NET(WS-SRC-IDX)
               + WS-SRC-APR-NET(WS-SRC-IDX)
               - WS-SRC-BKO-NET(WS-SRC-IDX)
