      *  the downstream feed.  Run it after CNTRUPD and before the    *
      *  MSTNEW/SUSNEW renames, so the master and suspense files      *
      *  still hold the images the proved run consumed.               *
      *  Reversals (REV) are replayed and netted as a leg of their    *
      *  own, so the break report shows what was reversed apart       *
      *  from the day's ordinary movements.                           *
      *  Transfers (XFR) replay both legs, each on its own counter,   *
      *  and the legs are proved against each other: what the run     *
      *  backed out of the from-counters must equal what it backed    *
      *  out of the to-counters, or a transfer posted half-moved.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTIN-FILE-STATUS.

      *    The run parameters CNTRUPD actually went by, shop
      *    calendar applied - not the keyed PARMFILE member.
           SELECT RUN-PARAMETER-FILE ASSIGN TO "PRMRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

       01  WS-SUS-REPLAYED             PIC 9(8) VALUE ZERO.
       01  WS-PND-REPLAYED             PIC 9(8) VALUE ZERO.
       01  WS-AUD-NETTED               PIC 9(8) VALUE ZERO.
       01  WS-REV-REPLAYED             PIC 9(8) VALUE ZERO.
       01  WS-REV-REPLAYED-NET         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-REV-NETTED               PIC 9(8) VALUE ZERO.
       01  WS-REV-NETTED-NET           PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-REV-NET-EDIT             PIC -(14)9.

      *    Transfer legs.  Out and in are carried as magnitudes.
       01  WS-XFR-FROM-SUB             PIC 9(4).
       01  WS-XFR-TO-COUNTER           PIC X(10).
       01  WS-XFR-AMOUNT               PIC 9(5).
       01  WS-XFR-REPLAYED             PIC 9(8) VALUE ZERO.
       01  WS-XFR-UNMATCHED            PIC 9(8) VALUE ZERO.
       01  WS-XFR-OUT-REPLAYED         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-XFR-IN-REPLAYED          PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-XFR-OUT-NETTED           PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-XFR-IN-NETTED            PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-XFR-OUT-EDIT             PIC -(14)9.
       01  WS-XFR-IN-EDIT              PIC -(14)9.

       01  WS-COMPUTED-EDIT            PIC -(14)9.
       01  WS-EXTRACT-EDIT             PIC -(14)9.
               PERFORM 2800-APPLY-ROLLOVER-RULES
           END-IF
           PERFORM 6000-COMPARE-TO-INTERFACE
           PERFORM 6200-PROVE-TRANSFER-LEGS
           PERFORM 1300-TERMINATE
           STOP RUN.

                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *        Retired counters take no postings and are not loaded.
               IF NOT CTL-RETIRED
                   PERFORM 1152-INSERT-CONTROL-ENTRY
               END-IF
               READ CONTROL-FILE
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
                   END-IF
                   ADD WS-ADJ-SIGNED-AMOUNT
                       TO WS-RCN-VALUE(WS-CTR-IDX)
               WHEN "REV"
                   MOVE SUS-AMOUNT TO WS-ADJ-SIGNED-AMOUNT
                   IF SUS-ADJ-SIGN = "-"
                       COMPUTE WS-ADJ-SIGNED-AMOUNT =
                           0 - WS-ADJ-SIGNED-AMOUNT
                   END-IF
                   PERFORM 2200-REPLAY-REVERSAL
               WHEN "XFR"
                   MOVE SUS-XFR-TO-COUNTER TO WS-XFR-TO-COUNTER
                   MOVE SUS-AMOUNT         TO WS-XFR-AMOUNT
                   PERFORM 2250-REPLAY-TRANSFER
           END-EVALUATE.

      *    Approved pending adjustments are movements the run
                   END-IF
                   ADD WS-ADJ-SIGNED-AMOUNT
                       TO WS-RCN-VALUE(WS-CTR-IDX)
               WHEN TRAN-OP-REV
                   MOVE TRAN-AMOUNT TO WS-ADJ-SIGNED-AMOUNT
                   IF TRAN-ADJ-SIGN = "-"
                       COMPUTE WS-ADJ-SIGNED-AMOUNT =
                           0 - WS-ADJ-SIGNED-AMOUNT
                   END-IF
                   PERFORM 2200-REPLAY-REVERSAL
               WHEN TRAN-OP-XFR
                   MOVE TRAN-XFR-TO-COUNTER TO WS-XFR-TO-COUNTER
                   MOVE TRAN-AMOUNT         TO WS-XFR-AMOUNT
                   PERFORM 2250-REPLAY-TRANSFER
           END-EVALUATE.

      *    A reversal carries the signed inverse TRANEDIT took from
      *    the posting journal.
       2200-REPLAY-REVERSAL.
           ADD 1 TO WS-REV-REPLAYED
           ADD WS-ADJ-SIGNED-AMOUNT TO WS-REV-REPLAYED-NET
           ADD WS-ADJ-SIGNED-AMOUNT TO WS-RCN-VALUE(WS-CTR-IDX).

      *    Both legs or neither, as CNTRUPD posts them: a to-counter
      *    CONTROL-FILE no longer defines posted nothing in the run
      *    either, so neither leg replays.
       2250-REPLAY-TRANSFER.
           SET WS-XFR-FROM-SUB TO WS-CTR-IDX
           MOVE WS-XFR-TO-COUNTER TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF WS-COUNTER-WAS-FOUND
               ADD 1 TO WS-XFR-REPLAYED
               SUBTRACT WS-XFR-AMOUNT
                   FROM WS-RCN-VALUE(WS-XFR-FROM-SUB)
               ADD WS-XFR-AMOUNT TO WS-RCN-VALUE(WS-CTR-IDX)
               ADD WS-XFR-AMOUNT TO WS-XFR-OUT-REPLAYED
               ADD WS-XFR-AMOUNT TO WS-XFR-IN-REPLAYED
           ELSE
               ADD 1 TO WS-XFR-UNMATCHED
           END-IF
           SET WS-CTR-IDX TO WS-XFR-FROM-SUB.

      *    Every audit event is a movement the run took back (or
      *    never stored): reverse its signed amount out of the
      *    naive replay.
                           WHEN "ADJ"
                               SUBTRACT AUD-AMOUNT
                                   FROM WS-RCN-VALUE(WS-CTR-IDX)
                           WHEN "REV"
                               ADD 1 TO WS-REV-NETTED
                               ADD AUD-AMOUNT TO WS-REV-NETTED-NET
                               SUBTRACT AUD-AMOUNT
                                   FROM WS-RCN-VALUE(WS-CTR-IDX)
                           WHEN "XFR-OUT"
                               ADD AUD-AMOUNT TO WS-XFR-OUT-NETTED
                               ADD AUD-AMOUNT
                                   TO WS-RCN-VALUE(WS-CTR-IDX)
                           WHEN "XFR-IN"
                               ADD AUD-AMOUNT TO WS-XFR-IN-NETTED
                               SUBTRACT AUD-AMOUNT
                                   FROM WS-RCN-VALUE(WS-CTR-IDX)
                       END-EVALUATE
                   END-IF
                   READ AUDIT-FILE
               END-IF
           END-IF.

      *    Every transfer the run held was backed out of both its
      *    counters, so the two sides must still agree once the
      *    backouts are netted; a difference means one leg stayed
      *    posted without the other.
       6200-PROVE-TRANSFER-LEGS.
           IF WS-XFR-REPLAYED > ZERO
               COMPUTE WS-XFR-OUT-REPLAYED =
                   WS-XFR-OUT-REPLAYED - WS-XFR-OUT-NETTED
               COMPUTE WS-XFR-IN-REPLAYED =
                   WS-XFR-IN-REPLAYED - WS-XFR-IN-NETTED
               MOVE WS-XFR-OUT-REPLAYED TO WS-XFR-OUT-EDIT
               MOVE WS-XFR-IN-REPLAYED  TO WS-XFR-IN-EDIT
               MOVE SPACES TO BREAK-REPORT-LINE
               STRING "TRANSFERS REPLAYED " WS-XFR-REPLAYED
                      " POSTED OUT " WS-XFR-OUT-EDIT
                      " IN " WS-XFR-IN-EDIT
                      DELIMITED BY SIZE INTO BREAK-REPORT-LINE
               WRITE BREAK-REPORT-LINE
               IF WS-XFR-OUT-REPLAYED NOT = WS-XFR-IN-REPLAYED
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE SPACES TO BREAK-REPORT-LINE
                   MOVE "BREAK TRANSFER LEGS DO NOT BALANCE"
                       TO BREAK-REPORT-LINE
                   WRITE BREAK-REPORT-LINE
               END-IF
           END-IF.

       1300-TERMINATE.
           IF WS-BREAK-COUNT = ZERO
               MOVE SPACES TO BREAK-REPORT-LINE
                   TO BREAK-REPORT-LINE
               WRITE BREAK-REPORT-LINE
           END-IF
           IF WS-REV-REPLAYED > ZERO
               MOVE WS-REV-REPLAYED-NET TO WS-REV-NET-EDIT
               MOVE SPACES TO BREAK-REPORT-LINE
               STRING "REVERSALS REPLAYED " WS-REV-REPLAYED
                      " NET " WS-REV-NET-EDIT
                      DELIMITED BY SIZE INTO BREAK-REPORT-LINE
               WRITE BREAK-REPORT-LINE
               MOVE WS-REV-NETTED-NET TO WS-REV-NET-EDIT
               MOVE SPACES TO BREAK-REPORT-LINE
               STRING "REVERSALS BACKED OUT " WS-REV-NETTED
                      " NET " WS-REV-NET-EDIT
                      DELIMITED BY SIZE INTO BREAK-REPORT-LINE
               WRITE BREAK-REPORT-LINE
           END-IF
           CLOSE BREAK-REPORT-FILE
           DISPLAY "CNTRRCN complete - transactions replayed: "
                   WS-TRAN-REPLAYED
           DISPLAY "  suspense movements replayed: " WS-SUS-REPLAYED
           DISPLAY "  approved adj replayed:       " WS-PND-REPLAYED
           DISPLAY "  reversals replayed:          " WS-REV-REPLAYED
           DISPLAY "  transfers replayed:          " WS-XFR-REPLAYED
           IF WS-XFR-UNMATCHED > ZERO
               DISPLAY "  transfers to unknown counter: "
                       WS-XFR-UNMATCHED
           END-IF
           DISPLAY "  audit backouts netted:       " WS-AUD-NETTED
           DISPLAY "    of which reversals:        " WS-REV-NETTED
           DISPLAY "  breaks:                      " WS-BREAK-COUNT
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
