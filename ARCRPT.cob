      *  scheduled before the near-capacity warning ever fires.       *
      *  Branch and product rollup sections total the same periods    *
      *  across the hierarchy codes, in first-appearance order.       *
      *  A counter CNTRCNS has retired is not listed on its own: its  *
      *  archived periods are added into its survivor's, so the       *
      *  survivor's trend runs unbroken across the merge and rolls    *
      *  up under the survivor's hierarchy codes.  The survivor's     *
      *  heading names each predecessor joined in.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-COUNTER-FOUND            PIC X VALUE "N".
           88  WS-COUNTER-WAS-FOUND         VALUE "Y".
       01  WS-SEARCH-KEY               PIC X(10).

      *    Retired CONTROL-FILE entries and the survivor each was
      *    merged into; pointers are single-hop (CNTRCNS keeps them
      *    so), so one lookup finds the row to join into.
       01  WS-FWD-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-FORWARD-TABLE.
           05  WS-FWD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FWD-COUNT
                   INDEXED BY WS-FWD-IDX.
               10  WS-FWD-OLD-ID           PIC X(10).
               10  WS-FWD-SURVIVOR-ID      PIC X(10).
               10  WS-FWD-RETIRED-DATE     PIC 9(8).
       01  WS-ARC-JOINED               PIC 9(8) VALUE ZERO.
       01  WS-CODE-FOUND               PIC X.

      *    A counter already at or past this percentage of capacity
               AT END SET WS-END-OF-CONTROL TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-CONTROL
               IF WS-COUNTER-COUNT + WS-FWD-COUNT >= 2000
                   DISPLAY "CONTROL-FILE has more than 2000 counters "
                           "- WS-COUNTER-TABLE cannot hold any more"
                   CLOSE CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CTL-RETIRED
                   PERFORM 1152-ADD-FORWARD-ENTRY
               ELSE
                   PERFORM 1151-ADD-COUNTER-ENTRY
               END-IF
               READ CONTROL-FILE
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       1151-ADD-COUNTER-ENTRY.
           ADD 1 TO WS-COUNTER-COUNT
           MOVE CTL-COUNTER-ID TO WS-CTR-ID(WS-COUNTER-COUNT)
           MOVE CTL-CAPACITY   TO WS-CTR-CAPACITY(WS-COUNTER-COUNT)
           MOVE "*NONE" TO WS-CTR-BRANCH(WS-COUNTER-COUNT)
           MOVE "*NONE" TO WS-CTR-PRODUCT(WS-COUNTER-COUNT)
           PERFORM VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > 12
               MOVE "N" TO WS-CPD-PRESENT
                   (WS-COUNTER-COUNT WS-WINDOW-SUB)
               MOVE ZERO TO WS-CPD-CLOSE
                   (WS-COUNTER-COUNT WS-WINDOW-SUB)
               MOVE ZERO TO WS-CPD-ADDS
                   (WS-COUNTER-COUNT WS-WINDOW-SUB)
               MOVE ZERO TO WS-CPD-SUBS
                   (WS-COUNTER-COUNT WS-WINDOW-SUB)
               MOVE ZERO TO WS-CPD-ADJ
                   (WS-COUNTER-COUNT WS-WINDOW-SUB)
               MOVE ZERO TO WS-CPD-OVERFLOWS
                   (WS-COUNTER-COUNT WS-WINDOW-SUB)
           END-PERFORM.

       1152-ADD-FORWARD-ENTRY.
           ADD 1 TO WS-FWD-COUNT
           MOVE CTL-COUNTER-ID    TO WS-FWD-OLD-ID(WS-FWD-COUNT)
           MOVE CTL-FORWARD-TO-ID TO WS-FWD-SURVIVOR-ID(WS-FWD-COUNT)
           MOVE CTL-RETIRED-DATE  TO WS-FWD-RETIRED-DATE(WS-FWD-COUNT).

      *    Same rollup-code fallback the balancing report uses: a
      *    missing hierarchy file rolls everything up as *NONE.
       1156-LOAD-HIERARCHY.
               END-IF
           END-PERFORM.

      *    A retired counter's archive joins its survivor's row.
       3100-FIND-SURVIVOR-ROW.
           PERFORM VARYING WS-FWD-IDX FROM 1 BY 1
                   UNTIL WS-FWD-IDX > WS-FWD-COUNT
               IF WS-FWD-OLD-ID(WS-FWD-IDX) = ARC-COUNTER-ID
                   MOVE WS-FWD-SURVIVOR-ID(WS-FWD-IDX)
                       TO WS-SEARCH-KEY
                   PERFORM 3000-FIND-COUNTER
                   IF WS-COUNTER-WAS-FOUND
                       ADD 1 TO WS-ARC-JOINED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    First pass: every distinct period id on the archive, in
      *    the order the closes were appended - which is the order
      *    the periods closed.
           ELSE
               MOVE ARC-COUNTER-ID TO WS-SEARCH-KEY
               PERFORM 3000-FIND-COUNTER
               IF NOT WS-COUNTER-WAS-FOUND
                   PERFORM 3100-FIND-SURVIVOR-ROW
               END-IF
               IF NOT WS-COUNTER-WAS-FOUND
                   ADD 1 TO WS-ARC-ORPHANS
               ELSE
      *                Added, not moved: a survivor's cell also takes
      *                its predecessors' closes for the same period.
                   ADD 1 TO WS-ARC-SELECTED
                   MOVE "Y" TO
                       WS-CPD-PRESENT(WS-CTR-IDX WS-WINDOW-SUB)
                   ADD ARC-CLOSE-VALUE TO
                       WS-CPD-CLOSE(WS-CTR-IDX WS-WINDOW-SUB)
                   ADD ARC-PERIOD-ADDS TO
                       WS-CPD-ADDS(WS-CTR-IDX WS-WINDOW-SUB)
                   ADD ARC-PERIOD-SUBS TO
                       WS-CPD-SUBS(WS-CTR-IDX WS-WINDOW-SUB)
                   ADD ARC-PERIOD-ADJ TO
                       WS-CPD-ADJ(WS-CTR-IDX WS-WINDOW-SUB)
                   ADD ARC-OVERFLOW-COUNT TO
                       WS-CPD-OVERFLOWS(WS-CTR-IDX WS-WINDOW-SUB)
                       ON SIZE ERROR
                           MOVE 9999 TO WS-CPD-OVERFLOWS
                               (WS-CTR-IDX WS-WINDOW-SUB)
                   END-ADD
                   PERFORM 4200-ROLL-UP-BRANCH
                   PERFORM 4300-ROLL-UP-PRODUCT
               END-IF
                      "CONTROL-FILE: " WS-ARC-ORPHANS
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-ARC-JOINED > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "ARCHIVE RECORDS OF RETIRED COUNTERS JOINED TO "
                      "THEIR SURVIVORS: " WS-ARC-JOINED
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6100-REPORT-ONE-COUNTER.
                  "  CAPACITY " WS-VALUE-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FWD-IDX FROM 1 BY 1
                   UNTIL WS-FWD-IDX > WS-FWD-COUNT
               IF WS-FWD-SURVIVOR-ID(WS-FWD-IDX)
                      = WS-CTR-ID(WS-CTR-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING "  INCLUDES HISTORY OF "
                          WS-FWD-OLD-ID(WS-FWD-IDX)
                          " - MERGED IN "
                          WS-FWD-RETIRED-DATE(WS-FWD-IDX)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD " "          CLOSE "
