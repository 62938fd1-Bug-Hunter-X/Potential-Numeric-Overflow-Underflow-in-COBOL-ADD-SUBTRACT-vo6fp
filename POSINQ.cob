      *  as-of date, a single counter, or a whole branch through      *
      *  HIERARCHY-FILE; a missing parameter file reports every       *
      *  counter as of today.                                         *
      *  A counter CNTRCNS has retired into a survivor is reported    *
      *  beneath the survivor, its history joined to the survivor's:  *
      *  selecting either id shows the whole group, a retired         *
      *  counter rolls up under the survivor's branch, and a group    *
      *  close line totals the survivor with its predecessors - the   *
      *  same figure before and after the merge date.                 *
      *  HISTRTN keeps on line the run in force on the oldest date    *
      *  the POSHIST retention period covers; an as-of date older     *
      *  than the history on line is flagged on the report.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIR-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "POSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.
           RECORDING MODE IS F.
           COPY HIRREC.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CTLREC.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PQRREC.
       01  WS-PHS-FILE-STATUS          PIC XX.
       01  WS-HIR-FILE-STATUS          PIC XX.
       01  WS-PRM-FILE-STATUS          PIC XX.
       01  WS-CTL-FILE-STATUS          PIC XX.

       01  WS-PHS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-HISTORY            VALUE "Y".
       01  WS-HIR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-HIERARCHY          VALUE "Y".
       01  WS-CTL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-CONTROL            VALUE "Y".

      *    Retired counters from CONTROL-FILE: the survivor each one
      *    was merged into and the merge date.  Pointers are kept
      *    single-hop by CNTRCNS, so one lookup finds the group.
       01  WS-FWD-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-FORWARD-TABLE.
           05  WS-FWD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FWD-COUNT
                   INDEXED BY WS-FWD-IDX.
               10  WS-FWD-OLD-ID           PIC X(10).
               10  WS-FWD-SURVIVOR-ID      PIC X(10).
               10  WS-FWD-RETIRED-DATE     PIC 9(8).
       01  WS-FWD-SEARCH-ID            PIC X(10).
       01  WS-FWD-SURVIVOR             PIC X(10).
       01  WS-FWD-DATE                 PIC 9(8).
       01  WS-BRANCH-SEARCH-ID         PIC X(10).

      *    Effective selection, defaulted wide open / today and
      *    overlaid from the parameter record when one is present -
       01  WS-SELECT-COUNTER           PIC X(10) VALUE SPACES.
       01  WS-SELECT-BRANCH            PIC X(5) VALUE SPACES.

      *    Oldest run still on the history file - HISTRTN moves
      *    older runs to the retention archive.
       01  WS-OLDEST-RUN-DATE          PIC 9(8) VALUE 99999999.

      *    Hierarchy codes for the branch selection and the report's
      *    branch column; counters without a record show *NONE.
       01  WS-HIR-COUNT                PIC 9(4) VALUE ZERO.
               10  WS-POS-ADJ              PIC S9(15) COMP-3.
               10  WS-POS-CLOSE            PIC S9(15) COMP-3.
               10  WS-POS-OVERFLOWS        PIC 9(4).
               10  WS-POS-SURVIVOR-ID      PIC X(10).
               10  WS-POS-RETIRED-DATE     PIC 9(8).
               10  WS-POS-PRINTED          PIC X.
       01  WS-POS-FULL-WARNED          PIC X VALUE "N".
       01  WS-GRP-IDX                  PIC 9(4).
       01  WS-GRP-COUNT                PIC 9(4).
       01  WS-GRP-CLOSE                PIC S9(15) COMP-3.
       01  WS-GRP-COUNT-EDIT           PIC ZZZ9.

       01  WS-CODE-FOUND               PIC X.
       01  WS-CTR-BRANCH               PIC X(5).
               CLOSE PARAMETER-FILE
           END-IF
           PERFORM 1156-LOAD-HIERARCHY
           PERFORM 1158-LOAD-FORWARDING
           OPEN OUTPUT REPORT-FILE.

       1156-LOAD-HIERARCHY.
               CLOSE HIERARCHY-FILE
           END-IF.

      *    Only retired entries are kept.  A selected counter that
      *    has been retired is widened to its survivor, so either id
      *    brings up the joined history.
       1158-LOAD-FORWARDING.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "No control file - retired counters report "
                       "on their own"
           ELSE
               READ CONTROL-FILE
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-CONTROL
                   IF CTL-RETIRED
                      AND WS-FWD-COUNT < 2000
                       ADD 1 TO WS-FWD-COUNT
                       MOVE CTL-COUNTER-ID
                           TO WS-FWD-OLD-ID(WS-FWD-COUNT)
                       MOVE CTL-FORWARD-TO-ID
                           TO WS-FWD-SURVIVOR-ID(WS-FWD-COUNT)
                       MOVE CTL-RETIRED-DATE
                           TO WS-FWD-RETIRED-DATE(WS-FWD-COUNT)
                   END-IF
                   READ CONTROL-FILE
                       AT END SET WS-END-OF-CONTROL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           IF WS-SELECT-COUNTER NOT = SPACES
               MOVE WS-SELECT-COUNTER TO WS-FWD-SEARCH-ID
               PERFORM 3200-FIND-SURVIVOR
               IF WS-FWD-SURVIVOR NOT = SPACES
                   DISPLAY "Counter " WS-SELECT-COUNTER
                           " retired into " WS-FWD-SURVIVOR
                           " - reporting the merged group"
                   MOVE WS-FWD-SURVIVOR TO WS-SELECT-COUNTER
               END-IF
           END-IF.

      *    Branch code for the counter in hand; *NONE when it has no
      *    hierarchy record, the balancing report's convention.  A
      *    retired counter takes its survivor's branch - its own
      *    hierarchy record went when it was merged.
       3100-FIND-COUNTER-BRANCH.
           MOVE "*NONE" TO WS-CTR-BRANCH
           MOVE PHS-COUNTER-ID TO WS-BRANCH-SEARCH-ID
           IF WS-FWD-SURVIVOR NOT = SPACES
               MOVE WS-FWD-SURVIVOR TO WS-BRANCH-SEARCH-ID
           END-IF
           PERFORM VARYING WS-HIR-IDX FROM 1 BY 1
                   UNTIL WS-HIR-IDX > WS-HIR-COUNT
               IF WS-HIR-COUNTER-ID(WS-HIR-IDX) = WS-BRANCH-SEARCH-ID
                   MOVE WS-HIR-BRANCH(WS-HIR-IDX) TO WS-CTR-BRANCH
                   EXIT PERFORM
               END-IF
               END-READ
               PERFORM UNTIL WS-END-OF-HISTORY
                   ADD 1 TO WS-HISTORY-READ
                   IF PHS-RUN-DATE < WS-OLDEST-RUN-DATE
                       MOVE PHS-RUN-DATE TO WS-OLDEST-RUN-DATE
                   END-IF
                   PERFORM 2100-CONSIDER-ONE-RECORD
                   READ POSITION-HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
           IF PHS-RUN-DATE > WS-AS-OF-DATE
               CONTINUE
           ELSE
               MOVE PHS-COUNTER-ID TO WS-FWD-SEARCH-ID
               PERFORM 3200-FIND-SURVIVOR
               PERFORM 3100-FIND-COUNTER-BRANCH
               EVALUATE TRUE
                   WHEN WS-SELECT-COUNTER NOT = SPACES
                        AND PHS-COUNTER-ID NOT = WS-SELECT-COUNTER
                        AND WS-FWD-SURVIVOR NOT = WS-SELECT-COUNTER
                       CONTINUE
                   WHEN WS-SELECT-COUNTER = SPACES
                        AND WS-SELECT-BRANCH NOT = SPACES
               SET WS-POS-IDX TO WS-POS-COUNT
               MOVE PHS-COUNTER-ID TO WS-POS-COUNTER-ID(WS-POS-IDX)
               MOVE ZERO TO WS-POS-RUN-DATE(WS-POS-IDX)
               MOVE WS-FWD-SURVIVOR TO WS-POS-SURVIVOR-ID(WS-POS-IDX)
               MOVE WS-FWD-DATE TO WS-POS-RETIRED-DATE(WS-POS-IDX)
               MOVE "N" TO WS-POS-PRINTED(WS-POS-IDX)
           END-IF
           IF PHS-RUN-DATE >= WS-POS-RUN-DATE(WS-POS-IDX)
               MOVE WS-CTR-BRANCH   TO WS-POS-BRANCH(WS-POS-IDX)
                                    TO WS-POS-OVERFLOWS(WS-POS-IDX)
           END-IF.

       3200-FIND-SURVIVOR.
           MOVE SPACES TO WS-FWD-SURVIVOR
           MOVE ZERO TO WS-FWD-DATE
           PERFORM VARYING WS-FWD-IDX FROM 1 BY 1
                   UNTIL WS-FWD-IDX > WS-FWD-COUNT
               IF WS-FWD-OLD-ID(WS-FWD-IDX) = WS-FWD-SEARCH-ID
                   MOVE WS-FWD-SURVIVOR-ID(WS-FWD-IDX)
                       TO WS-FWD-SURVIVOR
                   MOVE WS-FWD-RETIRED-DATE(WS-FWD-IDX)
                       TO WS-FWD-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       6000-WRITE-POSITION-REPORT.
           MOVE SPACES TO REPORT-LINE
           MOVE "COUNTER POSITION AS-OF-DATE REPORT" TO REPORT-LINE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-HISTORY-READ > ZERO
              AND WS-AS-OF-DATE < WS-OLDEST-RUN-DATE
               MOVE SPACES TO REPORT-LINE
               STRING "Note: the position history on line begins "
                      WS-OLDEST-RUN-DATE ", after the as-of date - "
                      "earlier positions are on the retention archive"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *        Survivors and unmerged counters first, each followed
      *        by its predecessors; a predecessor whose survivor has
      *        no history at the as-of date is reported on its own.
           MOVE ZERO TO WS-TOT-CLOSE
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-SURVIVOR-ID(WS-POS-IDX) = SPACES
                   PERFORM 6100-WRITE-ONE-POSITION
                   PERFORM 6200-WRITE-PREDECESSORS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-PRINTED(WS-POS-IDX) = "N"
                   PERFORM 6150-WRITE-MERGE-MARKER
                   PERFORM 6100-WRITE-ONE-POSITION
               END-IF
           END-PERFORM

           IF WS-POS-COUNT = ZERO
               WRITE REPORT-LINE
           END-IF.

       6100-WRITE-ONE-POSITION.
           MOVE WS-POS-OPEN(WS-POS-IDX)  TO WS-OPEN-EDIT
           MOVE WS-POS-ADDS(WS-POS-IDX)  TO WS-ADDS-EDIT
           MOVE WS-POS-SUBS(WS-POS-IDX)  TO WS-SUBS-EDIT
           MOVE WS-POS-ADJ(WS-POS-IDX)   TO WS-ADJ-EDIT
           MOVE WS-POS-CLOSE(WS-POS-IDX) TO WS-CLOSE-EDIT
           ADD WS-POS-CLOSE(WS-POS-IDX)  TO WS-TOT-CLOSE
           MOVE "Y" TO WS-POS-PRINTED(WS-POS-IDX)
           MOVE SPACES TO REPORT-LINE
           STRING WS-POS-COUNTER-ID(WS-POS-IDX) "  "
                  WS-POS-BRANCH(WS-POS-IDX) " "
                  WS-POS-RUN-DATE(WS-POS-IDX) " "
                  WS-OPEN-EDIT " " WS-ADDS-EDIT " "
                  WS-SUBS-EDIT " " WS-ADJ-EDIT " "
                  WS-CLOSE-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       6150-WRITE-MERGE-MARKER.
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-POS-COUNTER-ID(WS-POS-IDX)
                  " merged into " WS-POS-SURVIVOR-ID(WS-POS-IDX)
                  " on " WS-POS-RETIRED-DATE(WS-POS-IDX) ":"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The survivor at WS-POS-IDX is in hand; its predecessors
      *    are listed under it and the group closed with one total.
       6200-WRITE-PREDECESSORS.
           MOVE ZERO TO WS-GRP-COUNT
           MOVE WS-POS-CLOSE(WS-POS-IDX) TO WS-GRP-CLOSE
           SET WS-GRP-IDX TO WS-POS-IDX
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-SURVIVOR-ID(WS-POS-IDX)
                      = WS-POS-COUNTER-ID(WS-GRP-IDX)
                   ADD 1 TO WS-GRP-COUNT
                   ADD WS-POS-CLOSE(WS-POS-IDX) TO WS-GRP-CLOSE
                   PERFORM 6150-WRITE-MERGE-MARKER
                   PERFORM 6100-WRITE-ONE-POSITION
               END-IF
           END-PERFORM
           SET WS-POS-IDX TO WS-GRP-IDX
           IF WS-GRP-COUNT > ZERO
               MOVE WS-GRP-CLOSE TO WS-CLOSE-EDIT
               MOVE WS-GRP-COUNT TO WS-GRP-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  GROUP CLOSE " WS-POS-COUNTER-ID(WS-POS-IDX)
                      " with" WS-GRP-COUNT-EDIT " predecessor(s) "
                      WS-CLOSE-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1300-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY "POSINQ complete - history records read: "
