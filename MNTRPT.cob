       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTRPT.
       AUTHOR. OPERATIONS-BATCH.
      *****************************************************************
      *  MNTRPT                                                       *
      *  Control-change history report over the maintenance audit     *
      *  (MAINT-AUDIT-FILE, MNTAUDIT).  CNTRMNT and CNTRCNS log every *
      *  control, reason-code, pending-approval, duplicate-review     *
      *  and standing-instruction change there with before and after  *
      *  images, but the images are raw fixed-format lines; this      *
      *  program decodes them field by field and prints, for each     *
      *  change, only the fields that moved - old value and new.      *
      *  Refused attempts print with their refusal text.  Selection   *
      *  is by an inclusive date range, a counter-id or reason code,  *
      *  and an operator id, from a one-record parameter file; a      *
      *  missing parameter file reports the whole log.                *
      *  As-of mode (a non-zero as-of date on the parameter record)   *
      *  prints the control file and reason-code master as they       *
      *  stood at the end of that date, so a past night's CAP-EXCEED  *
      *  or ADJ-PEND can be explained against the limits in force.    *
      *  The reconstruction starts from the current CTLFILE and       *
      *  RSNFILE and undoes, newest first, every logged change dated  *
      *  after the as-of date - which also covers counters and codes  *
      *  loaded before the log began.  Each change undone is checked  *
      *  against the file: a current image that does not match the    *
      *  logged after-image (an unrenamed CTLNEW or RSNNEW, or an     *
      *  edit made outside CNTRMNT) is listed and the run ends with   *
      *  return code 4.  A log too long to hold ends with 16 and no   *
      *  reconstruction.                                              *
      *  Counter and reason-code images share actions ADD, CHG and    *
      *  DEL; they are told apart by byte 35, the last digit of the   *
      *  approval limit on a control image and the active flag on a   *
      *  reason-code image.                                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "MNTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT REASON-FILE ASSIGN TO "RSNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MNTRPRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY MNTREC.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY MRPREC.

      *    Control and reason-code lines are read as flat images -
      *    the record layouts live in working storage, where the
      *    audit images are decoded through them as well.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD           PIC X(54).

       FD  REASON-FILE
           RECORDING MODE IS F.
       01  REASON-IN-RECORD            PIC X(35).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MNT-FILE-STATUS          PIC XX.
       01  WS-PRM-FILE-STATUS          PIC XX.
       01  WS-CTL-FILE-STATUS          PIC XX.
       01  WS-RSN-FILE-STATUS          PIC XX.

       01  WS-MNT-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-MAINT-AUDIT        VALUE "Y".
       01  WS-CTL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-CONTROL            VALUE "Y".
       01  WS-RSN-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REASONS            VALUE "Y".

      *    Effective selection, defaulted wide open and overlaid
      *    from the parameter record when one is present - the same
      *    convention AUDRPT and POSINQ use.
       01  WS-FROM-DATE                PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(8) VALUE 99999999.
       01  WS-SELECT-KEY               PIC X(10) VALUE SPACES.
       01  WS-SELECT-USER              PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE ZERO.
       01  WS-AS-OF-SWITCH             PIC X VALUE "N".
           88  WS-AS-OF-MODE                VALUE "Y".

      *    The record layouts every audit image is decoded through.
           COPY CTLREC.
           COPY RSNREC.
           COPY PNDREC.
           COPY DUPREC.
           COPY STOREC.

      *    Which layout an audit record's images are in:
      *    C control, R reason code, P pending adjustment,
      *    D duplicate suspect, S standing instruction,
      *    F refusal text, U not recognised.
       01  WS-IMAGE-KIND               PIC X.
           88  WS-KIND-CONTROL              VALUE "C".
           88  WS-KIND-REASON               VALUE "R".
           88  WS-KIND-PENDING              VALUE "P".
           88  WS-KIND-DUPLICATE            VALUE "D".
           88  WS-KIND-STANDING             VALUE "S".
           88  WS-KIND-REFUSAL              VALUE "F".
       01  WS-PROBE-IMAGE              PIC X(79).
       01  WS-DECODE-IMAGE             PIC X(79).
       01  WS-ACTION-DESC              PIC X(28).

      *    Decoded field values.  Each decoder fills WS-DEC-VALUE
      *    for its layout; the old image's values and the new
      *    image's values are kept side by side and only the
      *    entries that differ are printed.
       01  WS-FIELD-COUNT              PIC 9(2).
       01  WS-FIELD-SUB                PIC 9(2).
       01  WS-CHANGED-COUNT            PIC 9(2).
       01  WS-FIELD-LABELS.
           05  WS-FIELD-LABEL          PIC X(20) OCCURS 12 TIMES.
       01  WS-DECODED-FIELDS.
           05  WS-DEC-VALUE            PIC X(30) OCCURS 12 TIMES.
       01  WS-OLD-FIELDS.
           05  WS-OLD-VALUE            PIC X(30) OCCURS 12 TIMES.
       01  WS-NEW-FIELDS.
           05  WS-NEW-VALUE            PIC X(30) OCCURS 12 TIMES.

       01  WS-CAPACITY-EDIT            PIC Z(14)9.
       01  WS-LIMIT-EDIT               PIC ZZZZ9.
       01  WS-AMOUNT-EDIT              PIC ZZZZ9.

      *    History-mode tallies, with a count per action code.
       01  WS-READ-COUNT               PIC 9(8) VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-ACT-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-ACTION-TABLE.
           05  WS-ACT-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-ACT-COUNT
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-CODE             PIC X(3).
               10  WS-ACT-USES             PIC 9(8).
       01  WS-ACT-FOUND                PIC X.

      *    As-of mode: the current control file and reason-code
      *    master, held in key order and wound back change by
      *    change.  An entry whose present flag is N did not exist
      *    at that point - a deactivated counter, or one not yet
      *    added.
       01  WS-ASO-CTL-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-ASO-CONTROL-TABLE.
           05  WS-ASO-CTL-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-ASO-CTL-COUNT
                   INDEXED BY WS-ASO-CTL-IDX.
               10  WS-ASO-CTL-KEY          PIC X(10).
               10  WS-ASO-CTL-PRESENT      PIC X.
               10  WS-ASO-CTL-IMAGE        PIC X(54).
       01  WS-ASO-RSN-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-ASO-REASON-TABLE.
           05  WS-ASO-RSN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ASO-RSN-COUNT
                   INDEXED BY WS-ASO-RSN-IDX.
               10  WS-ASO-RSN-KEY          PIC X(4).
               10  WS-ASO-RSN-PRESENT      PIC X.
               10  WS-ASO-RSN-IMAGE        PIC X(35).
       01  WS-ASO-FOUND                PIC X.
       01  WS-ASO-FULL-SWITCH          PIC X VALUE "N".
           88  WS-ASO-TABLE-FULL            VALUE "Y".
       01  WS-INSERT-SUB               PIC 9(4).
       01  WS-SHIFT-SUB                PIC 9(4).

      *    Control and reason-code changes dated after the as-of
      *    date, in log order, to be undone last first.
       01  WS-CHG-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CHG-COUNT.
               10  WS-CHG-KIND             PIC X.
               10  WS-CHG-DATE             PIC 9(8).
               10  WS-CHG-ACTION           PIC X(3).
               10  WS-CHG-KEY              PIC X(10).
               10  WS-CHG-OLD-IMAGE        PIC X(54).
               10  WS-CHG-NEW-IMAGE        PIC X(54).
       01  WS-CHG-SUB                  PIC 9(5).
       01  WS-CHG-FULL-SWITCH          PIC X VALUE "N".
           88  WS-CHG-TABLE-FULL            VALUE "Y".
       01  WS-OLDEST-LOG-DATE          PIC 9(8) VALUE 99999999.
       01  WS-UNDONE-COUNT             PIC 9(8) VALUE ZERO.
       01  WS-MISMATCH-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-MATCH-SWITCH             PIC X.
           88  WS-IMAGES-MATCH              VALUE "Y".
       01  WS-PRINTED-COUNT            PIC 9(8).

       01  WS-COUNT-EDIT               PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
           PERFORM 1100-INITIALIZE
           IF WS-AS-OF-MODE
               PERFORM 3000-RECONSTRUCT-AS-OF
           ELSE
               PERFORM 2000-REPORT-HISTORY
           END-IF
           PERFORM 1300-TERMINATE
           STOP RUN.

       1100-INITIALIZE.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-FILE-STATUS NOT = "00"
               DISPLAY "No parameter file - reporting the whole "
                       "maintenance log"
           ELSE
               READ PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MRP-FROM-DATE NUMERIC
                           MOVE MRP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF MRP-TO-DATE NUMERIC
                          AND MRP-TO-DATE > ZERO
                           MOVE MRP-TO-DATE TO WS-TO-DATE
                       END-IF
                       MOVE MRP-KEY     TO WS-SELECT-KEY
                       MOVE MRP-USER-ID TO WS-SELECT-USER
                       IF MRP-AS-OF-DATE NUMERIC
                          AND MRP-AS-OF-DATE > ZERO
                           MOVE MRP-AS-OF-DATE TO WS-AS-OF-DATE
                           SET WS-AS-OF-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE.

      *****************************************************************
      *  History mode                                                 *
      *****************************************************************
       2000-REPORT-HISTORY.
           MOVE SPACES TO REPORT-LINE
           MOVE "CONTROL-CHANGE HISTORY REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Maintenance dates " WS-FROM-DATE " through "
                  WS-TO-DATE DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SELECT-KEY NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "Counter / reason code " WS-SELECT-KEY
                      " only" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-SELECT-USER NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "Operator " WS-SELECT-USER " only"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Date     Time   Operator Act Key        "
                  "Change" DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "         Field               Old value"
                  "                        New value"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-MNT-FILE-STATUS NOT = "00"
               DISPLAY "No maintenance audit file to report on"
               MOVE SPACES TO REPORT-LINE
               MOVE "  (no maintenance audit file)" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               READ MAINT-AUDIT-FILE
                   AT END SET WS-END-OF-MAINT-AUDIT TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-MAINT-AUDIT
                   ADD 1 TO WS-READ-COUNT
                   IF MNT-DATE >= WS-FROM-DATE
                      AND MNT-DATE <= WS-TO-DATE
                      AND (WS-SELECT-KEY = SPACES
                           OR MNT-COUNTER-ID = WS-SELECT-KEY)
                      AND (WS-SELECT-USER = SPACES
                           OR MNT-USER-ID = WS-SELECT-USER)
                       ADD 1 TO WS-SELECTED-COUNT
                       PERFORM 2100-REPORT-ONE-CHANGE
                   END-IF
                   READ MAINT-AUDIT-FILE
                       AT END SET WS-END-OF-MAINT-AUDIT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF
           PERFORM 2900-REPORT-ACTION-SUMMARY.

       2100-REPORT-ONE-CHANGE.
           PERFORM 2150-TALLY-ACTION
           PERFORM 2200-CLASSIFY-IMAGES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING MNT-DATE " " MNT-TIME " " MNT-USER-ID " "
                  MNT-ACTION " " MNT-COUNTER-ID " " WS-ACTION-DESC
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-KIND-REFUSAL
                   MOVE SPACES TO REPORT-LINE
                   STRING "         " MNT-OLD-IMAGE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-KIND-CONTROL
               WHEN WS-KIND-REASON
               WHEN WS-KIND-PENDING
               WHEN WS-KIND-DUPLICATE
               WHEN WS-KIND-STANDING
                   PERFORM 2300-WRITE-CONTEXT-LINE
                   PERFORM 4000-DECODE-IMAGE-PAIR
                   PERFORM 2800-WRITE-CHANGED-FIELDS
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING "         old " MNT-OLD-IMAGE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "         new " MNT-NEW-IMAGE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       2150-TALLY-ACTION.
           MOVE "N" TO WS-ACT-FOUND
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-CODE(WS-ACT-IDX) = MNT-ACTION
                   MOVE "Y" TO WS-ACT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACT-FOUND = "N"
               IF WS-ACT-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACT-COUNT
               SET WS-ACT-IDX TO WS-ACT-COUNT
               MOVE MNT-ACTION TO WS-ACT-CODE(WS-ACT-IDX)
               MOVE ZERO       TO WS-ACT-USES(WS-ACT-IDX)
           END-IF
           ADD 1 TO WS-ACT-USES(WS-ACT-IDX).

      *    Sets WS-IMAGE-KIND and the action's description.  ADD,
      *    CHG and DEL are shared by counters and reason codes; the
      *    non-blank image's byte 35 settles which (a digit of the
      *    approval limit, or the reason code's active flag).
       2200-CLASSIFY-IMAGES.
           MOVE "U" TO WS-IMAGE-KIND
           MOVE SPACES TO WS-ACTION-DESC
           EVALUATE MNT-ACTION
               WHEN "ADD"
               WHEN "CHG"
               WHEN "DEL"
               WHEN "RET"
                   IF MNT-NEW-IMAGE NOT = SPACES
                       MOVE MNT-NEW-IMAGE TO WS-PROBE-IMAGE
                   ELSE
                       MOVE MNT-OLD-IMAGE TO WS-PROBE-IMAGE
                   END-IF
                   IF WS-PROBE-IMAGE(35:1) NUMERIC
                       MOVE "C" TO WS-IMAGE-KIND
                   ELSE
                       MOVE "R" TO WS-IMAGE-KIND
                   END-IF
               WHEN "APR"
               WHEN "DNY"
                   MOVE "P" TO WS-IMAGE-KIND
               WHEN "REL"
               WHEN "DRP"
                   MOVE "D" TO WS-IMAGE-KIND
               WHEN "SIA"
               WHEN "SIC"
               WHEN "SIS"
               WHEN "SIR"
                   MOVE "S" TO WS-IMAGE-KIND
               WHEN "REF"
                   MOVE "F" TO WS-IMAGE-KIND
           END-EVALUATE
           EVALUATE MNT-ACTION ALSO TRUE
               WHEN "ADD" ALSO WS-KIND-CONTROL
                   MOVE "counter added" TO WS-ACTION-DESC
               WHEN "CHG" ALSO WS-KIND-CONTROL
                   MOVE "counter changed" TO WS-ACTION-DESC
               WHEN "DEL" ALSO WS-KIND-CONTROL
                   MOVE "counter deactivated" TO WS-ACTION-DESC
               WHEN "RET" ALSO ANY
                   MOVE "counter retired" TO WS-ACTION-DESC
               WHEN "ADD" ALSO WS-KIND-REASON
                   MOVE "reason code added" TO WS-ACTION-DESC
               WHEN "CHG" ALSO WS-KIND-REASON
                   MOVE "reason code changed" TO WS-ACTION-DESC
               WHEN "DEL" ALSO WS-KIND-REASON
                   MOVE "reason code deactivated" TO WS-ACTION-DESC
               WHEN "APR" ALSO ANY
                   MOVE "adjustment approved" TO WS-ACTION-DESC
               WHEN "DNY" ALSO ANY
                   MOVE "adjustment denied" TO WS-ACTION-DESC
               WHEN "REL" ALSO ANY
                   MOVE "held feed line released" TO WS-ACTION-DESC
               WHEN "DRP" ALSO ANY
                   MOVE "held feed line dropped" TO WS-ACTION-DESC
               WHEN "SIA" ALSO ANY
                   MOVE "standing instruction added"
                       TO WS-ACTION-DESC
               WHEN "SIC" ALSO ANY
                   MOVE "standing instruction changed"
                       TO WS-ACTION-DESC
               WHEN "SIS" ALSO ANY
                   MOVE "standing instr. suspended"
                       TO WS-ACTION-DESC
               WHEN "SIR" ALSO ANY
                   MOVE "standing instruction resumed"
                       TO WS-ACTION-DESC
               WHEN "REF" ALSO ANY
                   MOVE "REFUSED" TO WS-ACTION-DESC
               WHEN OTHER
                   MOVE "(action not recognised)" TO WS-ACTION-DESC
           END-EVALUATE.

      *    What the change was about, for the layouts whose key
      *    column alone does not say: the adjustment, the held feed
      *    line, or the instruction.
       2300-WRITE-CONTEXT-LINE.
           IF MNT-NEW-IMAGE NOT = SPACES
               MOVE MNT-NEW-IMAGE TO WS-PROBE-IMAGE
           ELSE
               MOVE MNT-OLD-IMAGE TO WS-PROBE-IMAGE
           END-IF
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-KIND-PENDING
                   MOVE WS-PROBE-IMAGE TO PENDING-APPROVAL-RECORD
                   STRING "         key " PND-TRAN-KEY " "
                          PND-OPERATION " " PND-AMOUNT " sign "
                          PND-ADJ-SIGN " reason " PND-REASON-CODE
                          " raised by " PND-USER-ID " ("
                          PND-SOURCE-SYSTEM ") effective "
                          PND-EFFECTIVE-DATE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-KIND-DUPLICATE
                   MOVE WS-PROBE-IMAGE TO DUPLICATE-SUSPECT-RECORD
                   STRING "         " DUP-SOURCE-SYSTEM
                          " feed of " DUP-FEED-DATE " line "
                          DUP-OPERATION " " DUP-AMOUNT " sign "
                          DUP-ADJ-SIGN " by " DUP-USER-ID
                          " effective " DUP-EFFECTIVE-DATE
                          " repeats feed of " DUP-PRIOR-FEED-DATE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-KIND-STANDING
                   MOVE WS-PROBE-IMAGE TO STANDING-INSTRUCTION-RECORD
                   STRING "         instruction "
                          STO-INSTRUCTION-ID
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

      *    One line per field whose decoded value differs between
      *    the old and new images.  A field left empty on the one
      *    side of an add or deactivation is not worth a line.
       2800-WRITE-CHANGED-FIELDS.
           MOVE ZERO TO WS-CHANGED-COUNT
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > WS-FIELD-COUNT
               IF WS-OLD-VALUE(WS-FIELD-SUB)
                      NOT = WS-NEW-VALUE(WS-FIELD-SUB)
                  AND NOT (WS-OLD-VALUE(WS-FIELD-SUB) = "(none)"
                           AND WS-NEW-VALUE(WS-FIELD-SUB) = SPACES)
                  AND NOT (WS-NEW-VALUE(WS-FIELD-SUB) = "(none)"
                           AND WS-OLD-VALUE(WS-FIELD-SUB) = SPACES)
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "         " WS-FIELD-LABEL(WS-FIELD-SUB)
                          WS-OLD-VALUE(WS-FIELD-SUB) "   "
                          WS-NEW-VALUE(WS-FIELD-SUB)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-CHANGED-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "         (no field changed)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2900-REPORT-ACTION-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "CHANGES SELECTED BY ACTION" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               MOVE WS-ACT-USES(WS-ACT-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-ACT-CODE(WS-ACT-IDX) "  "
                      WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Log records read     " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Log records selected " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  As-of mode                                                   *
      *****************************************************************
       3000-RECONSTRUCT-AS-OF.
           PERFORM 3100-LOAD-CURRENT-CONTROL
           PERFORM 3200-LOAD-CURRENT-REASONS
           PERFORM 3300-COLLECT-LATER-CHANGES
           MOVE SPACES TO REPORT-LINE
           MOVE "CONTROL FILE AND REASON CODES AS OF A DATE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "As at the end of " WS-AS-OF-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SELECT-KEY NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "Counter / reason code " WS-SELECT-KEY
                      " only" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CHG-TABLE-FULL OR WS-ASO-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "*** NOT RECONSTRUCTED - too many changes or "
                      "entries to hold; see the run log ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    Retention purges the log from the front; changes made
      *    between the as-of date and the oldest one still on line
      *    cannot be undone, so the settings printed may be late.
           IF WS-READ-COUNT > ZERO
              AND WS-AS-OF-DATE < WS-OLDEST-LOG-DATE
               MOVE SPACES TO REPORT-LINE
               STRING "Note: maintenance log on line begins "
                      WS-OLDEST-LOG-DATE
                      "; earlier changes are on the retention archive"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3400-UNDO-ONE-CHANGE
               VARYING WS-CHG-SUB FROM WS-CHG-COUNT BY -1
               UNTIL WS-CHG-SUB < 1
           IF WS-ASO-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               STRING "*** NOT RECONSTRUCTED - too many entries to "
                      "hold; see the run log ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3600-PRINT-CONTROL-AS-OF
           PERFORM 3700-PRINT-REASONS-AS-OF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNDONE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Later changes undone       " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Log / file disagreements   " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MISMATCH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    The control file is kept in counter-id order, so the
      *    table loads in key order; entries restored later are
      *    slotted into place.
       3100-LOAD-CURRENT-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "No control file - reconstructing from an "
                       "empty control file"
           ELSE
               READ CONTROL-FILE INTO CONTROL-RECORD
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-CONTROL
                   MOVE CTL-COUNTER-ID TO WS-PROBE-IMAGE
                   PERFORM 3500-FIND-CONTROL-KEY
                   IF WS-ASO-FOUND = "N"
                       PERFORM 3550-INSERT-CONTROL-KEY
                   END-IF
                   IF WS-ASO-FOUND = "Y"
                       MOVE "Y" TO WS-ASO-CTL-PRESENT(WS-ASO-CTL-IDX)
                       MOVE CONTROL-RECORD
                           TO WS-ASO-CTL-IMAGE(WS-ASO-CTL-IDX)
                   END-IF
                   READ CONTROL-FILE INTO CONTROL-RECORD
                       AT END SET WS-END-OF-CONTROL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       3200-LOAD-CURRENT-REASONS.
           OPEN INPUT REASON-FILE
           IF WS-RSN-FILE-STATUS NOT = "00"
               DISPLAY "No reason-code master - reconstructing from "
                       "an empty master"
           ELSE
               READ REASON-FILE INTO REASON-CODE-RECORD
                   AT END SET WS-END-OF-REASONS TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-REASONS
                   MOVE RSN-CODE TO WS-PROBE-IMAGE
                   PERFORM 3520-FIND-REASON-KEY
                   IF WS-ASO-FOUND = "N"
                       PERFORM 3570-INSERT-REASON-KEY
                   END-IF
                   IF WS-ASO-FOUND = "Y"
                       MOVE "Y" TO WS-ASO-RSN-PRESENT(WS-ASO-RSN-IDX)
                       MOVE REASON-CODE-RECORD
                           TO WS-ASO-RSN-IMAGE(WS-ASO-RSN-IDX)
                   END-IF
                   READ REASON-FILE INTO REASON-CODE-RECORD
                       AT END SET WS-END-OF-REASONS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
           END-IF.

      *    Only control and reason-code changes dated after the
      *    as-of date matter; the log is in date order, so they
      *    are the tail of the file.
       3300-COLLECT-LATER-CHANGES.
           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-MNT-FILE-STATUS NOT = "00"
               DISPLAY "No maintenance audit file - files print "
                       "as they stand today"
               EXIT PARAGRAPH
           END-IF
           READ MAINT-AUDIT-FILE
               AT END SET WS-END-OF-MAINT-AUDIT TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-MAINT-AUDIT
               ADD 1 TO WS-READ-COUNT
               IF MNT-DATE < WS-OLDEST-LOG-DATE
                   MOVE MNT-DATE TO WS-OLDEST-LOG-DATE
               END-IF
               IF MNT-DATE > WS-AS-OF-DATE
                   PERFORM 2200-CLASSIFY-IMAGES
                   IF WS-KIND-CONTROL OR WS-KIND-REASON
                       IF WS-CHG-COUNT >= 10000
                           IF NOT WS-CHG-TABLE-FULL
                               DISPLAY "More than 10000 control "
                                       "changes after the as-of "
                                       "date - not reconstructed"
                               SET WS-CHG-TABLE-FULL TO TRUE
                           END-IF
                       ELSE
                           ADD 1 TO WS-CHG-COUNT
                           MOVE WS-IMAGE-KIND
                               TO WS-CHG-KIND(WS-CHG-COUNT)
                           MOVE MNT-DATE
                               TO WS-CHG-DATE(WS-CHG-COUNT)
                           MOVE MNT-ACTION
                               TO WS-CHG-ACTION(WS-CHG-COUNT)
                           MOVE MNT-COUNTER-ID
                               TO WS-CHG-KEY(WS-CHG-COUNT)
                           MOVE MNT-OLD-IMAGE
                               TO WS-CHG-OLD-IMAGE(WS-CHG-COUNT)
                           MOVE MNT-NEW-IMAGE
                               TO WS-CHG-NEW-IMAGE(WS-CHG-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ MAINT-AUDIT-FILE
                   AT END SET WS-END-OF-MAINT-AUDIT TO TRUE
               END-READ
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE.

      *    Puts one change back: the entry must hold the logged
      *    after-image (absent when the after-image is blank), and
      *    takes the before-image (absent when that is blank).  A
      *    counter is compared on its first 35 bytes and whether it
      *    is retired - the older short lines and the audit images
      *    differ in how an active counter's tail is filled.
       3400-UNDO-ONE-CHANGE.
           MOVE "Y" TO WS-MATCH-SWITCH
           MOVE WS-CHG-KEY(WS-CHG-SUB) TO WS-PROBE-IMAGE
           IF WS-CHG-KIND(WS-CHG-SUB) = "C"
               PERFORM 3500-FIND-CONTROL-KEY
               EVALUATE TRUE
                   WHEN WS-CHG-NEW-IMAGE(WS-CHG-SUB) = SPACES
                       IF WS-ASO-FOUND = "Y"
                          AND WS-ASO-CTL-PRESENT(WS-ASO-CTL-IDX) = "Y"
                           MOVE "N" TO WS-MATCH-SWITCH
                       END-IF
                   WHEN WS-ASO-FOUND = "N"
                       MOVE "N" TO WS-MATCH-SWITCH
                   WHEN WS-ASO-CTL-PRESENT(WS-ASO-CTL-IDX) = "N"
                       MOVE "N" TO WS-MATCH-SWITCH
                   WHEN WS-ASO-CTL-IMAGE(WS-ASO-CTL-IDX)(1:35)
                          NOT = WS-CHG-NEW-IMAGE(WS-CHG-SUB)(1:35)
                       MOVE "N" TO WS-MATCH-SWITCH
                   WHEN WS-ASO-CTL-IMAGE(WS-ASO-CTL-IDX)(36:1) = "R"
                    AND WS-CHG-NEW-IMAGE(WS-CHG-SUB)(36:1) NOT = "R"
                       MOVE "N" TO WS-MATCH-SWITCH
                   WHEN WS-ASO-CTL-IMAGE(WS-ASO-CTL-IDX)(36:1)
                          NOT = "R"
                    AND WS-CHG-NEW-IMAGE(WS-CHG-SUB)(36:1) = "R"
                       MOVE "N" TO WS-MATCH-SWITCH
               END-EVALUATE
               IF WS-CHG-OLD-IMAGE(WS-CHG-SUB) = SPACES
                   IF WS-ASO-FOUND = "Y"
                       MOVE "N" TO WS-ASO-CTL-PRESENT(WS-ASO-CTL-IDX)
                   END-IF
               ELSE
                   IF WS-ASO-FOUND = "N"
                       PERFORM 3550-INSERT-CONTROL-KEY
                   END-IF
                   IF WS-ASO-FOUND = "Y"
                       MOVE "Y" TO WS-ASO-CTL-PRESENT(WS-ASO-CTL-IDX)
                       MOVE WS-CHG-OLD-IMAGE(WS-CHG-SUB)
                           TO WS-ASO-CTL-IMAGE(WS-ASO-CTL-IDX)
                   END-IF
               END-IF
           ELSE
               PERFORM 3520-FIND-REASON-KEY
               EVALUATE TRUE
                   WHEN WS-CHG-NEW-IMAGE(WS-CHG-SUB) = SPACES
                       IF WS-ASO-FOUND = "Y"
                          AND WS-ASO-RSN-PRESENT(WS-ASO-RSN-IDX) = "Y"
                           MOVE "N" TO WS-MATCH-SWITCH
                       END-IF
                   WHEN WS-ASO-FOUND = "N"
                       MOVE "N" TO WS-MATCH-SWITCH
                   WHEN WS-ASO-RSN-PRESENT(WS-ASO-RSN-IDX) = "N"
                       MOVE "N" TO WS-MATCH-SWITCH
                   WHEN WS-ASO-RSN-IMAGE(WS-ASO-RSN-IDX)
                          NOT = WS-CHG-NEW-IMAGE(WS-CHG-SUB)(1:35)
                       MOVE "N" TO WS-MATCH-SWITCH
               END-EVALUATE
               IF WS-CHG-OLD-IMAGE(WS-CHG-SUB) = SPACES
                   IF WS-ASO-FOUND = "Y"
                       MOVE "N" TO WS-ASO-RSN-PRESENT(WS-ASO-RSN-IDX)
                   END-IF
               ELSE
                   IF WS-ASO-FOUND = "N"
                       PERFORM 3570-INSERT-REASON-KEY
                   END-IF
                   IF WS-ASO-FOUND = "Y"
                       MOVE "Y" TO WS-ASO-RSN-PRESENT(WS-ASO-RSN-IDX)
                       MOVE WS-CHG-OLD-IMAGE(WS-CHG-SUB)
                           TO WS-ASO-RSN-IMAGE(WS-ASO-RSN-IDX)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-UNDONE-COUNT
           IF NOT WS-IMAGES-MATCH
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Log / file disagree: " WS-CHG-KEY(WS-CHG-SUB)
                      " " WS-CHG-ACTION(WS-CHG-SUB) " of "
                      WS-CHG-DATE(WS-CHG-SUB)
                      " - file does not hold the logged after-image"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Key searches over the held files, the key in the first
      *    bytes of WS-PROBE-IMAGE.  Leave the entry index set and
      *    WS-ASO-FOUND at Y when found.
       3500-FIND-CONTROL-KEY.
           MOVE "N" TO WS-ASO-FOUND
           PERFORM VARYING WS-ASO-CTL-IDX FROM 1 BY 1
                   UNTIL WS-ASO-CTL-IDX > WS-ASO-CTL-COUNT
               IF WS-ASO-CTL-KEY(WS-ASO-CTL-IDX)
                      = WS-PROBE-IMAGE(1:10)
                   MOVE "Y" TO WS-ASO-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3520-FIND-REASON-KEY.
           MOVE "N" TO WS-ASO-FOUND
           PERFORM VARYING WS-ASO-RSN-IDX FROM 1 BY 1
                   UNTIL WS-ASO-RSN-IDX > WS-ASO-RSN-COUNT
               IF WS-ASO-RSN-KEY(WS-ASO-RSN-IDX)
                      = WS-PROBE-IMAGE(1:4)
                   MOVE "Y" TO WS-ASO-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Opens an absent entry for the key in WS-PROBE-IMAGE at
      *    its place in key order and leaves the index on it.  A
      *    full table is announced once and leaves WS-ASO-FOUND at
      *    N, which abandons the reconstruction.
       3550-INSERT-CONTROL-KEY.
           IF WS-ASO-CTL-COUNT >= 3000
               IF NOT WS-ASO-TABLE-FULL
                   DISPLAY "More than 3000 counters - not "
                           "reconstructed"
                   SET WS-ASO-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INSERT-SUB FROM 1 BY 1
                   UNTIL WS-INSERT-SUB > WS-ASO-CTL-COUNT
               IF WS-ASO-CTL-KEY(WS-INSERT-SUB)
                      > WS-PROBE-IMAGE(1:10)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-ASO-CTL-COUNT
           PERFORM VARYING WS-SHIFT-SUB FROM WS-ASO-CTL-COUNT BY -1
                   UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB
               MOVE WS-ASO-CTL-ENTRY(WS-SHIFT-SUB - 1)
                   TO WS-ASO-CTL-ENTRY(WS-SHIFT-SUB)
           END-PERFORM
           SET WS-ASO-CTL-IDX TO WS-INSERT-SUB
           MOVE WS-PROBE-IMAGE(1:10) TO WS-ASO-CTL-KEY(WS-ASO-CTL-IDX)
           MOVE "N"    TO WS-ASO-CTL-PRESENT(WS-ASO-CTL-IDX)
           MOVE SPACES TO WS-ASO-CTL-IMAGE(WS-ASO-CTL-IDX)
           MOVE "Y" TO WS-ASO-FOUND.

       3570-INSERT-REASON-KEY.
           IF WS-ASO-RSN-COUNT >= 500
               IF NOT WS-ASO-TABLE-FULL
                   DISPLAY "More than 500 reason codes - not "
                           "reconstructed"
                   SET WS-ASO-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INSERT-SUB FROM 1 BY 1
                   UNTIL WS-INSERT-SUB > WS-ASO-RSN-COUNT
               IF WS-ASO-RSN-KEY(WS-INSERT-SUB)
                      > WS-PROBE-IMAGE(1:4)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-ASO-RSN-COUNT
           PERFORM VARYING WS-SHIFT-SUB FROM WS-ASO-RSN-COUNT BY -1
                   UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB
               MOVE WS-ASO-RSN-ENTRY(WS-SHIFT-SUB - 1)
                   TO WS-ASO-RSN-ENTRY(WS-SHIFT-SUB)
           END-PERFORM
           SET WS-ASO-RSN-IDX TO WS-INSERT-SUB
           MOVE WS-PROBE-IMAGE(1:4) TO WS-ASO-RSN-KEY(WS-ASO-RSN-IDX)
           MOVE "N"    TO WS-ASO-RSN-PRESENT(WS-ASO-RSN-IDX)
           MOVE SPACES TO WS-ASO-RSN-IMAGE(WS-ASO-RSN-IDX)
           MOVE "Y" TO WS-ASO-FOUND.

       3600-PRINT-CONTROL-AS-OF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "CONTROL FILE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Counter-Id        Capacity Neg Rule  Pct ADJ-Limit"
                  " Status  Forward-To Retired"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-PRINTED-COUNT
           PERFORM VARYING WS-ASO-CTL-IDX FROM 1 BY 1
                   UNTIL WS-ASO-CTL-IDX > WS-ASO-CTL-COUNT
               IF WS-ASO-CTL-PRESENT(WS-ASO-CTL-IDX) = "Y"
                  AND (WS-SELECT-KEY = SPACES
                       OR WS-ASO-CTL-KEY(WS-ASO-CTL-IDX)
                          = WS-SELECT-KEY)
                   ADD 1 TO WS-PRINTED-COUNT
                   MOVE WS-ASO-CTL-IMAGE(WS-ASO-CTL-IDX)
                       TO WS-DECODE-IMAGE
                   MOVE SPACES TO WS-DECODED-FIELDS
                   PERFORM 4100-DECODE-CONTROL
                   MOVE ZERO TO WS-CAPACITY-EDIT
                   IF CTL-CAPACITY NUMERIC
                       MOVE CTL-CAPACITY TO WS-CAPACITY-EDIT
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING CTL-COUNTER-ID " "
                          WS-CAPACITY-EDIT "  "
                          WS-DEC-VALUE(2)(1:1) "    "
                          WS-DEC-VALUE(3)(1:1) "   "
                          WS-DEC-VALUE(4)(1:3) " "
                          WS-DEC-VALUE(5)(1:9) " "
                          WS-DEC-VALUE(6)(1:7) " "
                          WS-DEC-VALUE(7)(1:10) " "
                          WS-DEC-VALUE(8)(1:8)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-PRINTED-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3700-PRINT-REASONS-AS-OF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "REASON-CODE MASTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Code Description                    Active"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-PRINTED-COUNT
           PERFORM VARYING WS-ASO-RSN-IDX FROM 1 BY 1
                   UNTIL WS-ASO-RSN-IDX > WS-ASO-RSN-COUNT
               IF WS-ASO-RSN-PRESENT(WS-ASO-RSN-IDX) = "Y"
                  AND (WS-SELECT-KEY = SPACES
                       OR WS-ASO-RSN-KEY(WS-ASO-RSN-IDX)
                          = WS-SELECT-KEY)
                   ADD 1 TO WS-PRINTED-COUNT
                   MOVE WS-ASO-RSN-IMAGE(WS-ASO-RSN-IDX)
                       TO REASON-CODE-RECORD
                   MOVE SPACES TO REPORT-LINE
                   STRING RSN-CODE " " RSN-DESCRIPTION " "
                          RSN-ACTIVE-FLAG
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-PRINTED-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      *  Image decoding                                               *
      *****************************************************************
      *    Decodes the old and the new image of the record in hand
      *    into WS-OLD-VALUE / WS-NEW-VALUE.  A blank image (an add's
      *    before, a deactivation's after) decodes as (none) in
      *    every field.
       4000-DECODE-IMAGE-PAIR.
           MOVE MNT-OLD-IMAGE TO WS-DECODE-IMAGE
           PERFORM 4050-DECODE-ONE-IMAGE
           MOVE WS-DECODED-FIELDS TO WS-OLD-FIELDS
           MOVE MNT-NEW-IMAGE TO WS-DECODE-IMAGE
           PERFORM 4050-DECODE-ONE-IMAGE
           MOVE WS-DECODED-FIELDS TO WS-NEW-FIELDS.

       4050-DECODE-ONE-IMAGE.
           MOVE SPACES TO WS-DECODED-FIELDS
           EVALUATE TRUE
               WHEN WS-KIND-CONTROL
                   PERFORM 4100-DECODE-CONTROL
               WHEN WS-KIND-REASON
                   PERFORM 4200-DECODE-REASON
               WHEN WS-KIND-PENDING
                   PERFORM 4300-DECODE-PENDING
               WHEN WS-KIND-DUPLICATE
                   PERFORM 4400-DECODE-DUPLICATE
               WHEN WS-KIND-STANDING
                   PERFORM 4500-DECODE-STANDING
           END-EVALUATE
           IF WS-DECODE-IMAGE = SPACES
               PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                       UNTIL WS-FIELD-SUB > WS-FIELD-COUNT
                   MOVE "(none)" TO WS-DEC-VALUE(WS-FIELD-SUB)
               END-PERFORM
           END-IF.

       4100-DECODE-CONTROL.
           MOVE 8 TO WS-FIELD-COUNT
           MOVE "Capacity"            TO WS-FIELD-LABEL(1)
           MOVE "Allow negative"      TO WS-FIELD-LABEL(2)
           MOVE "Rollover rule"       TO WS-FIELD-LABEL(3)
           MOVE "Rollover percent"    TO WS-FIELD-LABEL(4)
           MOVE "ADJ approval limit"  TO WS-FIELD-LABEL(5)
           MOVE "Status"              TO WS-FIELD-LABEL(6)
           MOVE "Forward-to counter"  TO WS-FIELD-LABEL(7)
           MOVE "Retired date"        TO WS-FIELD-LABEL(8)
           MOVE WS-DECODE-IMAGE TO CONTROL-RECORD
           IF CTL-CAPACITY NUMERIC
               MOVE CTL-CAPACITY TO WS-CAPACITY-EDIT
               MOVE FUNCTION TRIM(WS-CAPACITY-EDIT)
                   TO WS-DEC-VALUE(1)
           ELSE
               MOVE CTL-CAPACITY TO WS-DEC-VALUE(1)
           END-IF
           MOVE CTL-ALLOW-NEGATIVE TO WS-DEC-VALUE(2)
           MOVE CTL-ROLLOVER-RULE  TO WS-DEC-VALUE(3)
           MOVE CTL-ROLLOVER-PCT   TO WS-DEC-VALUE(4)
           EVALUATE TRUE
               WHEN CTL-ADJ-APPROVAL-LIMIT NOT NUMERIC
                   MOVE CTL-ADJ-APPROVAL-LIMIT TO WS-DEC-VALUE(5)
               WHEN CTL-ADJ-APPROVAL-LIMIT = ZERO
                   MOVE "(none)" TO WS-DEC-VALUE(5)
               WHEN OTHER
                   MOVE CTL-ADJ-APPROVAL-LIMIT TO WS-LIMIT-EDIT
                   MOVE FUNCTION TRIM(WS-LIMIT-EDIT)
                       TO WS-DEC-VALUE(5)
           END-EVALUATE
           IF CTL-RETIRED
               MOVE "RETIRED" TO WS-DEC-VALUE(6)
               MOVE CTL-FORWARD-TO-ID TO WS-DEC-VALUE(7)
               MOVE CTL-RETIRED-DATE  TO WS-DEC-VALUE(8)
           ELSE
               MOVE "ACTIVE" TO WS-DEC-VALUE(6)
           END-IF.

       4200-DECODE-REASON.
           MOVE 2 TO WS-FIELD-COUNT
           MOVE "Description"         TO WS-FIELD-LABEL(1)
           MOVE "Active flag"         TO WS-FIELD-LABEL(2)
           MOVE WS-DECODE-IMAGE TO REASON-CODE-RECORD
           MOVE RSN-DESCRIPTION TO WS-DEC-VALUE(1)
           MOVE RSN-ACTIVE-FLAG TO WS-DEC-VALUE(2).

       4300-DECODE-PENDING.
           MOVE 4 TO WS-FIELD-COUNT
           MOVE "Status"              TO WS-FIELD-LABEL(1)
           MOVE "Decided by"          TO WS-FIELD-LABEL(2)
           MOVE "Decision date"       TO WS-FIELD-LABEL(3)
           MOVE "Denial reason"       TO WS-FIELD-LABEL(4)
           MOVE WS-DECODE-IMAGE TO PENDING-APPROVAL-RECORD
           EVALUATE TRUE
               WHEN PND-PENDING
                   MOVE "PENDING"  TO WS-DEC-VALUE(1)
               WHEN PND-APPROVED
                   MOVE "APPROVED" TO WS-DEC-VALUE(1)
               WHEN PND-DENIED
                   MOVE "DENIED"   TO WS-DEC-VALUE(1)
               WHEN OTHER
                   MOVE PND-STATUS TO WS-DEC-VALUE(1)
           END-EVALUATE
           MOVE PND-SUPERVISOR-ID TO WS-DEC-VALUE(2)
           IF PND-DECISION-DATE NUMERIC
              AND PND-DECISION-DATE > ZERO
               MOVE PND-DECISION-DATE TO WS-DEC-VALUE(3)
           END-IF
           MOVE PND-DENY-REASON TO WS-DEC-VALUE(4).

       4400-DECODE-DUPLICATE.
           MOVE 3 TO WS-FIELD-COUNT
           MOVE "Status"              TO WS-FIELD-LABEL(1)
           MOVE "Decided by"          TO WS-FIELD-LABEL(2)
           MOVE "Decision date"       TO WS-FIELD-LABEL(3)
           MOVE WS-DECODE-IMAGE TO DUPLICATE-SUSPECT-RECORD
           EVALUATE TRUE
               WHEN DUP-SUSPECT
                   MOVE "HELD"     TO WS-DEC-VALUE(1)
               WHEN DUP-RELEASED
                   MOVE "RELEASED" TO WS-DEC-VALUE(1)
               WHEN DUP-DROPPED
                   MOVE "DROPPED"  TO WS-DEC-VALUE(1)
               WHEN OTHER
                   MOVE DUP-STATUS TO WS-DEC-VALUE(1)
           END-EVALUATE
           MOVE DUP-DECIDED-BY TO WS-DEC-VALUE(2)
           IF DUP-DECISION-DATE NUMERIC
              AND DUP-DECISION-DATE > ZERO
               MOVE DUP-DECISION-DATE TO WS-DEC-VALUE(3)
           END-IF.

       4500-DECODE-STANDING.
           MOVE 11 TO WS-FIELD-COUNT
           MOVE "Operation"           TO WS-FIELD-LABEL(1)
           MOVE "Amount"              TO WS-FIELD-LABEL(2)
           MOVE "Reason code"         TO WS-FIELD-LABEL(3)
           MOVE "ADJ sign"            TO WS-FIELD-LABEL(4)
           MOVE "Frequency"           TO WS-FIELD-LABEL(5)
           MOVE "Frequency day"       TO WS-FIELD-LABEL(6)
           MOVE "Start date"          TO WS-FIELD-LABEL(7)
           MOVE "End date"            TO WS-FIELD-LABEL(8)
           MOVE "Generated through"   TO WS-FIELD-LABEL(9)
           MOVE "Status"              TO WS-FIELD-LABEL(10)
           MOVE "Set up by"           TO WS-FIELD-LABEL(11)
           MOVE WS-DECODE-IMAGE TO STANDING-INSTRUCTION-RECORD
           MOVE STO-OPERATION TO WS-DEC-VALUE(1)
           IF STO-AMOUNT NUMERIC
               MOVE STO-AMOUNT TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT)
                   TO WS-DEC-VALUE(2)
           ELSE
               MOVE STO-AMOUNT TO WS-DEC-VALUE(2)
           END-IF
           MOVE STO-REASON-CODE TO WS-DEC-VALUE(3)
           MOVE STO-ADJ-SIGN    TO WS-DEC-VALUE(4)
           EVALUATE TRUE
               WHEN STO-DAILY
                   MOVE "DAILY"        TO WS-DEC-VALUE(5)
               WHEN STO-WEEKLY
                   MOVE "WEEKLY"       TO WS-DEC-VALUE(5)
               WHEN STO-MONTH-END
                   MOVE "MONTH-END"    TO WS-DEC-VALUE(5)
               WHEN STO-DAY-OF-MONTH
                   MOVE "DAY OF MONTH" TO WS-DEC-VALUE(5)
               WHEN OTHER
                   MOVE STO-FREQUENCY  TO WS-DEC-VALUE(5)
           END-EVALUATE
           MOVE STO-FREQ-DAY       TO WS-DEC-VALUE(6)
           MOVE STO-START-DATE     TO WS-DEC-VALUE(7)
           MOVE STO-END-DATE       TO WS-DEC-VALUE(8)
           MOVE STO-LAST-GENERATED TO WS-DEC-VALUE(9)
           EVALUATE TRUE
               WHEN STO-ACTIVE
                   MOVE "ACTIVE"    TO WS-DEC-VALUE(10)
               WHEN STO-SUSPENDED
                   MOVE "SUSPENDED" TO WS-DEC-VALUE(10)
               WHEN OTHER
                   MOVE STO-STATUS  TO WS-DEC-VALUE(10)
           END-EVALUATE
           MOVE STO-SET-UP-BY TO WS-DEC-VALUE(11).

       1300-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-AS-OF-MODE
               DISPLAY "MNTRPT complete - as of " WS-AS-OF-DATE
                       ": changes undone " WS-UNDONE-COUNT
                       "  log / file disagreements "
                       WS-MISMATCH-COUNT
           ELSE
               DISPLAY "MNTRPT complete - log records read: "
                       WS-READ-COUNT "  selected: " WS-SELECTED-COUNT
           END-IF.
