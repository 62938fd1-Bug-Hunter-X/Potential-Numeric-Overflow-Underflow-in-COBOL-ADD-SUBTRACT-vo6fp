      *  deactivations are validated, audited, and written to RSNNEW  *
      *  for the rename - a deactivated code stays on the file so     *
      *  history written under it still describes on the reports.     *
      *  The F command works the duplicate-suspect file TRANMRG       *
      *  holds repeated feed lines on: each open item is released     *
      *  to merge on the next run or dropped, stamped with the        *
      *  operator's id, logged to the maintenance audit, and written  *
      *  to DUPNEW for the rename.                                    *
      *  A counter CNTRCNS has retired into a survivor is carried     *
      *  through to CTLNEW with its forwarding pointer intact; the    *
      *  inquiry names the survivor, and the retired id cannot be     *
      *  re-added or changed.                                         *
      *  The S command maintains the standing-instruction master      *
      *  STOGEN generates recurring movements from: instructions are  *
      *  added, changed, suspended and resumed with the same field    *
      *  validation and before/after audit, and the updated set is    *
      *  written to STONEW for the rename.                            *
      *  Only an operator id that is active on the user profile file  *
      *  (USRFILE) is signed on.  Each command needs its role -       *
      *  inquiry for I, counter maintenance for A, C, D and S,        *
      *  reason-code maintenance for R, approver for P and F - and a  *
      *  counter can only be looked at or acted on when its HIERFILE  *
      *  branch is in the operator's scope.  Nobody approves an       *
      *  adjustment they raised, or releases a held line keyed under  *
      *  their own id.  Every refusal, sign-on included, is logged    *
      *  to the maintenance audit as action REF.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PENDING-OUT ASSIGN TO "PNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUPLICATE-SUSPECT-IN ASSIGN TO "DUPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPIN-FILE-STATUS.

           SELECT DUPLICATE-SUSPECT-OUT ASSIGN TO "DUPNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STANDING-INSTR-FILE ASSIGN TO "STOFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-FILE-STATUS.

           SELECT STANDING-INSTR-OUT ASSIGN TO "STONEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USER-PROFILE-FILE ASSIGN TO "USRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USR-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO "HIERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE

       FD  CONTROL-FILE-OUT
           RECORDING MODE IS F.
       01  CONTROL-OUT-RECORD          PIC X(54).

       FD  COUNTER-MASTER-IN
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PENDING-OUT-RECORD          PIC X(79).

       FD  DUPLICATE-SUSPECT-IN
           RECORDING MODE IS F.
           COPY DUPREC.

      *    Reviewed suspects, decisions stamped; the scheduler
      *    renames DUPNEW to DUPFILE before the next TRANMRG run,
      *    which merges the releases and discards the drops.
       FD  DUPLICATE-SUSPECT-OUT
           RECORDING MODE IS F.
       01  DUPLICATE-SUSPECT-OUT-RECORD
                                       PIC X(75).

       FD  STANDING-INSTR-FILE
           RECORDING MODE IS F.
           COPY STOREC.

      *    Maintained instruction set; the scheduler renames STONEW
      *    to STOFILE before the next STOGEN run, which generates
      *    from the changed instructions.
       FD  STANDING-INSTR-OUT
           RECORDING MODE IS F.
       01  STANDING-INSTR-OUT-RECORD   PIC X(67).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-IN-RECORD      PIC X(63).

       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
           COPY HIRREC.

       WORKING-STORAGE SECTION.
       01  WS-COUNTER-COUNT            PIC 9(4) VALUE ZERO.

      *    Same table limit as CNTRUPD's 1150-LOAD-CONTROL-FILE.
      *    WS-CTR-ACTIVE goes to "N" on a deactivation; inactive
      *    entries are skipped by inquiry and by the CTLNEW rewrite.
      *    A retired entry ("R") is invisible to maintenance but is
      *    rewritten to CTLNEW unchanged, forwarding pointer and all.
      *    Kept in counter-id order - loads and adds both insert
      *    into the ordered slot - so lookups binary-search (SEARCH
      *    ALL); ids stay unique because re-adding a deactivated
               10  WS-CTR-LAST-MAINT-DATE   PIC 9(8).
               10  WS-CTR-ACTIVE            PIC X.
                   88  WS-CTR-IS-ACTIVE         VALUE "Y".
                   88  WS-CTR-IS-RETIRED        VALUE "R".
               10  WS-CTR-FORWARD-TO        PIC X(10).
               10  WS-CTR-RETIRED-DATE      PIC 9(8).

       01  WS-WARN-PCT                 PIC 9(3) VALUE 95.

       01  WS-PND-DISPLAY-AMOUNT       PIC -(5)9.
       01  WS-INPUT-DENY-REASON        PIC X(4).

      *    Duplicate-suspect review state - one pass per session,
      *    for the same reason as the pending-approval review.
       01  WS-DUP-REVIEW-SWITCH        PIC X VALUE "N".
           88  WS-DUP-REVIEW-DONE           VALUE "Y".
       01  WS-DUPIN-FILE-STATUS        PIC XX.
       01  WS-DUP-EOF-SWITCH           PIC X.
           88  WS-END-OF-SUSPECTS           VALUE "Y".
       01  WS-DUP-REVIEWED-COUNT       PIC 9(4).
       01  WS-DUP-RELEASED-COUNT       PIC 9(4).
       01  WS-DUP-DROPPED-COUNT        PIC 9(4).
       01  WS-DUP-SKIPPED-COUNT        PIC 9(4).

      *    Standing-instruction master held for the S command.
      *    Each entry is laid out exactly as STANDING-INSTRUCTION-
      *    RECORD, so the entry itself is the STONEW line and the
      *    maintenance audit image.  Suspended instructions stay on
      *    the file with their status off.
       01  WS-STO-FILE-STATUS          PIC XX.
       01  WS-STO-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-INSTRUCTIONS       VALUE "Y".
       01  WS-STO-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-STANDING-TABLE.
           05  WS-STO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-STO-COUNT
                   INDEXED BY WS-STO-IDX.
               10  WS-STO-ID               PIC X(8).
               10  WS-STO-COUNTER          PIC X(10).
               10  WS-STO-OPERATION        PIC X(3).
               10  WS-STO-AMOUNT           PIC 9(5).
               10  WS-STO-REASON           PIC X(4).
               10  WS-STO-SIGN             PIC X.
               10  WS-STO-FREQUENCY        PIC X.
               10  WS-STO-FREQ-DAY         PIC 9(2).
               10  WS-STO-START            PIC 9(8).
               10  WS-STO-END              PIC 9(8).
               10  WS-STO-LAST-GEN         PIC 9(8).
               10  WS-STO-STATUS           PIC X.
                   88  WS-STO-IS-SUSPENDED      VALUE "S".
               10  WS-STO-SET-UP-BY        PIC X(8).
       01  WS-STO-FOUND                PIC X.
       01  WS-STO-MAINT-SWITCH         PIC X VALUE "N".
           88  WS-STO-MAINT-DONE            VALUE "Y".

      *    Raw and validated standing-instruction entries, staged
      *    until every field has passed.
       01  WS-INPUT-STO-ID             PIC X(8).
       01  WS-INPUT-OPERATION          PIC X(3).
       01  WS-INPUT-DAY                PIC X(2).
       01  WS-INPUT-DATE               PIC X(8).
       01  WS-NEW-OPERATION            PIC X(3).
       01  WS-NEW-AMOUNT               PIC 9(5).
       01  WS-NEW-REASON               PIC X(4).
       01  WS-NEW-SIGN                 PIC X.
       01  WS-NEW-FREQUENCY            PIC X.
       01  WS-NEW-FREQ-DAY             PIC 9(2).
       01  WS-NEW-START                PIC 9(8).
       01  WS-NEW-END                  PIC 9(8).
       01  WS-CURRENT-START            PIC 9(8).
       01  WS-YESTERDAY                PIC 9(8).

      *    The signed-on operator's own profile, read INTO here and
      *    kept for the session's role and branch-scope checks.
       01  WS-USR-FILE-STATUS          PIC XX.
       01  WS-USR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-USERS              VALUE "Y".
       01  WS-SIGNED-ON-SWITCH         PIC X VALUE "N".
           88  WS-OPERATOR-SIGNED-ON        VALUE "Y".
           COPY USRREC.

      *    Counter-to-branch map for the scope check.  A counter
      *    with no hierarchy record is in branch *NONE, which only
      *    an operator scoped *ALL may act on.
       01  WS-HIR-FILE-STATUS          PIC XX.
       01  WS-HIR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-HIERARCHY          VALUE "Y".
       01  WS-HIR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-HIERARCHY-TABLE.
           05  WS-HIR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-HIR-COUNT
                   INDEXED BY WS-HIR-IDX.
               10  WS-HIR-COUNTER          PIC X(10).
               10  WS-HIR-BRANCH           PIC X(5).

      *    Entitlement check work areas.  WS-MENU-COMMAND keeps the
      *    main-menu command for the refusal text, since the
      *    sub-menus reuse WS-COMMAND.
       01  WS-MENU-COMMAND             PIC X.
       01  WS-ROLE-OK-SWITCH           PIC X.
           88  WS-ROLE-HELD                 VALUE "Y".
       01  WS-MISSING-ROLE             PIC X(25).
       01  WS-SCOPE-COUNTER            PIC X(10).
       01  WS-SCOPE-BRANCH             PIC X(5).
       01  WS-SCOPE-OK-SWITCH          PIC X.
           88  WS-IN-SCOPE                  VALUE "Y".
       01  WS-BRANCH-SUB               PIC 9(2).
       01  WS-REFUSAL-TEXT             PIC X(79).
       01  WS-PND-OUTSCOPE-COUNT       PIC 9(4).
       01  WS-DUP-OUTSCOPE-COUNT       PIC 9(4).

       01  WS-HIST-COUNT               PIC 9(4).

       01  WS-CURRENT-DATE.
           05  WS-LINE-ROLLOVER-RULE   PIC X.
           05  WS-LINE-ROLLOVER-PCT    PIC 9(3).
           05  WS-LINE-ADJ-LIMIT       PIC 9(5).
           05  WS-LINE-STATUS          PIC X.
           05  WS-LINE-FORWARD-TO-ID   PIC X(10).
           05  WS-LINE-RETIRED-DATE    PIC X(8).

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
                       "maintenance audit trail"
               STOP RUN
           END-IF
           PERFORM 1170-OPEN-MAINT-AUDIT
           PERFORM 1120-SIGN-ON-OPERATOR
           PERFORM 1150-LOAD-CONTROL-FILE
           PERFORM 1155-LOAD-COUNTER-MASTER
           PERFORM 1158-LOAD-HIERARCHY
           PERFORM 1160-LOAD-REASON-FILE
           PERFORM 1165-LOAD-STANDING-INSTRUCTIONS.

      *    The id typed at the prompt must be an active profile.  No
      *    profile file means nobody can be signed on - the session
      *    fails closed rather than open.  A refused sign-on is
      *    logged under the id that was typed.
       1120-SIGN-ON-OPERATOR.
           MOVE SPACES TO WS-REFUSAL-TEXT
           OPEN INPUT USER-PROFILE-FILE
           IF WS-USR-FILE-STATUS NOT = "00"
               MOVE "sign-on refused - no user profile file"
                   TO WS-REFUSAL-TEXT
           ELSE
               READ USER-PROFILE-FILE INTO USER-PROFILE-RECORD
                   AT END SET WS-END-OF-USERS TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-USERS
                          OR WS-OPERATOR-SIGNED-ON
                   IF USR-OPERATOR-ID = WS-OPERATOR-ID
                       SET WS-OPERATOR-SIGNED-ON TO TRUE
                   ELSE
                       READ USER-PROFILE-FILE INTO USER-PROFILE-RECORD
                           AT END SET WS-END-OF-USERS TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE USER-PROFILE-FILE
               EVALUATE TRUE
                   WHEN NOT WS-OPERATOR-SIGNED-ON
                       MOVE SPACES TO WS-REFUSAL-TEXT
                       STRING "sign-on refused - operator id not on "
                              "the user profile file"
                              DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   WHEN NOT USR-ACTIVE
                       MOVE "N" TO WS-SIGNED-ON-SWITCH
                       MOVE "sign-on refused - operator id revoked"
                           TO WS-REFUSAL-TEXT
               END-EVALUATE
           END-IF
           IF NOT WS-OPERATOR-SIGNED-ON
               MOVE SPACES TO WS-SCOPE-COUNTER
               PERFORM 8300-WRITE-REFUSAL-AUDIT
               CLOSE MAINT-AUDIT-FILE
               STOP RUN
           END-IF.

       1150-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
               END-IF
               MOVE ZERO TO WS-CTR-CLOSE-VALUE(WS-INSERT-SUB)
               MOVE ZERO TO WS-CTR-LAST-MAINT-DATE(WS-INSERT-SUB)
               IF CTL-RETIRED
                   MOVE "R"  TO WS-CTR-ACTIVE(WS-INSERT-SUB)
                   MOVE CTL-FORWARD-TO-ID
                       TO WS-CTR-FORWARD-TO(WS-INSERT-SUB)
                   MOVE CTL-RETIRED-DATE
                       TO WS-CTR-RETIRED-DATE(WS-INSERT-SUB)
               ELSE
                   MOVE "Y"  TO WS-CTR-ACTIVE(WS-INSERT-SUB)
                   MOVE SPACES TO WS-CTR-FORWARD-TO(WS-INSERT-SUB)
                   MOVE ZERO TO WS-CTR-RETIRED-DATE(WS-INSERT-SUB)
               END-IF
               READ CONTROL-FILE
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
               CLOSE COUNTER-MASTER-IN
           END-IF.

      *    A missing hierarchy leaves every counter in *NONE, so
      *    only an operator scoped *ALL can act on any of them.
       1158-LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIR-FILE-STATUS NOT = "00"
               DISPLAY "No counter hierarchy - only operators scoped "
                       "*ALL can act on counters"
           ELSE
               READ HIERARCHY-FILE
                   AT END SET WS-END-OF-HIERARCHY TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-HIERARCHY
                   IF WS-HIR-COUNT < 2000
                       ADD 1 TO WS-HIR-COUNT
                       MOVE HIR-COUNTER-ID
                           TO WS-HIR-COUNTER(WS-HIR-COUNT)
                       MOVE HIR-BRANCH-CODE
                           TO WS-HIR-BRANCH(WS-HIR-COUNT)
                   END-IF
                   READ HIERARCHY-FILE
                       AT END SET WS-END-OF-HIERARCHY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF.

      *    A missing reason-code master is a first installation -
      *    the R command starts the code set from empty.
       1160-LOAD-REASON-FILE.
               CLOSE REASON-FILE
           END-IF.

      *    A missing standing-instruction master is a first
      *    installation - the S command starts the set from empty.
       1165-LOAD-STANDING-INSTRUCTIONS.
           OPEN INPUT STANDING-INSTR-FILE
           IF WS-STO-FILE-STATUS NOT = "00"
               DISPLAY "No standing-instruction master - instruction "
                       "set starts empty"
           ELSE
               READ STANDING-INSTR-FILE
                   AT END SET WS-END-OF-INSTRUCTIONS TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-INSTRUCTIONS
                   IF WS-STO-COUNT < 500
                       ADD 1 TO WS-STO-COUNT
                       MOVE STANDING-INSTRUCTION-RECORD
                           TO WS-STO-ENTRY(WS-STO-COUNT)
                       READ STANDING-INSTR-FILE
                           AT END SET WS-END-OF-INSTRUCTIONS TO TRUE
                       END-READ
                   ELSE
                       DISPLAY "Standing-instruction master has "
                               "more than 500 instructions - "
                               "maintenance refused"
                       CLOSE STANDING-INSTR-FILE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE STANDING-INSTR-FILE
           END-IF.

      *    The maintenance audit appends across sessions, with the
      *    same missing-file fallback CNTRUPD uses on its audit
      *    files.
       2000-PROCESS-ONE-COMMAND.
           DISPLAY " "
           DISPLAY "I=inquiry  A=add  C=change  D=deactivate  "
                   "R=reason codes  P=pending approvals"
           DISPLAY "F=feed duplicate suspects  "
                   "S=standing instructions  X=exit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE WS-COMMAND TO WS-MENU-COMMAND
           PERFORM 2100-CHECK-COMMAND-ROLE
           IF NOT WS-ROLE-HELD
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-COMMAND
               WHEN "I"
               WHEN "i"
               WHEN "P"
               WHEN "p"
                   PERFORM 9000-REVIEW-PENDING
               WHEN "F"
               WHEN "f"
                   PERFORM 9500-REVIEW-DUPLICATES
               WHEN "S"
               WHEN "s"
                   PERFORM 6000-STANDING-MAINTENANCE
               WHEN "X"
               WHEN "x"
                   SET WS-EXIT-REQUESTED TO TRUE
                   DISPLAY "Unknown command: " WS-COMMAND
           END-EVALUATE.

      *    Exit and unknown commands need no role; everything else
      *    needs the role that owns it.
       2100-CHECK-COMMAND-ROLE.
           MOVE "Y"    TO WS-ROLE-OK-SWITCH
           MOVE SPACES TO WS-MISSING-ROLE
           EVALUATE WS-COMMAND
               WHEN "I"
               WHEN "i"
                   IF NOT USR-HAS-INQUIRY
                       MOVE "inquiry" TO WS-MISSING-ROLE
                   END-IF
               WHEN "A"
               WHEN "a"
               WHEN "C"
               WHEN "c"
               WHEN "D"
               WHEN "d"
               WHEN "S"
               WHEN "s"
                   IF NOT USR-HAS-COUNTER-MAINT
                       MOVE "counter maintenance" TO WS-MISSING-ROLE
                   END-IF
               WHEN "R"
               WHEN "r"
                   IF NOT USR-HAS-REASON-MAINT
                       MOVE "reason-code maintenance"
                           TO WS-MISSING-ROLE
                   END-IF
               WHEN "P"
               WHEN "p"
               WHEN "F"
               WHEN "f"
                   IF NOT USR-HAS-APPROVER
                       MOVE "approver" TO WS-MISSING-ROLE
                   END-IF
           END-EVALUATE
           IF WS-MISSING-ROLE NOT = SPACES
               MOVE "N" TO WS-ROLE-OK-SWITCH
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "command " WS-MENU-COMMAND
                      " refused - no " DELIMITED BY SIZE
                      WS-MISSING-ROLE DELIMITED BY "  "
                      " role" DELIMITED BY SIZE
                      INTO WS-REFUSAL-TEXT
               MOVE SPACES TO WS-SCOPE-COUNTER
               PERFORM 8300-WRITE-REFUSAL-AUDIT
           END-IF.

      *    Active entries only - the view every command except the
      *    re-add path wants.  Ids are unique in the table, so the
      *    keyed find plus the active check is exact.
               END-SEARCH
           END-IF.

      *    Sets WS-IN-SCOPE for WS-SCOPE-COUNTER.  The branch is the
      *    counter's HIERFILE branch, or for a retired counter with
      *    no row of its own, its survivor's; with neither it is
      *    *NONE.  Uses the counter search, so callers check scope
      *    before their own find.
       3500-CHECK-COUNTER-SCOPE.
           MOVE "N" TO WS-SCOPE-OK-SWITCH
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > 10
               IF USR-BRANCH-CODE(WS-BRANCH-SUB) = "*ALL"
                   MOVE "Y" TO WS-SCOPE-OK-SWITCH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-SCOPE-COUNTER TO WS-SEARCH-KEY
           PERFORM 3600-FIND-COUNTER-BRANCH
           IF WS-SCOPE-BRANCH = "*NONE"
               PERFORM 3100-FIND-ANY-COUNTER
               IF WS-COUNTER-WAS-FOUND
                  AND WS-CTR-IS-RETIRED(WS-CTR-IDX)
                   MOVE WS-CTR-FORWARD-TO(WS-CTR-IDX) TO WS-SEARCH-KEY
                   PERFORM 3600-FIND-COUNTER-BRANCH
               END-IF
           END-IF
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > 10
               IF USR-BRANCH-CODE(WS-BRANCH-SUB) = WS-SCOPE-BRANCH
                   MOVE "Y" TO WS-SCOPE-OK-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3550-REFUSE-OUT-OF-SCOPE.
           MOVE SPACES TO WS-REFUSAL-TEXT
           STRING "command " WS-MENU-COMMAND " refused - counter "
                      DELIMITED BY SIZE
                  WS-SCOPE-COUNTER DELIMITED BY SPACE
                  " branch " DELIMITED BY SIZE
                  WS-SCOPE-BRANCH DELIMITED BY SPACE
                  " outside scope" DELIMITED BY SIZE
                  INTO WS-REFUSAL-TEXT
           PERFORM 8300-WRITE-REFUSAL-AUDIT.

      *    Branch of WS-SEARCH-KEY from the hierarchy, *NONE when
      *    the counter has no hierarchy record.
       3600-FIND-COUNTER-BRANCH.
           MOVE "*NONE" TO WS-SCOPE-BRANCH
           PERFORM VARYING WS-HIR-IDX FROM 1 BY 1
                   UNTIL WS-HIR-IDX > WS-HIR-COUNT
               IF WS-HIR-COUNTER(WS-HIR-IDX) = WS-SEARCH-KEY
                   MOVE WS-HIR-BRANCH(WS-HIR-IDX) TO WS-SCOPE-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-COUNTER-INQUIRY.
           DISPLAY "Counter id: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           MOVE WS-INPUT-ID TO WS-SCOPE-COUNTER
           PERFORM 3500-CHECK-COUNTER-SCOPE
           IF NOT WS-IN-SCOPE
               PERFORM 3550-REFUSE-OUT-OF-SCOPE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-ID TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF NOT WS-COUNTER-WAS-FOUND
               PERFORM 3100-FIND-ANY-COUNTER
               IF WS-COUNTER-WAS-FOUND
                  AND WS-CTR-IS-RETIRED(WS-CTR-IDX)
                   DISPLAY "Counter " WS-INPUT-ID " retired into "
                           WS-CTR-FORWARD-TO(WS-CTR-IDX) " on "
                           WS-CTR-RETIRED-DATE(WS-CTR-IDX)
                           " - inquire on the survivor"
               ELSE
                   DISPLAY "Counter not defined: " WS-INPUT-ID
               END-IF
           ELSE
               MOVE WS-CTR-CLOSE-VALUE(WS-CTR-IDX)
                   TO WS-DISPLAY-VALUE
           IF WS-INPUT-ID = SPACES
               DISPLAY "Counter id may not be blank"
           ELSE
               MOVE WS-INPUT-ID TO WS-SCOPE-COUNTER
               PERFORM 3500-CHECK-COUNTER-SCOPE
               IF NOT WS-IN-SCOPE
                   PERFORM 3550-REFUSE-OUT-OF-SCOPE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INPUT-ID TO WS-SEARCH-KEY
               PERFORM 3100-FIND-ANY-COUNTER
               EVALUATE TRUE
                   WHEN WS-COUNTER-WAS-FOUND
                        AND WS-CTR-IS-ACTIVE(WS-CTR-IDX)
                       DISPLAY "Counter already defined: " WS-INPUT-ID
                   WHEN WS-COUNTER-WAS-FOUND
                        AND WS-CTR-IS-RETIRED(WS-CTR-IDX)
                       DISPLAY "Counter " WS-INPUT-ID " was retired "
                               "into " WS-CTR-FORWARD-TO(WS-CTR-IDX)
                               " - the id cannot be reused"
                   WHEN WS-COUNTER-WAS-FOUND
                       PERFORM 5500-ACCEPT-COUNTER-FIELDS
                       IF WS-ENTRY-OK
       5100-CHANGE-COUNTER.
           DISPLAY "Counter id to change: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           MOVE WS-INPUT-ID TO WS-SCOPE-COUNTER
           PERFORM 3500-CHECK-COUNTER-SCOPE
           IF NOT WS-IN-SCOPE
               PERFORM 3550-REFUSE-OUT-OF-SCOPE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-ID TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF NOT WS-COUNTER-WAS-FOUND
       5200-DEACTIVATE-COUNTER.
           DISPLAY "Counter id to deactivate: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           MOVE WS-INPUT-ID TO WS-SCOPE-COUNTER
           PERFORM 3500-CHECK-COUNTER-SCOPE
           IF NOT WS-IN-SCOPE
               PERFORM 3550-REFUSE-OUT-OF-SCOPE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-ID TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF NOT WS-COUNTER-WAS-FOUND
           MOVE ZERO TO WS-CTR-CLOSE-VALUE(WS-CTR-IDX)
           MOVE ZERO TO WS-CTR-LAST-MAINT-DATE(WS-CTR-IDX)
           MOVE "Y"  TO WS-CTR-ACTIVE(WS-CTR-IDX)
           MOVE SPACES TO WS-CTR-FORWARD-TO(WS-CTR-IDX)
           MOVE ZERO TO WS-CTR-RETIRED-DATE(WS-CTR-IDX)
           MOVE SPACES TO MNT-OLD-IMAGE
           PERFORM 5900-BUILD-ENTRY-IMAGE
           MOVE WS-CTL-LINE TO MNT-NEW-IMAGE
           MOVE WS-CTR-ROLLOVER-PCT(WS-CTR-IDX)
                                            TO WS-LINE-ROLLOVER-PCT
           MOVE WS-CTR-ADJ-LIMIT(WS-CTR-IDX)
                                            TO WS-LINE-ADJ-LIMIT
           IF WS-CTR-IS-RETIRED(WS-CTR-IDX)
               MOVE "R" TO WS-LINE-STATUS
               MOVE WS-CTR-FORWARD-TO(WS-CTR-IDX)
                                            TO WS-LINE-FORWARD-TO-ID
               MOVE WS-CTR-RETIRED-DATE(WS-CTR-IDX)
                                            TO WS-LINE-RETIRED-DATE
           END-IF.

      *    One standing-instruction action per S command, the same
      *    shape as the reason-code commands.  The counter and the
      *    instruction id are the instruction's identity; moving a
      *    schedule to another counter is a suspend and a new add.
       6000-STANDING-MAINTENANCE.
           DISPLAY "Standing instructions: A=add  C=change  "
                   "S=suspend  U=resume  L=list"
           DISPLAY "Action: " WITH NO ADVANCING
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "A"
               WHEN "a"
                   PERFORM 6100-ADD-STANDING
               WHEN "C"
               WHEN "c"
                   PERFORM 6200-CHANGE-STANDING
               WHEN "S"
               WHEN "s"
                   PERFORM 6300-SUSPEND-STANDING
               WHEN "U"
               WHEN "u"
                   PERFORM 6350-RESUME-STANDING
               WHEN "L"
               WHEN "l"
                   PERFORM 6400-LIST-STANDING
               WHEN OTHER
                   DISPLAY "Unknown action: " WS-COMMAND
           END-EVALUATE.

      *    A new instruction starts with nothing generated; STOGEN
      *    picks it up from its start date, which may not be in the
      *    past - an add must never back-date movements.
       6100-ADD-STANDING.
           DISPLAY "New instruction id: " WITH NO ADVANCING
           ACCEPT WS-INPUT-STO-ID
           IF WS-INPUT-STO-ID = SPACES
               DISPLAY "Instruction id may not be blank"
               EXIT PARAGRAPH
           END-IF
           PERFORM 6500-FIND-STANDING
           EVALUATE TRUE
               WHEN WS-STO-FOUND = "Y"
                   DISPLAY "Instruction already defined: "
                           WS-INPUT-STO-ID
               WHEN WS-STO-COUNT >= 500
                   DISPLAY "Instruction table is full - 500 "
                           "instructions"
               WHEN OTHER
                   DISPLAY "Counter id: " WITH NO ADVANCING
                   ACCEPT WS-INPUT-ID
                   MOVE WS-INPUT-ID TO WS-SCOPE-COUNTER
                   PERFORM 3500-CHECK-COUNTER-SCOPE
                   IF NOT WS-IN-SCOPE
                       PERFORM 3550-REFUSE-OUT-OF-SCOPE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-INPUT-ID TO WS-SEARCH-KEY
                   PERFORM 3000-FIND-COUNTER
                   IF NOT WS-COUNTER-WAS-FOUND
                       DISPLAY "Counter not defined: " WS-INPUT-ID
                   ELSE
                       MOVE ZERO TO WS-CURRENT-START
                       PERFORM 6600-ACCEPT-STANDING-FIELDS
                       IF WS-ENTRY-OK
                           ADD 1 TO WS-STO-COUNT
                           SET WS-STO-IDX TO WS-STO-COUNT
                           MOVE WS-INPUT-STO-ID
                               TO WS-STO-ID(WS-STO-IDX)
                           MOVE WS-INPUT-ID
                               TO WS-STO-COUNTER(WS-STO-IDX)
                           PERFORM 6700-STORE-STANDING-FIELDS
                           MOVE ZERO TO WS-STO-LAST-GEN(WS-STO-IDX)
                           MOVE "A"  TO WS-STO-STATUS(WS-STO-IDX)
                           MOVE SPACES TO MNT-OLD-IMAGE
                           MOVE WS-STO-ENTRY(WS-STO-IDX)
                               TO MNT-NEW-IMAGE
                           MOVE "SIA" TO MNT-ACTION
                           PERFORM 8200-WRITE-STANDING-AUDIT
                           DISPLAY "Instruction added: "
                                   WS-INPUT-STO-ID
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Every movement and schedule field is re-entered, as for a
      *    counter change.  Occurrences already generated stand;
      *    the change governs what falls due after them.
       6200-CHANGE-STANDING.
           DISPLAY "Instruction id to change: " WITH NO ADVANCING
           ACCEPT WS-INPUT-STO-ID
           PERFORM 6500-FIND-STANDING
           PERFORM 6550-CHECK-STANDING-SCOPE
           IF NOT WS-IN-SCOPE
               EXIT PARAGRAPH
           END-IF
           IF WS-STO-FOUND NOT = "Y"
               DISPLAY "Instruction not defined: " WS-INPUT-STO-ID
           ELSE
               DISPLAY "Counter " WS-STO-COUNTER(WS-STO-IDX)
                       "  generated through "
                       WS-STO-LAST-GEN(WS-STO-IDX)
               MOVE WS-STO-START(WS-STO-IDX) TO WS-CURRENT-START
               PERFORM 6600-ACCEPT-STANDING-FIELDS
               IF WS-ENTRY-OK
                   MOVE WS-STO-ENTRY(WS-STO-IDX) TO MNT-OLD-IMAGE
                   PERFORM 6700-STORE-STANDING-FIELDS
                   MOVE WS-STO-ENTRY(WS-STO-IDX) TO MNT-NEW-IMAGE
                   MOVE "SIC" TO MNT-ACTION
                   PERFORM 8200-WRITE-STANDING-AUDIT
                   DISPLAY "Instruction changed: " WS-INPUT-STO-ID
               END-IF
           END-IF.

       6300-SUSPEND-STANDING.
           DISPLAY "Instruction id to suspend: " WITH NO ADVANCING
           ACCEPT WS-INPUT-STO-ID
           PERFORM 6500-FIND-STANDING
           PERFORM 6550-CHECK-STANDING-SCOPE
           IF NOT WS-IN-SCOPE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-STO-FOUND NOT = "Y"
                   DISPLAY "Instruction not defined: "
                           WS-INPUT-STO-ID
               WHEN WS-STO-IS-SUSPENDED(WS-STO-IDX)
                   DISPLAY "Instruction already suspended: "
                           WS-INPUT-STO-ID
               WHEN OTHER
                   MOVE WS-STO-ENTRY(WS-STO-IDX) TO MNT-OLD-IMAGE
                   MOVE "S" TO WS-STO-STATUS(WS-STO-IDX)
                   MOVE WS-STO-ENTRY(WS-STO-IDX) TO MNT-NEW-IMAGE
                   MOVE "SIS" TO MNT-ACTION
                   PERFORM 8200-WRITE-STANDING-AUDIT
                   DISPLAY "Instruction suspended: " WS-INPUT-STO-ID
           END-EVALUATE.

      *    Occurrences that fell due while the instruction was
      *    suspended are not owed: the last-generated date moves up
      *    to yesterday, so STOGEN resumes from today and does not
      *    catch the suspended days up.
       6350-RESUME-STANDING.
           DISPLAY "Instruction id to resume: " WITH NO ADVANCING
           ACCEPT WS-INPUT-STO-ID
           PERFORM 6500-FIND-STANDING
           PERFORM 6550-CHECK-STANDING-SCOPE
           IF NOT WS-IN-SCOPE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-STO-FOUND NOT = "Y"
                   DISPLAY "Instruction not defined: "
                           WS-INPUT-STO-ID
               WHEN NOT WS-STO-IS-SUSPENDED(WS-STO-IDX)
                   DISPLAY "Instruction is not suspended: "
                           WS-INPUT-STO-ID
               WHEN OTHER
                   MOVE WS-STO-ENTRY(WS-STO-IDX) TO MNT-OLD-IMAGE
                   MOVE "A" TO WS-STO-STATUS(WS-STO-IDX)
                   COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           WS-CURRENT-DATE-YYYYMMDD) - 1)
                   IF WS-STO-LAST-GEN(WS-STO-IDX) < WS-YESTERDAY
                       MOVE WS-YESTERDAY
                           TO WS-STO-LAST-GEN(WS-STO-IDX)
                   END-IF
                   MOVE WS-STO-ENTRY(WS-STO-IDX) TO MNT-NEW-IMAGE
                   MOVE "SIR" TO MNT-ACTION
                   PERFORM 8200-WRITE-STANDING-AUDIT
                   DISPLAY "Instruction resumed: " WS-INPUT-STO-ID
           END-EVALUATE.

      *    Lists only the instructions on counters in the operator's
      *    branch scope.
       6400-LIST-STANDING.
           IF WS-STO-COUNT = ZERO
               DISPLAY "  (no standing instructions defined)"
           ELSE
               PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                       UNTIL WS-STO-IDX > WS-STO-COUNT
                   MOVE WS-STO-COUNTER(WS-STO-IDX) TO WS-SCOPE-COUNTER
                   PERFORM 3500-CHECK-COUNTER-SCOPE
                   IF WS-IN-SCOPE
                       DISPLAY "  " WS-STO-ID(WS-STO-IDX) " "
                               WS-STO-STATUS(WS-STO-IDX) " "
                               WS-STO-COUNTER(WS-STO-IDX) " "
                               WS-STO-OPERATION(WS-STO-IDX) " "
                               WS-STO-AMOUNT(WS-STO-IDX) " "
                               WS-STO-REASON(WS-STO-IDX)
                               WS-STO-SIGN(WS-STO-IDX) " "
                               WS-STO-FREQUENCY(WS-STO-IDX)
                               WS-STO-FREQ-DAY(WS-STO-IDX) " "
                               WS-STO-START(WS-STO-IDX) "-"
                               WS-STO-END(WS-STO-IDX) " thru "
                               WS-STO-LAST-GEN(WS-STO-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *    Leaves WS-STO-IDX on the entry for WS-INPUT-STO-ID.
       6500-FIND-STANDING.
           MOVE "N" TO WS-STO-FOUND
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                   UNTIL WS-STO-IDX > WS-STO-COUNT
               IF WS-STO-ID(WS-STO-IDX) = WS-INPUT-STO-ID
                   MOVE "Y" TO WS-STO-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A found instruction is acted on only when its counter is
      *    in the operator's scope; a refusal is logged.  Not found
      *    passes, for the caller to report.
       6550-CHECK-STANDING-SCOPE.
           MOVE "Y" TO WS-SCOPE-OK-SWITCH
           IF WS-STO-FOUND = "Y"
               MOVE WS-STO-COUNTER(WS-STO-IDX) TO WS-SCOPE-COUNTER
               PERFORM 3500-CHECK-COUNTER-SCOPE
               IF NOT WS-IN-SCOPE
                   PERFORM 3550-REFUSE-OUT-OF-SCOPE
               END-IF
           END-IF.

      *    Prompts for and validates the movement and schedule
      *    fields an add or a change needs, staging them in the
      *    WS-NEW- items.  Nothing is stored unless every field
      *    passes.  The start date may not be in the past unless it
      *    is the instruction's existing start date
      *    (WS-CURRENT-START, zero on an add).
       6600-ACCEPT-STANDING-FIELDS.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH

           DISPLAY "Operation (ADD/SUB/ADJ): " WITH NO ADVANCING
           ACCEPT WS-INPUT-OPERATION
           MOVE FUNCTION UPPER-CASE(WS-INPUT-OPERATION)
               TO WS-NEW-OPERATION
           IF WS-NEW-OPERATION NOT = "ADD"
              AND WS-NEW-OPERATION NOT = "SUB"
              AND WS-NEW-OPERATION NOT = "ADJ"
               DISPLAY "Operation must be ADD, SUB or ADJ"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF

           MOVE ZERO TO WS-NEW-AMOUNT
           DISPLAY "Amount (digits only): " WITH NO ADVANCING
           ACCEPT WS-INPUT-VALUE
           PERFORM 5700-VALIDATE-NUMERIC-ENTRY
           IF NOT WS-FIELD-OK OR WS-DIGIT-COUNT > 5
               DISPLAY "Amount must be 1-5 digits"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               COMPUTE WS-NEW-AMOUNT =
                   FUNCTION NUMVAL(WS-INPUT-VALUE)
               IF WS-NEW-AMOUNT = ZERO
                   DISPLAY "Amount must not be zero"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF

      *        Reason code and sign belong to adjustments only, and
      *        the code must be one TRANEDIT will accept.
           MOVE SPACES TO WS-NEW-REASON
           MOVE SPACES TO WS-NEW-SIGN
           IF WS-NEW-OPERATION = "ADJ"
               DISPLAY "Reason code: " WITH NO ADVANCING
               ACCEPT WS-INPUT-RSN-CODE
               MOVE WS-INPUT-RSN-CODE TO WS-RSN-SEARCH
               PERFORM 7500-FIND-REASON
               IF WS-RSN-FOUND NOT = "Y"
                   DISPLAY "Reason code not defined: "
                           WS-INPUT-RSN-CODE
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               ELSE
                   IF NOT WS-RSN-IS-ACTIVE(WS-RSN-IDX)
                       DISPLAY "Reason code is inactive: "
                               WS-INPUT-RSN-CODE
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   ELSE
                       MOVE WS-INPUT-RSN-CODE TO WS-NEW-REASON
                   END-IF
               END-IF
               DISPLAY "Sign (+/-): " WITH NO ADVANCING
               ACCEPT WS-NEW-SIGN
               IF WS-NEW-SIGN NOT = "+" AND WS-NEW-SIGN NOT = "-"
                   DISPLAY "Sign must be + or -"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF

           DISPLAY "Frequency (D=daily W=weekly M=month-end "
                   "S=day of month): " WITH NO ADVANCING
           ACCEPT WS-INPUT-FLAG
           MOVE FUNCTION UPPER-CASE(WS-INPUT-FLAG)
               TO WS-NEW-FREQUENCY
           MOVE ZERO TO WS-NEW-FREQ-DAY
           EVALUATE WS-NEW-FREQUENCY
               WHEN "D"
               WHEN "M"
                   CONTINUE
               WHEN "W"
                   DISPLAY "Day of week (1=Mon ... 7=Sun): "
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-DAY
                   PERFORM 6650-VALIDATE-DAY-ENTRY
                   IF WS-NEW-FREQ-DAY < 1 OR WS-NEW-FREQ-DAY > 7
                       DISPLAY "Day of week must be 1-7"
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               WHEN "S"
                   DISPLAY "Day of month (1-31): " WITH NO ADVANCING
                   ACCEPT WS-INPUT-DAY
                   PERFORM 6650-VALIDATE-DAY-ENTRY
                   IF WS-NEW-FREQ-DAY < 1 OR WS-NEW-FREQ-DAY > 31
                       DISPLAY "Day of month must be 1-31"
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               WHEN OTHER
                   DISPLAY "Frequency must be D, W, M or S"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-EVALUATE

           MOVE ZERO TO WS-NEW-START
           DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE NOT NUMERIC
               DISPLAY "Start date must be eight digits"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               MOVE WS-INPUT-DATE TO WS-NEW-START
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-START)
                           NOT = ZERO
                       DISPLAY "Start date is not a valid date"
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   WHEN WS-NEW-START < WS-CURRENT-DATE-YYYYMMDD
                    AND WS-NEW-START NOT = WS-CURRENT-START
                       DISPLAY "Start date may not be in the past"
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-EVALUATE
           END-IF

      *        Blank means open-ended, stored as zero.
           MOVE ZERO TO WS-NEW-END
           DISPLAY "End date (YYYYMMDD, blank = none): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE NOT = SPACES
               IF WS-INPUT-DATE NOT NUMERIC
                   DISPLAY "End date must be eight digits"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               ELSE
                   MOVE WS-INPUT-DATE TO WS-NEW-END
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-END)
                               NOT = ZERO
                           DISPLAY "End date is not a valid date"
                           MOVE "N" TO WS-ENTRY-OK-SWITCH
                       WHEN WS-NEW-END < WS-NEW-START
                           DISPLAY "End date is before the start "
                                   "date"
                           MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-EVALUATE
               END-IF
           END-IF

           IF NOT WS-ENTRY-OK
               DISPLAY "Entry abandoned - nothing stored"
           END-IF.

      *    One or two digits, e.g. "5", "05" or "31".
       6650-VALIDATE-DAY-ENTRY.
           MOVE ZERO TO WS-NEW-FREQ-DAY
           EVALUATE TRUE
               WHEN WS-INPUT-DAY NUMERIC
                   MOVE WS-INPUT-DAY TO WS-NEW-FREQ-DAY
               WHEN WS-INPUT-DAY(1:1) NUMERIC
                AND WS-INPUT-DAY(2:1) = SPACE
                   MOVE WS-INPUT-DAY(1:1) TO WS-NEW-FREQ-DAY
           END-EVALUATE.

      *    The operator storing the fields becomes the instruction's
      *    set-up user, the user-id its movements carry.
       6700-STORE-STANDING-FIELDS.
           MOVE WS-NEW-OPERATION TO WS-STO-OPERATION(WS-STO-IDX)
           MOVE WS-NEW-AMOUNT    TO WS-STO-AMOUNT(WS-STO-IDX)
           MOVE WS-NEW-REASON    TO WS-STO-REASON(WS-STO-IDX)
           MOVE WS-NEW-SIGN      TO WS-STO-SIGN(WS-STO-IDX)
           MOVE WS-NEW-FREQUENCY TO WS-STO-FREQUENCY(WS-STO-IDX)
           MOVE WS-NEW-FREQ-DAY  TO WS-STO-FREQ-DAY(WS-STO-IDX)
           MOVE WS-NEW-START     TO WS-STO-START(WS-STO-IDX)
           MOVE WS-NEW-END       TO WS-STO-END(WS-STO-IDX)
           MOVE WS-OPERATOR-ID   TO WS-STO-SET-UP-BY(WS-STO-IDX).

      *    One reason-code action per R command, same shape as the
      *    counter commands: everything validated before anything
           MOVE ZERO TO WS-PND-APPROVED-COUNT
           MOVE ZERO TO WS-PND-DENIED-COUNT
           MOVE ZERO TO WS-PND-SKIPPED-COUNT
           MOVE ZERO TO WS-PND-OUTSCOPE-COUNT
           OPEN INPUT PENDING-IN
           IF WS-PNDIN-FILE-STATUS NOT = "00"
               DISPLAY "No pending-approval file - nothing to review"
               END-READ
               PERFORM UNTIL WS-END-OF-PENDING
                   IF PND-PENDING
                       MOVE PND-COUNTER-ID TO WS-SCOPE-COUNTER
                       PERFORM 3500-CHECK-COUNTER-SCOPE
                       IF WS-IN-SCOPE
                           ADD 1 TO WS-PND-REVIEWED-COUNT
                           PERFORM 9100-DECIDE-ONE-ITEM
                       ELSE
                           ADD 1 TO WS-PND-OUTSCOPE-COUNT
                       END-IF
                   END-IF
                   WRITE PENDING-OUT-RECORD
                       FROM PENDING-APPROVAL-RECORD
                       " open item(s): " WS-PND-APPROVED-COUNT
                       " approved, " WS-PND-DENIED-COUNT
                       " denied, " WS-PND-SKIPPED-COUNT " skipped"
               IF WS-PND-OUTSCOPE-COUNT > ZERO
                   DISPLAY WS-PND-OUTSCOPE-COUNT " open item(s) on "
                           "counters outside your branch scope "
                           "left pending"
               END-IF
               DISPLAY "PNDNEW written - rename into place before "
                       "the next update run"
           END-IF.
                   DISPLAY "Left pending"
           END-EVALUATE.

      *    Maker-checker: the operator who raised the adjustment
      *    never approves it.  The attempt is logged and the item
      *    stays pending for another approver.
       9200-APPROVE-ITEM.
           IF PND-USER-ID = WS-OPERATOR-ID
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "approval refused - operator raised "
                      "adjustment key " PND-TRAN-KEY
                      DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               MOVE PND-COUNTER-ID TO WS-SCOPE-COUNTER
               PERFORM 8300-WRITE-REFUSAL-AUDIT
               ADD 1 TO WS-PND-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PENDING-APPROVAL-RECORD TO MNT-OLD-IMAGE
           MOVE "A" TO PND-STATUS
           MOVE WS-OPERATOR-ID TO PND-SUPERVISOR-ID
           MOVE PND-COUNTER-ID           TO MNT-COUNTER-ID
           WRITE MAINT-AUDIT-RECORD.

      *    Operations review of the feed lines TRANMRG held as
      *    repeats of movements it had already merged.  Same
      *    stream-through as the pending review: every record is
      *    copied to DUPNEW, open suspects stopping for a release /
      *    drop / skip decision, each decision stamped and logged.
       9500-REVIEW-DUPLICATES.
           IF WS-DUP-REVIEW-DONE
               DISPLAY "DUPNEW already written - rename into place "
                       "before reviewing again"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"  TO WS-DUP-EOF-SWITCH
           MOVE ZERO TO WS-DUP-REVIEWED-COUNT
           MOVE ZERO TO WS-DUP-RELEASED-COUNT
           MOVE ZERO TO WS-DUP-DROPPED-COUNT
           MOVE ZERO TO WS-DUP-SKIPPED-COUNT
           MOVE ZERO TO WS-DUP-OUTSCOPE-COUNT
           OPEN INPUT DUPLICATE-SUSPECT-IN
           IF WS-DUPIN-FILE-STATUS NOT = "00"
               DISPLAY "No duplicate-suspect file - nothing to review"
           ELSE
               OPEN OUTPUT DUPLICATE-SUSPECT-OUT
               READ DUPLICATE-SUSPECT-IN
                   AT END SET WS-END-OF-SUSPECTS TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-SUSPECTS
                   IF DUP-SUSPECT
                       MOVE DUP-COUNTER-ID TO WS-SCOPE-COUNTER
                       PERFORM 3500-CHECK-COUNTER-SCOPE
                       IF WS-IN-SCOPE
                           ADD 1 TO WS-DUP-REVIEWED-COUNT
                           PERFORM 9600-DECIDE-ONE-SUSPECT
                       ELSE
                           ADD 1 TO WS-DUP-OUTSCOPE-COUNT
                       END-IF
                   END-IF
                   WRITE DUPLICATE-SUSPECT-OUT-RECORD
                       FROM DUPLICATE-SUSPECT-RECORD
                   READ DUPLICATE-SUSPECT-IN
                       AT END SET WS-END-OF-SUSPECTS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-SUSPECT-IN
               CLOSE DUPLICATE-SUSPECT-OUT
               SET WS-DUP-REVIEW-DONE TO TRUE
               DISPLAY "Review complete - " WS-DUP-REVIEWED-COUNT
                       " open suspect(s): " WS-DUP-RELEASED-COUNT
                       " released, " WS-DUP-DROPPED-COUNT
                       " dropped, " WS-DUP-SKIPPED-COUNT " skipped"
               IF WS-DUP-OUTSCOPE-COUNT > ZERO
                   DISPLAY WS-DUP-OUTSCOPE-COUNT " open suspect(s) "
                           "on counters outside your branch scope "
                           "left held"
               END-IF
               DISPLAY "DUPNEW written - rename into place before "
                       "the next merge run"
           END-IF.

       9600-DECIDE-ONE-SUSPECT.
           DISPLAY " "
           DISPLAY "Duplicate suspect - " DUP-SOURCE-SYSTEM
                   " feed of " DUP-FEED-DATE
                   " repeats the feed of " DUP-PRIOR-FEED-DATE
           DISPLAY "  counter " DUP-COUNTER-ID
                   "  " DUP-OPERATION " " DUP-AMOUNT
                   " sign " DUP-ADJ-SIGN
                   "  reason " DUP-REASON-CODE
                   "  by " DUP-USER-ID
                   "  effective " DUP-EFFECTIVE-DATE
           DISPLAY "Release, Drop, or Skip (R/D/S): "
               WITH NO ADVANCING
           ACCEPT WS-COMMAND
      *    Nobody releases a held line keyed under their own id.
           IF (WS-COMMAND = "R" OR WS-COMMAND = "r")
              AND DUP-USER-ID = WS-OPERATOR-ID
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "release refused - operator keyed the held "
                      "line from the " DUP-SOURCE-SYSTEM
                      " feed of " DUP-FEED-DATE
                      DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               MOVE DUP-COUNTER-ID TO WS-SCOPE-COUNTER
               PERFORM 8300-WRITE-REFUSAL-AUDIT
               ADD 1 TO WS-DUP-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-COMMAND
               WHEN "R"
               WHEN "r"
                   MOVE DUPLICATE-SUSPECT-RECORD TO MNT-OLD-IMAGE
                   MOVE "R" TO DUP-STATUS
                   MOVE "REL" TO MNT-ACTION
                   PERFORM 9700-STAMP-SUSPECT
                   ADD 1 TO WS-DUP-RELEASED-COUNT
                   DISPLAY "Released - merges on the next merge run"
               WHEN "D"
               WHEN "d"
                   MOVE DUPLICATE-SUSPECT-RECORD TO MNT-OLD-IMAGE
                   MOVE "D" TO DUP-STATUS
                   MOVE "DRP" TO MNT-ACTION
                   PERFORM 9700-STAMP-SUSPECT
                   ADD 1 TO WS-DUP-DROPPED-COUNT
                   DISPLAY "Dropped - discarded on the next merge run"
               WHEN OTHER
                   ADD 1 TO WS-DUP-SKIPPED-COUNT
                   DISPLAY "Left held"
           END-EVALUATE.

      *    Same audit record as the other maintenance; the key
      *    column carries the counter the held line would move.
       9700-STAMP-SUSPECT.
           MOVE WS-OPERATOR-ID TO DUP-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE-YYYYMMDD TO DUP-DECISION-DATE
           MOVE DUPLICATE-SUSPECT-RECORD TO MNT-NEW-IMAGE
           MOVE WS-CURRENT-DATE-YYYYMMDD TO MNT-DATE
           MOVE WS-CURRENT-TIME-HHMMSS   TO MNT-TIME
           MOVE WS-OPERATOR-ID           TO MNT-USER-ID
           MOVE DUP-COUNTER-ID           TO MNT-COUNTER-ID
           WRITE MAINT-AUDIT-RECORD.

      *    Same audit record as the counter maintenance; the key
      *    column carries the reason code, space-padded.
       8100-WRITE-REASON-AUDIT.
           WRITE MAINT-AUDIT-RECORD
           SET WS-RSN-MAINT-DONE TO TRUE.

      *    Same audit record again; the key column carries the
      *    counter the instruction moves, and the images are the
      *    whole instruction record, instruction id first.
       8200-WRITE-STANDING-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE-YYYYMMDD TO MNT-DATE
           MOVE WS-CURRENT-TIME-HHMMSS   TO MNT-TIME
           MOVE WS-OPERATOR-ID           TO MNT-USER-ID
           MOVE WS-STO-COUNTER(WS-STO-IDX) TO MNT-COUNTER-ID
           WRITE MAINT-AUDIT-RECORD
           SET WS-STO-MAINT-DONE TO TRUE.

      *    A refused attempt - sign-on, role, branch scope or
      *    maker-checker - is logged under the operator with the
      *    counter it was aimed at (spaces when none) and the
      *    refusal text in the old-image column.
       8300-WRITE-REFUSAL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE-YYYYMMDD TO MNT-DATE
           MOVE WS-CURRENT-TIME-HHMMSS   TO MNT-TIME
           MOVE WS-OPERATOR-ID           TO MNT-USER-ID
           MOVE "REF"                    TO MNT-ACTION
           MOVE WS-SCOPE-COUNTER         TO MNT-COUNTER-ID
           MOVE WS-REFUSAL-TEXT          TO MNT-OLD-IMAGE
           MOVE SPACES                   TO MNT-NEW-IMAGE
           WRITE MAINT-AUDIT-RECORD
           DISPLAY "Refused: "
                   FUNCTION TRIM(WS-REFUSAL-TEXT TRAILING).

       8000-WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE-YYYYMMDD TO MNT-DATE
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
                   IF WS-CTR-IS-ACTIVE(WS-CTR-IDX)
                      OR WS-CTR-IS-RETIRED(WS-CTR-IDX)
                       PERFORM 5900-BUILD-ENTRY-IMAGE
                       WRITE CONTROL-OUT-RECORD FROM WS-CTL-LINE
                   END-IF
               CLOSE REASON-FILE-OUT
               DISPLAY "RSNNEW written - rename into place to apply"
           END-IF
           IF WS-STO-MAINT-DONE
               OPEN OUTPUT STANDING-INSTR-OUT
               PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                       UNTIL WS-STO-IDX > WS-STO-COUNT
                   WRITE STANDING-INSTR-OUT-RECORD
                       FROM WS-STO-ENTRY(WS-STO-IDX)
               END-PERFORM
               CLOSE STANDING-INSTR-OUT
               DISPLAY "STONEW written - rename into place to apply"
           END-IF
           CLOSE MAINT-AUDIT-FILE.
