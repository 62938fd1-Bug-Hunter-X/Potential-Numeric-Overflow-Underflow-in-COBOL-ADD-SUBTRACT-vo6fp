      *  control total that does not match the details read - ends    *
      *  the job with return code 8 so the scheduler holds the edit   *
      *  and update steps rather than run them on a short or          *
      *  doubled day.  Each proved feed's delivered count and         *
      *  amount totals go to the SRCCTL control file, the submitted   *
      *  leg of SRCBAL's per-source reconciliation.                   *
      *  Every feed is also proved against the feed receipt history:  *
      *  a source and feed date already received, or content whose    *
      *  fingerprint matches a feed already received, ends the job    *
      *  with return code 8 the same way - a resent file otherwise    *
      *  merges cleanly and posts every movement twice.  A detail     *
      *  that exactly repeats a movement merged from the same source  *
      *  inside the duplicate window is held on the duplicate-suspect *
      *  file and listed on DUPRPT instead of going into the combined *
      *  file, so a partial resend is caught too.  Operations release *
      *  or drop each one through CNTRMNT; released items merge on    *
      *  the next run under fresh keys.                               *
      *  The standing-instruction feed STOGEN writes ahead of this    *
      *  step (STOIN, source STO) is merged as a fourth feed under    *
      *  the same envelope, receipt and duplicate checks.             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.

           SELECT STANDING-FEED ASSIGN TO "STOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-FILE-STATUS.

           SELECT MERGED-OUTPUT ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOURCE-CONTROL ASSIGN TO "SRCCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-RECEIPT-IN ASSIGN TO "FRCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRC-FILE-STATUS.

           SELECT FEED-RECEIPT-OUT ASSIGN TO "FRCNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVEMENT-HISTORY-IN ASSIGN TO "MVHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVH-FILE-STATUS.

           SELECT MOVEMENT-HISTORY-OUT ASSIGN TO "MVHNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUPLICATE-SUSPECT-IN ASSIGN TO "DUPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-FILE-STATUS.

           SELECT DUPLICATE-SUSPECT-OUT ASSIGN TO "DUPNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-FEED
           RECORDING MODE IS F.
       01  BACKOFFICE-FEED-RECORD      PIC X(42).

       FD  STANDING-FEED
           RECORDING MODE IS F.
       01  STANDING-FEED-RECORD        PIC X(42).

       FD  MERGED-OUTPUT
           RECORDING MODE IS F.
           COPY TRANREC.
           RECORDING MODE IS F.
           COPY SCTREC.

       FD  FEED-RECEIPT-IN
           RECORDING MODE IS F.
       01  FEED-RECEIPT-IN-RECORD      PIC X(75).

      *    History carried forward plus tonight's accepted feeds;
      *    the scheduler renames FRCNEW to FRCFILE with the rest of
      *    the night's new files.
       FD  FEED-RECEIPT-OUT
           RECORDING MODE IS F.
       01  FEED-RECEIPT-OUT-RECORD     PIC X(75).

       FD  MOVEMENT-HISTORY-IN
           RECORDING MODE IS F.
       01  MOVEMENT-HISTORY-IN-RECORD  PIC X(50).

       FD  MOVEMENT-HISTORY-OUT
           RECORDING MODE IS F.
       01  MOVEMENT-HISTORY-OUT-RECORD PIC X(50).

       FD  DUPLICATE-SUSPECT-IN
           RECORDING MODE IS F.
       01  DUPLICATE-SUSPECT-IN-RECORD PIC X(75).

       FD  DUPLICATE-SUSPECT-OUT
           RECORDING MODE IS F.
       01  DUPLICATE-SUSPECT-OUT-RECORD
                                       PIC X(75).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TLR-FILE-STATUS          PIC XX.
       01  WS-ATM-FILE-STATUS          PIC XX.
       01  WS-BKO-FILE-STATUS          PIC XX.
       01  WS-STO-FILE-STATUS          PIC XX.

      *    The shared feed view: each feed's records are read INTO
      *    this area so one set of envelope/detail paragraphs serves
      *    all four files.
           COPY FEEDREC.

       01  WS-FEED-EOF-SWITCH          PIC X.
       01  WS-MERGE-ERROR-SWITCH       PIC X VALUE "N".
           88  WS-MERGE-FAILED              VALUE "Y".

      *    One detail's own share of the control totals, kept so a
      *    line held as a duplicate suspect can be taken back out of
      *    the submitted leg - the trailer still proves the feed as
      *    delivered, held lines included.
       01  WS-LINE-ADD                 PIC 9(5).
       01  WS-LINE-SUB                 PIC 9(5).
       01  WS-LINE-ADJ                 PIC S9(5).
       01  WS-FEED-HELD-COUNT          PIC 9(8).
       01  WS-HELD-ADD-TOTAL           PIC 9(10).
       01  WS-HELD-SUB-TOTAL           PIC 9(10).
       01  WS-HELD-ADJ-NET             PIC S9(10).

      *    Content fingerprint of the feed in hand: a running
      *    remainder hash over every detail record image in delivery
      *    order, so a byte-for-byte resend hashes the same however
      *    its header has been re-dated.
       01  WS-FEED-FINGERPRINT         PIC 9(9).
       01  WS-FP-WORK                  PIC 9(11).
       01  WS-FP-QUOTIENT              PIC 9(4).
       01  WS-FP-SUB                   PIC 9(2).

      *    The detail exactly as delivered, a blank effective date
      *    left blank - the image compared against, and added to,
      *    the movement history.  Teller and ATM lines are never
      *    dated, so yesterday's lines resent under tonight's header
      *    must still match what was merged yesterday.
       01  WS-MOVEMENT-IMAGE           PIC X(39).
      *    The business date the merged movement posts as of.
       01  WS-MOV-EFFECTIVE-DATE       PIC 9(8).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-DATE-YYYYMMDD PIC 9(8).
           05  FILLER                  PIC X(13).

      *    Feed receipt history, loaded for the repeat checks and
      *    extended by every feed accepted tonight, so a second feed
      *    under the same source and date in one night is refused
      *    as well.
       01  WS-FRC-FILE-STATUS          PIC XX.
       01  WS-FRC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-RECEIPTS           VALUE "Y".
           COPY FRCREC.
       01  WS-RCP-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-RECEIPT-TABLE.
           05  WS-RCP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-RCP-COUNT
                   INDEXED BY WS-RCP-IDX.
               10  WS-RCP-SOURCE           PIC X(3).
               10  WS-RCP-FEED-DATE        PIC 9(8).
               10  WS-RCP-MOVEMENTS        PIC 9(8).
               10  WS-RCP-FINGERPRINT      PIC 9(9).
       01  WS-RCP-FULL-WARNED          PIC X VALUE "N".

      *    Movement history.  A detail is compared only with
      *    entries no more than WS-DUP-WINDOW-DAYS older than its own
      *    feed's date; tonight's merged movements are staged after
      *    the loaded ones (WS-MVH-LOADED-COUNT) and are not
      *    themselves compared against - two identical movements
      *    in one night's feed are ordinary business.  MVHNEW keeps
      *    only the entries inside the window measured back from the
      *    newest feed date held, so the file never outgrows it.
       01  WS-MVH-FILE-STATUS          PIC XX.
       01  WS-MVH-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-HISTORY            VALUE "Y".
           COPY MVHREC.
       01  WS-DUP-WINDOW-DAYS          PIC 9(3) VALUE 7.
       01  WS-FEED-DAY                 PIC 9(8).
       01  WS-FEED-WINDOW-START        PIC S9(8).
       01  WS-NEWEST-DAY               PIC 9(8) VALUE ZERO.
       01  WS-KEEP-WINDOW-START        PIC S9(8).
       01  WS-HIST-INTEGER             PIC 9(8).
       01  WS-MVH-AGED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-MVH-KEPT-COUNT           PIC 9(8).
       01  WS-MVH-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-MVH-LOADED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-MVH-TABLE.
           05  WS-MVH-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-MVH-COUNT
                   INDEXED BY WS-MVH-IDX.
               10  WS-MVH-SOURCE           PIC X(3).
               10  WS-MVH-FEED-DATE        PIC 9(8).
               10  WS-MVH-DETAIL           PIC X(39).
               10  WS-MVH-DAY              PIC 9(8).
       01  WS-MVH-FULL-WARNED          PIC X VALUE "N".

       01  WS-DUP-FOUND-SWITCH         PIC X.
           88  WS-DUPLICATE-FOUND           VALUE "Y".
       01  WS-DUP-PRIOR-DATE           PIC 9(8).

      *    Duplicate suspects: last night's open items come in on
      *    DUPFILE; released ones merge, dropped ones are discarded
      *    and the rest carry forward on DUPNEW with tonight's.
       01  WS-DUP-FILE-STATUS          PIC XX.
       01  WS-DUP-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-SUSPECTS           VALUE "Y".
           COPY DUPREC.
       01  WS-TOTAL-HELD               PIC 9(8) VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-CARRIED-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-OPEN-SUSPECT-COUNT       PIC 9(8).
       01  WS-COUNT-EDIT               PIC ZZZZZZZ9.

       01  WS-NEXT-TRAN-KEY            PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-WRITTEN            PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
           PERFORM 1100-INITIALIZE
           PERFORM 1200-MERGE-RELEASED-SUSPECTS
           PERFORM 2000-MERGE-TELLER-FEED
           PERFORM 2100-MERGE-ATM-FEED
           PERFORM 2200-MERGE-BACKOFFICE-FEED
           PERFORM 2300-MERGE-STANDING-FEED
           PERFORM 1300-TERMINATE
           STOP RUN.

       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN OUTPUT MERGED-OUTPUT
           OPEN OUTPUT SOURCE-CONTROL
           OPEN OUTPUT DUPLICATE-SUSPECT-OUT
           OPEN OUTPUT REPORT-FILE
           PERFORM 1150-LOAD-FEED-RECEIPTS
           PERFORM 1170-LOAD-MOVEMENT-HISTORY
           PERFORM 6000-WRITE-REPORT-HEADING.

      *    Every receipt on file is carried to FRCNEW as it is read;
      *    tonight's accepted feeds are appended behind them by
      *    3960-RECORD-FEED-RECEIPT.
       1150-LOAD-FEED-RECEIPTS.
           OPEN OUTPUT FEED-RECEIPT-OUT
           OPEN INPUT FEED-RECEIPT-IN
           IF WS-FRC-FILE-STATUS NOT = "00"
               DISPLAY "No feed receipt history - no earlier feeds "
                       "to prove against"
           ELSE
               READ FEED-RECEIPT-IN INTO FEED-RECEIPT-RECORD
                   AT END SET WS-END-OF-RECEIPTS TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-RECEIPTS
                   WRITE FEED-RECEIPT-OUT-RECORD
                       FROM FEED-RECEIPT-RECORD
                   PERFORM 1160-TABLE-RECEIPT
                   READ FEED-RECEIPT-IN INTO FEED-RECEIPT-RECORD
                       AT END SET WS-END-OF-RECEIPTS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FEED-RECEIPT-IN
           END-IF.

       1160-TABLE-RECEIPT.
           IF WS-RCP-COUNT >= 50000
               IF WS-RCP-FULL-WARNED = "N"
                   DISPLAY "More than 50000 feed receipts - repeat "
                           "check covers the first 50000 only"
                   MOVE "Y" TO WS-RCP-FULL-WARNED
               END-IF
           ELSE
               ADD 1 TO WS-RCP-COUNT
               SET WS-RCP-IDX TO WS-RCP-COUNT
               MOVE FRC-SOURCE-SYSTEM  TO WS-RCP-SOURCE(WS-RCP-IDX)
               MOVE FRC-FEED-DATE      TO WS-RCP-FEED-DATE(WS-RCP-IDX)
               MOVE FRC-MOVEMENT-COUNT TO WS-RCP-MOVEMENTS(WS-RCP-IDX)
               MOVE FRC-FINGERPRINT
                   TO WS-RCP-FINGERPRINT(WS-RCP-IDX)
           END-IF.

      *    An entry with an unreadable feed date can never fall
      *    inside anyone's window and is dropped on load.
       1170-LOAD-MOVEMENT-HISTORY.
           OPEN INPUT MOVEMENT-HISTORY-IN
           IF WS-MVH-FILE-STATUS NOT = "00"
               DISPLAY "No movement history - no earlier movements "
                       "to compare details against"
           ELSE
               READ MOVEMENT-HISTORY-IN INTO MOVEMENT-HISTORY-RECORD
                   AT END SET WS-END-OF-HISTORY TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-HISTORY
                   MOVE ZERO TO WS-HIST-INTEGER
                   IF MVH-FEED-DATE NUMERIC
                      AND MVH-FEED-DATE > ZERO
                       COMPUTE WS-HIST-INTEGER =
                           FUNCTION INTEGER-OF-DATE(MVH-FEED-DATE)
                   END-IF
                   IF WS-HIST-INTEGER > ZERO
                       PERFORM 1180-TABLE-MOVEMENT
                   ELSE
                       ADD 1 TO WS-MVH-AGED-COUNT
                   END-IF
                   READ MOVEMENT-HISTORY-IN
                       INTO MOVEMENT-HISTORY-RECORD
                       AT END SET WS-END-OF-HISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-HISTORY-IN
           END-IF
           MOVE WS-MVH-COUNT TO WS-MVH-LOADED-COUNT.

       1180-TABLE-MOVEMENT.
           IF WS-MVH-COUNT >= 20000
               IF WS-MVH-FULL-WARNED = "N"
                   DISPLAY "More than 20000 movements in the "
                           "duplicate window - remainder not held"
                   MOVE "Y" TO WS-MVH-FULL-WARNED
               END-IF
           ELSE
               ADD 1 TO WS-MVH-COUNT
               SET WS-MVH-IDX TO WS-MVH-COUNT
               MOVE MVH-SOURCE-SYSTEM TO WS-MVH-SOURCE(WS-MVH-IDX)
               MOVE MVH-FEED-DATE     TO WS-MVH-FEED-DATE(WS-MVH-IDX)
               MOVE MVH-DETAIL        TO WS-MVH-DETAIL(WS-MVH-IDX)
               MOVE WS-HIST-INTEGER   TO WS-MVH-DAY(WS-MVH-IDX)
               IF WS-HIST-INTEGER > WS-NEWEST-DAY
                   MOVE WS-HIST-INTEGER TO WS-NEWEST-DAY
               END-IF
           END-IF.

      *    Suspects operations have decided since the last run.  A
      *    released item merges ahead of tonight's feeds under a
      *    fresh key and its own one-movement SRCCTL record, so
      *    SRCBAL sees it submitted under its source; a dropped item
      *    is discarded; anything still undecided carries forward.
       1200-MERGE-RELEASED-SUSPECTS.
           OPEN INPUT DUPLICATE-SUSPECT-IN
           IF WS-DUP-FILE-STATUS NOT = "00"
               DISPLAY "No duplicate-suspect file - nothing to "
                       "release"
           ELSE
               READ DUPLICATE-SUSPECT-IN
                   INTO DUPLICATE-SUSPECT-RECORD
                   AT END SET WS-END-OF-SUSPECTS TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-SUSPECTS
                   EVALUATE TRUE
                       WHEN DUP-RELEASED
                           PERFORM 1250-MERGE-ONE-RELEASED
                       WHEN DUP-DROPPED
                           ADD 1 TO WS-DROPPED-COUNT
                           DISPLAY "Duplicate suspect dropped by "
                                   DUP-DECIDED-BY ": "
                                   DUP-SOURCE-SYSTEM " "
                                   DUP-COUNTER-ID " "
                                   DUP-OPERATION " " DUP-AMOUNT
                       WHEN OTHER
                           ADD 1 TO WS-CARRIED-COUNT
                           WRITE DUPLICATE-SUSPECT-OUT-RECORD
                               FROM DUPLICATE-SUSPECT-RECORD
                   END-EVALUATE
                   READ DUPLICATE-SUSPECT-IN
                       INTO DUPLICATE-SUSPECT-RECORD
                       AT END SET WS-END-OF-SUSPECTS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-SUSPECT-IN
           END-IF.

       1250-MERGE-ONE-RELEASED.
           MOVE "released"        TO WS-FEED-NAME
           PERFORM 2900-START-ONE-FEED
           MOVE DUP-SOURCE-SYSTEM TO WS-FEED-SOURCE
           MOVE DUP-FEED-DATE     TO WS-FEED-DATE
           PERFORM 3150-SET-FEED-WINDOW
           MOVE SPACES            TO FEED-RECORD
           MOVE "DTL"             TO FEED-REC-TYPE
           MOVE DUP-DETAIL        TO FEED-BODY
           MOVE DUP-DETAIL        TO WS-MOVEMENT-IMAGE
           ADD 1 TO WS-FEED-DTL-COUNT
           PERFORM 3250-ACCUMULATE-FEED-AMOUNTS
           PERFORM 3240-WRITE-MERGED-MOVEMENT
           PERFORM 3950-WRITE-SOURCE-CONTROL
           ADD 1 TO WS-RELEASED-COUNT
           DISPLAY "Duplicate suspect released by " DUP-DECIDED-BY
                   ": " DUP-SOURCE-SYSTEM " " DUP-COUNTER-ID " "
                   DUP-OPERATION " " DUP-AMOUNT " merged as key "
                   WS-NEXT-TRAN-KEY.

       2000-MERGE-TELLER-FEED.
           MOVE "teller"      TO WS-FEED-NAME
           PERFORM 2900-START-ONE-FEED
               PERFORM 3900-CHECK-FEED-ENVELOPE
           END-IF.

      *    STOGEN writes its feed every night, header and trailer
      *    even when nothing falls due, so a missing file here means
      *    the generator did not run and is flagged like any other.
       2300-MERGE-STANDING-FEED.
           MOVE "standing"    TO WS-FEED-NAME
           PERFORM 2900-START-ONE-FEED
           OPEN INPUT STANDING-FEED
           IF WS-STO-FILE-STATUS NOT = "00"
               PERFORM 2950-FLAG-MISSING-FEED
           ELSE
               READ STANDING-FEED INTO FEED-RECORD
                   AT END SET WS-END-OF-FEED TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FEED
                   PERFORM 3000-PROCESS-FEED-RECORD
                   READ STANDING-FEED INTO FEED-RECORD
                       AT END SET WS-END-OF-FEED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STANDING-FEED
               PERFORM 3900-CHECK-FEED-ENVELOPE
           END-IF.

       2900-START-ONE-FEED.
           MOVE "N"    TO WS-FEED-EOF-SWITCH
           MOVE "N"    TO WS-HDR-SEEN-SWITCH
           MOVE "N"    TO WS-FEED-ERROR-SWITCH
           MOVE SPACES TO WS-FEED-SOURCE
           MOVE ZERO   TO WS-FEED-DATE
           MOVE ZERO   TO WS-FEED-DAY
           MOVE 99999999 TO WS-FEED-WINDOW-START
           MOVE ZERO   TO WS-FEED-DTL-COUNT
           MOVE ZERO   TO WS-FEED-ADD-TOTAL
           MOVE ZERO   TO WS-FEED-SUB-TOTAL
           MOVE ZERO   TO WS-FEED-ADJ-NET
           MOVE ZERO   TO WS-FEED-HELD-COUNT
           MOVE ZERO   TO WS-HELD-ADD-TOTAL
           MOVE ZERO   TO WS-HELD-SUB-TOTAL
           MOVE ZERO   TO WS-HELD-ADJ-NET
           MOVE ZERO   TO WS-FEED-FINGERPRINT.

      *    A feed that simply is not there is indistinguishable from
      *    a transmission that never arrived; running the day short
                   IF FEED-DATE NUMERIC
                       MOVE FEED-DATE TO WS-FEED-DATE
                   END-IF
                   PERFORM 3150-SET-FEED-WINDOW
           END-EVALUATE.

      *    The window runs back from the feed's own date, not the
      *    run date, so a feed delivered late is still compared
      *    with the days either side of it.  An unreadable feed
      *    date yields day zero and a window nothing falls inside.
       3150-SET-FEED-WINDOW.
           MOVE ZERO TO WS-FEED-DAY
           IF WS-FEED-DATE > ZERO
               COMPUTE WS-FEED-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-FEED-DATE)
           END-IF
           IF WS-FEED-DAY = ZERO
               MOVE 99999999 TO WS-FEED-WINDOW-START
           ELSE
               COMPUTE WS-FEED-WINDOW-START =
                   WS-FEED-DAY - WS-DUP-WINDOW-DAYS
           END-IF.

       3200-PROCESS-FEED-DETAIL.
           EVALUATE TRUE
               WHEN NOT WS-HDR-SEEN
               WHEN OTHER
                   ADD 1 TO WS-FEED-DTL-COUNT
                   PERFORM 3250-ACCUMULATE-FEED-AMOUNTS
                   PERFORM 3270-ADD-TO-FINGERPRINT
                   PERFORM 3210-BUILD-MOVEMENT-IMAGE
                   PERFORM 3220-CHECK-DUPLICATE-MOVEMENT
                   IF WS-DUPLICATE-FOUND
                       PERFORM 3230-HOLD-DUPLICATE-SUSPECT
                   ELSE
                       PERFORM 3240-WRITE-MERGED-MOVEMENT
                   END-IF
           END-EVALUATE.

       3210-BUILD-MOVEMENT-IMAGE.
           MOVE FEED-BODY TO WS-MOVEMENT-IMAGE.

      *    Same source, same counter, operation, amount, reason,
      *    sign, user and delivered business date (blank on an
      *    undated feed) as a movement already merged inside the
      *    window: a resent line, not new money.
       3220-CHECK-DUPLICATE-MOVEMENT.
           MOVE "N" TO WS-DUP-FOUND-SWITCH
           PERFORM VARYING WS-MVH-IDX FROM 1 BY 1
                   UNTIL WS-MVH-IDX > WS-MVH-LOADED-COUNT
               IF WS-MVH-SOURCE(WS-MVH-IDX) = WS-FEED-SOURCE
                  AND WS-MVH-DAY(WS-MVH-IDX) >= WS-FEED-WINDOW-START
                  AND WS-MVH-DETAIL(WS-MVH-IDX) = WS-MOVEMENT-IMAGE
                   SET WS-DUPLICATE-FOUND TO TRUE
                   MOVE WS-MVH-FEED-DATE(WS-MVH-IDX)
                       TO WS-DUP-PRIOR-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    The held line takes no key and stays out of the combined
      *    file; its amounts come back out of the feed's submitted
      *    leg so SRCBAL still balances what actually went forward.
       3230-HOLD-DUPLICATE-SUSPECT.
           ADD 1 TO WS-FEED-HELD-COUNT
           ADD WS-LINE-ADD TO WS-HELD-ADD-TOTAL
           ADD WS-LINE-SUB TO WS-HELD-SUB-TOTAL
           ADD WS-LINE-ADJ TO WS-HELD-ADJ-NET
           MOVE SPACES            TO DUPLICATE-SUSPECT-RECORD
           MOVE "S"               TO DUP-STATUS
           MOVE WS-FEED-SOURCE    TO DUP-SOURCE-SYSTEM
           MOVE WS-FEED-DATE      TO DUP-FEED-DATE
           MOVE WS-MOVEMENT-IMAGE TO DUP-DETAIL
           MOVE WS-DUP-PRIOR-DATE TO DUP-PRIOR-FEED-DATE
           MOVE ZERO              TO DUP-DECISION-DATE
           WRITE DUPLICATE-SUSPECT-OUT-RECORD
               FROM DUPLICATE-SUSPECT-RECORD
           ADD 1 TO WS-TOTAL-HELD
           PERFORM 6100-REPORT-SUSPECT.

      *    A detail without its own business date posts as of the
      *    feed's header date - the ordinary same-day case needs no
      *    per-record date keying upstream.  A released suspect
      *    posts as of the feed it arrived under.
       3240-WRITE-MERGED-MOVEMENT.
           IF FEED-EFFECTIVE-DATE NUMERIC
              AND FEED-EFFECTIVE-DATE > ZERO
               MOVE FEED-EFFECTIVE-DATE TO WS-MOV-EFFECTIVE-DATE
           ELSE
               MOVE WS-FEED-DATE        TO WS-MOV-EFFECTIVE-DATE
           END-IF
           ADD 1 TO WS-NEXT-TRAN-KEY
           MOVE SPACES                TO TRANSACTION-RECORD
           MOVE WS-NEXT-TRAN-KEY      TO TRAN-KEY
           MOVE FEED-COUNTER-ID       TO TRAN-COUNTER-ID
           MOVE FEED-OPERATION        TO TRAN-OPERATION
           MOVE FEED-AMOUNT           TO TRAN-AMOUNT
           MOVE FEED-REASON-CODE      TO TRAN-REASON-CODE
           MOVE FEED-ADJ-SIGN         TO TRAN-ADJ-SIGN
           MOVE FEED-USER-ID          TO TRAN-USER-ID
           MOVE WS-FEED-SOURCE        TO TRAN-SOURCE-SYSTEM
           MOVE WS-MOV-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-TOTAL-WRITTEN
           PERFORM 3245-STAGE-MOVEMENT-HISTORY.

       3245-STAGE-MOVEMENT-HISTORY.
           IF WS-MVH-COUNT >= 20000
               IF WS-MVH-FULL-WARNED = "N"
                   DISPLAY "More than 20000 movements in the "
                           "duplicate window - remainder not held"
                   MOVE "Y" TO WS-MVH-FULL-WARNED
               END-IF
           ELSE
               ADD 1 TO WS-MVH-COUNT
               SET WS-MVH-IDX TO WS-MVH-COUNT
               MOVE WS-FEED-SOURCE    TO WS-MVH-SOURCE(WS-MVH-IDX)
               MOVE WS-FEED-DATE      TO WS-MVH-FEED-DATE(WS-MVH-IDX)
               MOVE WS-MOVEMENT-IMAGE TO WS-MVH-DETAIL(WS-MVH-IDX)
               MOVE WS-FEED-DAY       TO WS-MVH-DAY(WS-MVH-IDX)
               IF WS-FEED-DAY > WS-NEWEST-DAY
                   MOVE WS-FEED-DAY TO WS-NEWEST-DAY
               END-IF
           END-IF.

      *    One movement's amounts join the feed's running control
      *    totals: ADDs and SUBs by magnitude, ADJs as the signed
      *    net.  Anything unreadable or unrecognised adds nothing
      *    and the trailer proof reports the difference.  The
      *    line's own share is left in WS-LINE-ADD/-SUB/-ADJ for
      *    3230-HOLD-DUPLICATE-SUSPECT.
       3250-ACCUMULATE-FEED-AMOUNTS.
           MOVE ZERO TO WS-LINE-ADD
           MOVE ZERO TO WS-LINE-SUB
           MOVE ZERO TO WS-LINE-ADJ
           IF FEED-AMOUNT NUMERIC
               EVALUATE FEED-OPERATION
                   WHEN "ADD"
                       MOVE FEED-AMOUNT TO WS-LINE-ADD
                   WHEN "SUB"
                       MOVE FEED-AMOUNT TO WS-LINE-SUB
                   WHEN "ADJ"
                       IF FEED-ADJ-SIGN = "-"
                           SUBTRACT FEED-AMOUNT FROM WS-LINE-ADJ
                       ELSE
                           MOVE FEED-AMOUNT TO WS-LINE-ADJ
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           ADD WS-LINE-ADD TO WS-FEED-ADD-TOTAL
           ADD WS-LINE-SUB TO WS-FEED-SUB-TOTAL
           ADD WS-LINE-ADJ TO WS-FEED-ADJ-NET.

      *    The whole detail record image, header date excluded,
      *    folds into the fingerprint a byte at a time.
       3270-ADD-TO-FINGERPRINT.
           PERFORM VARYING WS-FP-SUB FROM 1 BY 1
                   UNTIL WS-FP-SUB > 42
               COMPUTE WS-FP-WORK = WS-FEED-FINGERPRINT * 31
                   + FUNCTION ORD(FEED-RECORD(WS-FP-SUB:1))
               DIVIDE WS-FP-WORK BY 999999937
                   GIVING WS-FP-QUOTIENT
                   REMAINDER WS-FEED-FINGERPRINT
           END-PERFORM.

       3300-PROCESS-FEED-TRAILER.
           IF WS-TRL-SEEN
               SET WS-FEED-IN-ERROR TO TRUE
               SET WS-MERGE-FAILED  TO TRUE
           END-IF
           IF NOT WS-FEED-IN-ERROR
               PERFORM 3920-CHECK-PRIOR-RECEIPTS
           END-IF
           IF NOT WS-FEED-IN-ERROR
               PERFORM 3950-WRITE-SOURCE-CONTROL
               PERFORM 3960-RECORD-FEED-RECEIPT
               DISPLAY "Feed merged: " WS-FEED-NAME " ("
                       WS-FEED-SOURCE ") " WS-FEED-DTL-COUNT
                       " movements"
               IF WS-FEED-HELD-COUNT > ZERO
                   DISPLAY "  held as duplicate suspects: "
                           WS-FEED-HELD-COUNT
               END-IF
           END-IF.

      *    A proved envelope is not enough: yesterday's file resent
      *    with yesterday's header proves perfectly.  The same
      *    source and feed date, or the same detail content under
      *    any header, is a feed already received.  An empty feed
      *    has nothing to fingerprint and is proved by date alone.
       3920-CHECK-PRIOR-RECEIPTS.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               EVALUATE TRUE
                   WHEN WS-FEED-DATE > ZERO
                    AND WS-RCP-SOURCE(WS-RCP-IDX) = WS-FEED-SOURCE
                    AND WS-RCP-FEED-DATE(WS-RCP-IDX) = WS-FEED-DATE
                       DISPLAY "Feed date already received on "
                               WS-FEED-NAME " feed - "
                               WS-FEED-SOURCE " " WS-FEED-DATE
                       SET WS-FEED-IN-ERROR TO TRUE
                       SET WS-MERGE-FAILED  TO TRUE
                       EXIT PERFORM
                   WHEN WS-FEED-DTL-COUNT > ZERO
                    AND WS-RCP-MOVEMENTS(WS-RCP-IDX)
                            = WS-FEED-DTL-COUNT
                    AND WS-RCP-FINGERPRINT(WS-RCP-IDX)
                            = WS-FEED-FINGERPRINT
                       DISPLAY "Content of " WS-FEED-NAME
                               " feed duplicates the "
                               WS-RCP-SOURCE(WS-RCP-IDX)
                               " feed of "
                               WS-RCP-FEED-DATE(WS-RCP-IDX)
                       SET WS-FEED-IN-ERROR TO TRUE
                       SET WS-MERGE-FAILED  TO TRUE
                       EXIT PERFORM
               END-EVALUATE
           END-PERFORM.

      *    The proved feed's delivered totals - what actually went
      *    into the combined file, which the trailer has just been
      *    proved equal to less any lines held as duplicate
      *    suspects - become the submitted leg SRCBAL reconciles
      *    the rest of the night against.
       3950-WRITE-SOURCE-CONTROL.
           MOVE SPACES             TO SOURCE-CONTROL-RECORD
           MOVE WS-FEED-SOURCE     TO SCT-SOURCE-SYSTEM
           MOVE WS-FEED-DATE       TO SCT-FEED-DATE
           COMPUTE SCT-MOVEMENT-COUNT =
               WS-FEED-DTL-COUNT - WS-FEED-HELD-COUNT
           COMPUTE SCT-ADD-TOTAL =
               WS-FEED-ADD-TOTAL - WS-HELD-ADD-TOTAL
           COMPUTE SCT-SUB-TOTAL =
               WS-FEED-SUB-TOTAL - WS-HELD-SUB-TOTAL
           COMPUTE SCT-ADJ-NET =
               WS-FEED-ADJ-NET - WS-HELD-ADJ-NET
           WRITE SOURCE-CONTROL-RECORD.

      *    The receipt records the feed as delivered - its full
      *    count and trailer totals, held lines included - so a
      *    later resend fingerprints and counts the same.
       3960-RECORD-FEED-RECEIPT.
           MOVE SPACES                   TO FEED-RECEIPT-RECORD
           MOVE WS-FEED-SOURCE           TO FRC-SOURCE-SYSTEM
           MOVE WS-FEED-DATE             TO FRC-FEED-DATE
           MOVE WS-CURRENT-DATE-YYYYMMDD TO FRC-RECEIPT-DATE
           MOVE WS-FEED-DTL-COUNT        TO FRC-MOVEMENT-COUNT
           MOVE WS-FEED-ADD-TOTAL        TO FRC-ADD-TOTAL
           MOVE WS-FEED-SUB-TOTAL        TO FRC-SUB-TOTAL
           MOVE WS-FEED-ADJ-NET          TO FRC-ADJ-NET
           MOVE WS-FEED-FINGERPRINT      TO FRC-FINGERPRINT
           MOVE WS-FEED-HELD-COUNT       TO FRC-HELD-COUNT
           WRITE FEED-RECEIPT-OUT-RECORD FROM FEED-RECEIPT-RECORD
           PERFORM 1160-TABLE-RECEIPT.

       6000-WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "DUPLICATE-SUSPECT MOVEMENTS HELD FROM THE MERGE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run date " WS-CURRENT-DATE-YYYYMMDD
                  "   duplicate window " WS-DUP-WINDOW-DAYS " days"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Src " "Feed-Date " "Line      " "Counter-Id  "
                  "Op   " "Amount " "Rsn   " "S  " "User-Id   "
                  "Eff-Date  " "Repeats-Feed"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       6100-REPORT-SUSPECT.
           MOVE SPACES TO REPORT-LINE
           STRING DUP-SOURCE-SYSTEM " "
                  DUP-FEED-DATE "  "
                  WS-FEED-DTL-COUNT "  "
                  DUP-COUNTER-ID "  "
                  DUP-OPERATION "  "
                  DUP-AMOUNT "  "
                  DUP-REASON-CODE "  "
                  DUP-ADJ-SIGN "  "
                  DUP-USER-ID "  "
                  DUP-EFFECTIVE-DATE "  "
                  DUP-PRIOR-FEED-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       6200-REPORT-TOTALS.
           IF WS-TOTAL-HELD = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "  (no movements held tonight)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-HELD TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Held tonight                " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Released and merged tonight " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DROPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Dropped                     " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-OPEN-SUSPECT-COUNT =
               WS-CARRIED-COUNT + WS-TOTAL-HELD
           MOVE WS-OPEN-SUSPECT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Awaiting release or drop    " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1300-TERMINATE.
           PERFORM 1350-WRITE-MOVEMENT-HISTORY
           PERFORM 6200-REPORT-TOTALS
           CLOSE MERGED-OUTPUT
           CLOSE SOURCE-CONTROL
           CLOSE FEED-RECEIPT-OUT
           CLOSE DUPLICATE-SUSPECT-OUT
           CLOSE REPORT-FILE
           DISPLAY "TRANMRG complete - movements written: "
                   WS-TOTAL-WRITTEN
           DISPLAY "  duplicate suspects held: " WS-TOTAL-HELD
                   "  released: " WS-RELEASED-COUNT
                   "  dropped: " WS-DROPPED-COUNT
           IF WS-MERGE-FAILED
               MOVE 8 TO RETURN-CODE
               DISPLAY "Merge FAILED envelope validation - the "
                       "combined file must not be processed"
           END-IF.

      *    The history still inside the window of the newest feed
      *    date held, then tonight's merged movements, for the
      *    scheduler to rename over MVHFILE.
       1350-WRITE-MOVEMENT-HISTORY.
           COMPUTE WS-KEEP-WINDOW-START =
               WS-NEWEST-DAY - WS-DUP-WINDOW-DAYS
           MOVE WS-MVH-COUNT TO WS-MVH-KEPT-COUNT
           OPEN OUTPUT MOVEMENT-HISTORY-OUT
           PERFORM VARYING WS-MVH-IDX FROM 1 BY 1
                   UNTIL WS-MVH-IDX > WS-MVH-COUNT
               IF WS-MVH-DAY(WS-MVH-IDX) >= WS-KEEP-WINDOW-START
                   MOVE WS-MVH-SOURCE(WS-MVH-IDX)
                       TO MVH-SOURCE-SYSTEM
                   MOVE WS-MVH-FEED-DATE(WS-MVH-IDX)
                       TO MVH-FEED-DATE
                   MOVE WS-MVH-DETAIL(WS-MVH-IDX) TO MVH-DETAIL
                   WRITE MOVEMENT-HISTORY-OUT-RECORD
                       FROM MOVEMENT-HISTORY-RECORD
               ELSE
                   ADD 1 TO WS-MVH-AGED-COUNT
                   SUBTRACT 1 FROM WS-MVH-KEPT-COUNT
               END-IF
           END-PERFORM
           CLOSE MOVEMENT-HISTORY-OUT
           DISPLAY "Movement history: " WS-MVH-KEPT-COUNT " kept, "
                   WS-MVH-AGED-COUNT " aged out of the window".
