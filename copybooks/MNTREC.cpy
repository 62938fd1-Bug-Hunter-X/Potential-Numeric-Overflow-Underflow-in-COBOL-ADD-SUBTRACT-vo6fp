      *  values, applied to the control definitions themselves.       *
      *  MNT-COUNTER-ID carries the reason code, space-padded, on a   *
      *  reason-code action, and the counter-id on a pending-         *
      *  adjustment approval or denial (actions APR / DNY), and the   *
      *  counter a held duplicate feed line would move on its         *
      *  release or drop (actions REL / DRP); the image area is       *
      *  sized to the largest of the record layouts - the             *
      *  pending-approval record.  CNTRCNS logs a counter it retires  *
      *  into a survivor as action RET, and a forwarding pointer it   *
      *  moves on as CHG, under user-id CNTRCNS.                      *
      *  Standing-instruction maintenance logs SIA (add), SIC         *
      *  (change), SIS (suspend) and SIR (resume) with the counter    *
      *  the instruction moves in MNT-COUNTER-ID and the whole        *
      *  STANDING-INSTRUCTION-RECORD as the images.                   *
      *  An attempt CNTRMNT refuses - sign-on, a command outside the  *
      *  operator's roles, a counter outside their branch scope, or   *
      *  approving or releasing their own item - is logged as REF     *
      *  with the counter aimed at (spaces when none) and the         *
      *  refusal text in MNT-OLD-IMAGE; MNT-NEW-IMAGE is spaces.      *
      *  MNTRPT reads the log back: field-by-field change history,    *
      *  and the control file and reason codes as of a past date.     *
      *****************************************************************
       01  MAINT-AUDIT-RECORD.
           05  MNT-DATE                PIC 9(8).
               88  MNT-ACTION-DELETE           VALUE "DEL".
               88  MNT-ACTION-APPROVE          VALUE "APR".
               88  MNT-ACTION-DENY             VALUE "DNY".
               88  MNT-ACTION-RELEASE          VALUE "REL".
               88  MNT-ACTION-DROP             VALUE "DRP".
               88  MNT-ACTION-RETIRE           VALUE "RET".
               88  MNT-ACTION-STO-ADD          VALUE "SIA".
               88  MNT-ACTION-STO-CHANGE       VALUE "SIC".
               88  MNT-ACTION-STO-SUSPEND      VALUE "SIS".
               88  MNT-ACTION-STO-RESUME       VALUE "SIR".
               88  MNT-ACTION-REFUSED          VALUE "REF".
           05  MNT-COUNTER-ID          PIC X(10).
           05  MNT-OLD-IMAGE           PIC X(79).
           05  MNT-NEW-IMAGE           PIC X(79).
