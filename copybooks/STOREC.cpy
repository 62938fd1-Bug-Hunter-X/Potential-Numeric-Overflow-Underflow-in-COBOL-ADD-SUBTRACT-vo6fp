      *****************************************************************
      *  STOREC.cpy                                                   *
      *  Standing-instruction master record (STANDING-INSTR-FILE,     *
      *  STOFILE).  One record per recurring counter movement the     *
      *  back office used to key by hand: the counter, operation,     *
      *  amount, reason code and sign of the movement, how often it   *
      *  falls due, the dates it runs between, and the business date  *
      *  STOGEN last generated it through.  STOGEN turns every        *
      *  occurrence due after STO-LAST-GENERATED, up to the run date, *
      *  into a detail on its own feed, so a skipped night is caught  *
      *  up and a rerun finds nothing left to generate.  Maintained   *
      *  through CNTRMNT's audited S command; the updated set goes    *
      *  to STONEW for the scheduler to rename, like CTLNEW.          *
      *    STO-FREQUENCY  D  every calendar day                       *
      *                   W  weekly, on STO-FREQ-DAY 1 (Monday)       *
      *                      through 7 (Sunday)                       *
      *                   M  the last day of each month               *
      *                   S  on day STO-FREQ-DAY of each month, or    *
      *                      the month's last day if it is shorter    *
      *  A zero STO-END-DATE runs the instruction until suspended.    *
      *  STO-SET-UP-BY is the operator who last maintained the        *
      *  instruction; it goes out as the movement's user-id.          *
      *****************************************************************
       01  STANDING-INSTRUCTION-RECORD.
           05  STO-INSTRUCTION-ID      PIC X(8).
           05  STO-COUNTER-ID          PIC X(10).
           05  STO-OPERATION           PIC X(3).
           05  STO-AMOUNT              PIC 9(5).
           05  STO-REASON-CODE         PIC X(4).
           05  STO-ADJ-SIGN            PIC X.
           05  STO-FREQUENCY           PIC X.
               88  STO-DAILY                   VALUE "D".
               88  STO-WEEKLY                  VALUE "W".
               88  STO-MONTH-END               VALUE "M".
               88  STO-DAY-OF-MONTH            VALUE "S".
           05  STO-FREQ-DAY            PIC 9(2).
           05  STO-START-DATE          PIC 9(8).
           05  STO-END-DATE            PIC 9(8).
           05  STO-LAST-GENERATED      PIC 9(8).
           05  STO-STATUS              PIC X.
               88  STO-ACTIVE                  VALUE "A".
               88  STO-SUSPENDED               VALUE "S".
           05  STO-SET-UP-BY           PIC X(8).
