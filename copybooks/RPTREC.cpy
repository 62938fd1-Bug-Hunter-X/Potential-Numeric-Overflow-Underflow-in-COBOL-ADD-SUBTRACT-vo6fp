      *  detail line written once per counter, and a rollup total     *
      *  line whose numeric columns line up under the detail columns  *
      *  (the label/code pair occupies the counter-id columns).       *
      *  Transfers (XFR) show in their own in / out columns, apart    *
      *  from the adds and subtracts.                                 *
      *****************************************************************
       01  REPORT-HEADER-LINE          PIC X(132).

       01  REPORT-DETAIL-LINE.
           05  RPT-COUNTER-ID              PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-TOTAL-ADJ                PIC -(14)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-TOTAL-XFR-IN            PIC -(11)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-TOTAL-XFR-OUT           PIC -(11)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-END-VALUE               PIC -(14)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-OVERFLOW-COUNT          PIC ZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-TOT-ADJ                 PIC -(14)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-TOT-XFR-IN              PIC -(11)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-TOT-XFR-OUT             PIC -(11)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-TOT-END                 PIC -(14)9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  RPT-TOT-OVERFLOWS           PIC ZZZ9.
