      *****************************************************************
      *  USRREC.cpy                                                   *
      *  Operator user profile record (USER-PROFILE-FILE, USRFILE).   *
      *  One record per operator id: whether the id is active or      *
      *  revoked, which of the four roles it holds, and the branches  *
      *  it may act on.  CNTRMNT signs on only an active id on this   *
      *  file and refuses any command outside its roles, or any       *
      *  counter whose HIERFILE branch is outside its scope; TRANEDIT *
      *  rejects an ADJ keyed under an id that is not active here.    *
      *  Maintained by security administration, not through CNTRMNT - *
      *  nobody grants themselves a role.                             *
      *    roles      Y = held, anything else = not held              *
      *    branches   up to ten HIERFILE branch codes; *ALL in any    *
      *               slot covers every branch, including counters    *
      *               with no hierarchy record (*NONE)                *
      *****************************************************************
       01  USER-PROFILE-RECORD.
           05  USR-OPERATOR-ID         PIC X(8).
           05  USR-STATUS              PIC X.
               88  USR-ACTIVE                  VALUE "A".
               88  USR-REVOKED                 VALUE "R".
           05  USR-ROLES.
               10  USR-ROLE-INQUIRY    PIC X.
                   88  USR-HAS-INQUIRY         VALUE "Y".
               10  USR-ROLE-COUNTER    PIC X.
                   88  USR-HAS-COUNTER-MAINT   VALUE "Y".
               10  USR-ROLE-REASON     PIC X.
                   88  USR-HAS-REASON-MAINT    VALUE "Y".
               10  USR-ROLE-APPROVER   PIC X.
                   88  USR-HAS-APPROVER        VALUE "Y".
           05  USR-BRANCH-SCOPE.
               10  USR-BRANCH-CODE     PIC X(5) OCCURS 10 TIMES.
