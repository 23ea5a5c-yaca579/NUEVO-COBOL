      *****************************************************************
      *  WOPSAUD.CPY
      *  Operator action audit record (OPSAUDIT.DAT - line
      *  sequential, appended by the operations console OPSCON,
      *  never rewritten).  One record per console action - sign-on
      *  and sign-off, a step hold added, changed or released, an
      *  alert acknowledged - naming the operator, when, and the
      *  chain and chain date the console was working, with before
      *  and after images of the record the action touched, so the
      *  desk can say who held or acknowledged what and when.
      *****************************************************************
       01  OPS-AUDIT-RECORD.
      *    When the action was taken, YYYYMMDD and HHMMSS.
           05  OPA-ACTION-DATE              PIC X(08).
           05  OPA-ACTION-TIME              PIC X(06).
           05  OPA-OPERATOR-ID              PIC X(08).
           05  OPA-ACTION                   PIC X(01).
               88  OPA-SIGN-ON              VALUE "I".
               88  OPA-SIGN-OFF             VALUE "O".
               88  OPA-HOLD-ADDED           VALUE "H".
               88  OPA-HOLD-CHANGED         VALUE "C".
               88  OPA-HOLD-RELEASED        VALUE "R".
               88  OPA-ALERT-ACKNOWLEDGED   VALUE "A".
           05  OPA-CHAIN-ID                 PIC X(08).
           05  OPA-CHAIN-DATE               PIC X(08).
      *    Hold actions carry STEPHOLD.DAT record images (WSTPHOLD),
      *    padded with spaces; an acknowledgment carries the
      *    ENVALERT.DAT record (WALERT) before and after.  Spaces for
      *    the before image of an added hold, the after image of a
      *    released one, and both on sign-on and sign-off.
           05  OPA-BEFORE-IMAGE             PIC X(139).
           05  OPA-AFTER-IMAGE              PIC X(139).
