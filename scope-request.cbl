      ******************************************************************
      *    Parameter block for CALL "CHECK-OPERATOR-SCOPE"
      *    SCOPE-FUNCTION
      *        S - set the session: the operations menu passes the
      *            operator it signed on
      *        G - get the session: a report asks who is signed on;
      *            with no session yet the operator is signed on
      *            under SCOPE-PROGRAM-NAME. SCOPE-OK "N" means the
      *            sign-on failed.
      *        O - open a worker: SCOPE-OK "N" when the worker's
      *            SCOPE-ABTEILUNG-ID is outside the operator's
      *            scope; the refusal is shown and written to
      *            AUDIT-LOG
      *        L - list a worker: the same test, silently, for
      *            reports and listings that just leave the worker
      *            out
      *    SCOPE-OPERATOR-ID / SCOPE-SUPERVISOR-FLAG are passed in
      *    for O and L and handed back by G.
      ******************************************************************
       01  SCOPE-REQUEST.
           05 SCOPE-FUNCTION      PIC X.
               88 SCOPE-SET-SESSION   VALUE "S".
               88 SCOPE-GET-SESSION   VALUE "G".
               88 SCOPE-OPEN-WORKER   VALUE "O".
               88 SCOPE-LIST-WORKER   VALUE "L".
           05 SCOPE-PROGRAM-NAME  PIC X(20).
           05 SCOPE-OPERATOR-ID   PIC 9(4).
           05 SCOPE-SUPERVISOR-FLAG PIC X.
           05 SCOPE-ABTEILUNG-ID  PIC 9(4).
           05 SCOPE-ARBEITER-ID   PIC 9(6).
           05 SCOPE-OK            PIC X.
