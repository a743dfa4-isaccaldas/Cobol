      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Parameter area passed to the shared subprogram
      *          SIGNON1, the one sign-on check every interactive
      *          program makes before it does anything. The caller
      *          fills the function, its own program-id and the role
      *          it needs; SIGNON1 fills the rest:
      *            S = sign on - prompts for operator ID and password
      *                the first time in the run unit, then just
      *                checks the role of the operator already signed
      *                on (so a program CALLed by JOBCHAIN does not
      *                prompt again);
      *            V = verify a second operator (supervisor, approver)
      *                who must hold the role and must NOT be the
      *                operator signed on - the session is unchanged;
      *            Q = query the operator signed on, no prompt, no
      *                log (SGN-OPERATOR-ID blank = nobody signed on,
      *                an unattended run);
      *            H = hash SGN-PASSWORD for SGN-OPERATOR-ID into
      *                SGN-PASSWORD-HASH (OPERMNT only).
      *          Required role: R = rate maintainer, A = account
      *          maintainer, P = approver, B = batch operator, S =
      *          security administrator, blank = any active operator.
      *          Every refusal is written to EXCPLOG by SIGNON1.
      ******************************************************************
       01  SIGN-ON-AREA.
           05  SGN-FUNCTION                PIC X(01).
               88  SGN-SIGN-ON                      VALUE "S".
               88  SGN-VERIFY-SECOND                VALUE "V".
               88  SGN-QUERY-SESSION                VALUE "Q".
               88  SGN-HASH-PASSWORD                VALUE "H".
           05  SGN-PROGRAM-ID              PIC X(08).
           05  SGN-REQUIRED-ROLE           PIC X(01).
           05  SGN-RESULT                  PIC X(01).
               88  SGN-AUTHORIZED                   VALUE "Y".
               88  SGN-REFUSED                      VALUE "N".
           05  SGN-OPERATOR-ID             PIC X(08).
           05  SGN-OPERATOR-NAME           PIC X(30).
           05  SGN-PASSWORD                PIC X(16).
           05  SGN-PASSWORD-HASH           PIC 9(10).
