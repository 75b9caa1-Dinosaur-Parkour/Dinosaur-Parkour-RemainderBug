      *----------------------------------------------------------------
      *  GUARDCPY -- Parameter area for CALL 'REMGUARD', the runtime
      *  remainder guard production programs call right after a
      *  DIVIDE ... REMAINDER.  Same shape as STUFFCPY: the caller
      *  moves its own dividend, divisor, quotient and remainder into
      *  the four arithmetic fields (signed native fullwords, wide
      *  enough for every representation REMAIN2 batteries), fills in
      *  the identification fields, and CALLs:
      *
      *      Move WS-Amount       To Guard-Dividend
      *      Move WS-Units        To Guard-Divisor
      *      Move WS-Per-Unit     To Guard-Quotient
      *      Move WS-Left-Over    To Guard-Remain
      *      Call 'REMGUARD' Using Guard-Stuff-Stuff
      *      If Guard-Corrected
      *          Move Guard-Quotient To WS-Per-Unit
      *          Move Guard-Remain   To WS-Left-Over
      *      End-If
      *
      *  Guard-Caller-Id is the calling program's name and
      *  Guard-Source-Tag the same 8-byte source tag the program's
      *  data carries on the REMRECON extract; Guard-Profile-Id and
      *  Guard-Rep-Name name the caller's compiler-option profile and
      *  the REMAIN2 representation of its DIVIDE operands (blank =
      *  the UNS-HALF baseline), so a logged hit can be filed in
      *  FAILDB under the right key.  Set them once; REMGUARD never
      *  changes them.
      *
      *  On return Guard-Return-Code (and RETURN-CODE) is:
      *      0 = result was correct, nothing changed
      *      4 = result was wrong: Guard-Quotient/Guard-Remain now
      *          hold the corrected values, Guard-Failure-Class the
      *          REM/RNGE/QUOT/BOTH class, and the event is on the
      *          guard log
      *      8 = not checkable (zero or negative divisor, negative
      *          dividend, or either past 999,999,999); nothing
      *          changed, nothing logged
      *  The fields are signed so that a negative value arrives as
      *  negative rather than silently losing its sign on the MOVE.
      *  The check covers non-negative dividends and positive
      *  divisors only; within that, a negative quotient or
      *  remainder -- the signed-field caller's exposure -- is a
      *  wrong result like any other: judged, corrected (4) and
      *  logged with its sign.
      *  Reset RETURN-CODE after the call if the step's own
      *  condition code must not carry the guard's result.
      *----------------------------------------------------------------
       01  Guard-Stuff-Stuff.
           05 Guard-Dividend      PIC S9(9)  Comp-5.
           05 Guard-Divisor       PIC S9(9)  Comp-5.
           05 Guard-Quotient      PIC S9(9)  Comp-5.
           05 Guard-Remain        PIC S9(9)  Comp-5.
           05 Guard-Caller-Id     PIC  X(8).
           05 Guard-Source-Tag    PIC  X(8).
           05 Guard-Profile-Id    PIC  X(20).
           05 Guard-Rep-Name      PIC  X(8).
           05 Guard-Failure-Class PIC  X(4).
           05 Guard-Return-Code   PIC  9(4)  Comp-5.
              88 Guard-Result-Correct         Value 0.
              88 Guard-Corrected              Value 4.
              88 Guard-Not-Checkable          Value 8.
