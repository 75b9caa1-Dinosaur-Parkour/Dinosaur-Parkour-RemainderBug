      *  OPT(0) is pinned on the CBL statements below, unlike REMAIN1
      *  and REMAIN2 which leave OPT to the compile step: this guard
      *  sits in production load modules as the check on the very
      *  code shape under suspicion, and must never be built through
      *  it, whatever PARM a production compile step happens to use.
       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       CBL OPT(0)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMGUARD.
      *
      * Runtime remainder guard, CALLed by production programs.
      *
      *  Until IBM ships the fix, the exposed production programs
      *  REMINV finds keep dividing under OPT(2), and until now the
      *  only remedy was after the fact: REMRECON finds the bad
      *  stored remainders, REMFIX corrects them.  This subroutine
      *  stops the bad value at the source.  The caller CALLs it
      *  right after its DIVIDE with the four operands in the
      *  GUARDCPY parameter area; REMGUARD applies the same
      *  independent packed-decimal check and failure classes as
      *  REMAIN1's CHECK-REMAINDER-MISMATCH:
      *     BOTH - quotient and remainder both wrong
      *     QUOT - quotient wrong
      *     RNGE - remainder wrong and not less than the divisor
      *     REM  - remainder wrong
      *  and when the check fails hands back the packed-decimal
      *  quotient and remainder in place of the caller's, with
      *  return code 4, and appends one event to the shared guard
      *  log on GRDLOG (calling program, source tag, profile,
      *  representation, operands as divided and as corrected,
      *  class, timestamp).  REMGSUM summarizes that log nightly and
      *  files newly seen pairs in FAILDB.
      *
      *  The log is opened, written and closed per event -- events
      *  are the exception, and a guard log several production jobs
      *  extend (DISP=MOD) must never be left held open by one of
      *  them.  A log that cannot be opened is reported on SYSOUT
      *  but never withholds the correction: the caller's data
      *  matters more than the audit trail.
      *
      *  Return codes are documented in GUARDCPY.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARD-LOG-FILE ASSIGN TO GRDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Grdlog-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  GUARD-LOG-FILE
           RECORDING MODE IS F.
      *    120 bytes; REMGSUM reads this layout.  The quotient and
      *    remainder as divided are signed: a negative one from a
      *    signed-field caller is exactly the wrong result logged.
       01  GUARD-LOG-RECORD.
           05 GL-Event-Timestamp    PIC X(16).
           05 GL-Caller-Id          PIC X(8).
           05 GL-Source-Tag         PIC X(8).
           05 GL-Profile-Id         PIC X(20).
           05 GL-Rep-Name           PIC X(8).
           05 GL-Dividend           PIC 9(9).
           05 GL-Divisor            PIC 9(9).
           05 GL-Divide-Quotient    PIC S9(9)
                                    Sign Leading Separate.
           05 GL-Divide-Remain      PIC S9(9)
                                    Sign Leading Separate.
           05 GL-Correct-Quotient   PIC 9(9).
           05 GL-Correct-Remain     PIC 9(9).
           05 GL-Failure-Class      PIC X(4).

       WORKING-STORAGE SECTION.

       01  WS-Grdlog-Status         PIC XX.
       01  WS-Current-Date-Stamp    PIC X(21).
       01  WS-Operand-Limit         PIC S9(9) Comp-5 Value 999999999.

      *---------------------------------------------------------------
      *  The independent derivation: packed decimal, the
      *  representation the XCHECK findings cleared, exactly as
      *  REMAIN1's CHECK-REMAINDER-MISMATCH derives it -- widened to
      *  nine digits for the fullword callers.
      *---------------------------------------------------------------
       01  WS-Verify-Fields.
           05 WS-V-Dividend         PIC 9(9)  Comp-3 Value 0.
           05 WS-V-Divisor          PIC 9(9)  Comp-3 Value 0.
           05 WS-V-Quotient         PIC 9(9)  Comp-3 Value 0.
           05 WS-V-Remain           PIC 9(9)  Comp-3 Value 0.

       LINKAGE SECTION.
           COPY GUARDCPY.

       PROCEDURE DIVISION USING Guard-Stuff-Stuff.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-CONTROL.
           Move Spaces To Guard-Failure-Class
           Evaluate True
               When Guard-Divisor <= 0
                 Or Guard-Dividend < 0
                 Or Guard-Dividend > WS-Operand-Limit
                 Or Guard-Divisor > WS-Operand-Limit
                   Move 8 To Guard-Return-Code
               When Other
                   Perform CHECK-REMAINDER-MISMATCH
                   If Guard-Failure-Class Not = Spaces
                       Perform LOG-GUARD-EVENT
                       Move WS-V-Quotient To Guard-Quotient
                       Move WS-V-Remain   To Guard-Remain
                       Move 4 To Guard-Return-Code
                   Else
                       Move 0 To Guard-Return-Code
                   End-If
           End-Evaluate
           Move Guard-Return-Code To Return-Code
           GOBACK.
      *---------------------------------------------------------------
      *  REMAIN1's classification, judged against the caller's
      *  quotient and remainder.
      *---------------------------------------------------------------
       CHECK-REMAINDER-MISMATCH.
           Move Guard-Dividend To WS-V-Dividend
           Move Guard-Divisor  To WS-V-Divisor
           Divide WS-V-Dividend By WS-V-Divisor
               Giving WS-V-Quotient Remainder WS-V-Remain
           Evaluate True
               When Guard-Quotient Not = WS-V-Quotient
                And Guard-Remain Not = WS-V-Remain
                   Move 'BOTH' To Guard-Failure-Class
               When Guard-Quotient Not = WS-V-Quotient
                   Move 'QUOT' To Guard-Failure-Class
               When Guard-Remain Not = WS-V-Remain
                And Guard-Remain >= Guard-Divisor
                   Move 'RNGE' To Guard-Failure-Class
               When Guard-Remain Not = WS-V-Remain
                   Move 'REM' To Guard-Failure-Class
               When Other
                   Move Spaces To Guard-Failure-Class
           End-Evaluate.
      *---------------------------------------------------------------
      *  One event, appended with the first-time '35' fallback the
      *  sweep outputs use.  The operands are logged as the caller's
      *  DIVIDE produced them, before the correction is handed back.
      *---------------------------------------------------------------
       LOG-GUARD-EVENT.
           Open Extend GUARD-LOG-FILE
           If WS-Grdlog-Status = '35'
               Open Output GUARD-LOG-FILE
           End-If
           If WS-Grdlog-Status Not = '00'
               Display 'REMGUARD: unable to open GRDLOG, status='
                       WS-Grdlog-Status ' -- ' Guard-Caller-Id
                       ' corrected, event not logged'
           Else
               Move Function CURRENT-DATE To WS-Current-Date-Stamp
               Move WS-Current-Date-Stamp (1:16) To GL-Event-Timestamp
               Move Guard-Caller-Id     To GL-Caller-Id
               Move Guard-Source-Tag    To GL-Source-Tag
               Move Guard-Profile-Id    To GL-Profile-Id
               Move Guard-Rep-Name      To GL-Rep-Name
               Move Guard-Dividend      To GL-Dividend
               Move Guard-Divisor       To GL-Divisor
      *        a quotient or remainder the bug pushed past nine
      *        digits keeps its low-order digits, as the caller's
      *        own nine-digit field would
               Move Guard-Quotient      To GL-Divide-Quotient
               Move Guard-Remain        To GL-Divide-Remain
               Move WS-V-Quotient       To GL-Correct-Quotient
               Move WS-V-Remain         To GL-Correct-Remain
               Move Guard-Failure-Class To GL-Failure-Class
               Write GUARD-LOG-RECORD
               Close GUARD-LOG-FILE
           End-If.
