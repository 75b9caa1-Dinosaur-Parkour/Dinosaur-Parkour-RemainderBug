       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
      *  OPT is deliberately left off the CBL statements above, the
      *  same way REMAIN1 leaves it off: the nightly job compiles this
      *  one source at every OPT level, and a CBL option would
      *  override the compile step's PARM='OPT(n)...'.
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMPATT.
      *
      * Certification battery for alternative remainder coding
      * patterns.
      *
      *  Application teams keep asking which rewrite of DIVIDE ...
      *  REMAINDER is safe to use while IBM's fix is pending.  Until
      *  now the only evidence was REMAIN1's XCHECK, and that covers
      *  one packed-decimal path.  This program drives the same
      *  values the rest of the tooling drives through the baseline
      *  STUFFCPY fields, coded each of the candidate ways, and
      *  judges every result against an independent packed-decimal
      *  remainder:
      *
      *     DIV-REM   DIVIDE ... GIVING ... REMAINDER, the coding the
      *               bug is in -- run as the CONTROL, never a
      *               candidate, so the catalog shows whether this
      *               load module still reproduces the bug at all
      *     FUNC-REM  COMPUTE R = FUNCTION REM (X, Y)
      *     FUNC-MOD  COMPUTE R = FUNCTION MOD (X, Y)
      *     CMP-FULL  COMPUTE Q = X / Y, then R = X - Q * Y, both
      *               into signed COMP-5 fullwords
      *     C3-MOVE   operands MOVEd to COMP-3, DIVIDE ... REMAINDER
      *               there, the remainder MOVEd back to the halfword
      *     DIV-CMP   DIVIDE ... GIVING Q with no REMAINDER phrase,
      *               then COMPUTE R = X - Q * Y in the halfwords
      *
      *  The values, each pair through every pattern:
      *     - every TESTIN case (REMAIN1's TESTCASE layout)
      *     - the full 0-65535 dividend sweep against the SWEEP=
      *       divisor, and against each divisor on DIVQIN
      *     - every pair on PAIRIN, the ACTIVE FAILDB known failures
      *       REMCERT EXTRACT writes in TESTCASE layout
      *  DIVQIN and PAIRIN are optional: a missing dataset just
      *  leaves that source out, and the run line says so.
      *
      *  PARM (from JCL EXEC PARM=), any of, in any order:
      *     'PROFILE=xxxx'   - profile tag for the catalog and the
      *                        A31BR14 calls (default
      *                        OPT2-TRUNCOPT-A12T12)
      *     'OPTVAL=OPT(n)'  - the OPT level the compile step's PARM
      *                        selected, as REMAIN1's OPTVAL=
      *     'SWEEP=n'        - divisor for the PARM sweep, 0-65535
      *                        (default 20000; 0 sweeps nothing)
      *
      *  Each run appends to PATCAT one run line and one catalog
      *  line per pattern -- pattern, profile, OPT level, values
      *  tested, failures, verdict, backend id and the coding itself.
      *  A candidate is CERTIFIED only when it was driven, never
      *  disagreed with the packed-decimal remainder, and the backend
      *  id of the compiler that built it is known (BKENDID, from
      *  REMBKEND); otherwise it is NOT CERTIFIED, NO EVIDENCE or NO
      *  BACKEND ID.  The nightly job runs this once per OPT level
      *  into one catalog generation, which is the approved
      *  workaround list published to developers.
      *
      *  RETURN-CODE: 0 = every candidate pattern CERTIFIED,
      *               4 = at least one candidate not certified (the
      *                   CONTROL failing is expected, not counted),
      *               8 = bad PARM or file problem.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESTCASE-FILE ASSIGN TO TESTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Testin-Status.
           SELECT DIVQ-FILE ASSIGN TO DIVQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Divqin-Status.
           SELECT PAIR-FILE ASSIGN TO PAIRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pairin-Status.
           SELECT BKENDID-FILE ASSIGN TO BKENDID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Bkendid-Status.
           SELECT CATALOG-FILE ASSIGN TO PATCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Patcat-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  TESTCASE-FILE
           RECORDING MODE IS F.
      *    Same 15-byte layout as REMAIN1's TESTIN; the expected-
      *    remainder column is not used -- every pattern is judged
      *    against the packed-decimal remainder instead.
       01  TESTCASE-RECORD.
           05 TC-Dividend            PIC 9(5).
           05 TC-Divisor             PIC 9(5).
           05 TC-Expected-Remainder  PIC 9(5).

       FD  DIVQ-FILE
           RECORDING MODE IS F.
      *    One divisor per 5-byte record, as REMCERT EXTRACT writes
      *    DIVQOUT.
       01  DIVQ-RECORD.
           05 DQ-Divisor                PIC 9(5).

       FD  PAIR-FILE
           RECORDING MODE IS F.
      *    Must match REMCERT's PAIR-OUT-RECORD (TESTCASE layout).
       01  PAIR-RECORD.
           05 PR-Dividend            PIC 9(5).
           05 PR-Divisor             PIC 9(5).
           05 PR-Expected-Remainder  PIC 9(5).

       FD  BKENDID-FILE
           RECORDING MODE IS F.
      *    One 52-byte record, written by REMBKEND from this load
      *    module's own compile listing (see READ-BACKEND-ID).
       01  BKENDID-RECORD               PIC X(52).

       FD  CATALOG-FILE
           RECORDING MODE IS F.
      *    221 bytes: WS-Catalog-Line; the shorter WS-Run-Line is
      *    written space-filled to the same length.
       01  CATALOG-RECORD               PIC X(221).

       WORKING-STORAGE SECTION.

      * the application's fields: unsigned native binary halfwords
           COPY STUFFCPY.

       01  WS-Testin-Status         PIC XX.
       01  WS-Divqin-Status         PIC XX.
       01  WS-Pairin-Status         PIC XX.
       01  WS-Bkendid-Status        PIC XX.
       01  WS-Patcat-Status         PIC XX.
       01  WS-Testin-Eof-Switch     PIC X       Value 'N'.
           88 Testin-Eof                        Value 'Y'.
       01  WS-Divqin-Eof-Switch     PIC X       Value 'N'.
           88 Divqin-Eof                        Value 'Y'.
       01  WS-Pairin-Eof-Switch     PIC X       Value 'N'.
           88 Pairin-Eof                        Value 'Y'.

      *    filled from BKENDID when the job supplies it; blank means
      *    no candidate can be certified by this run
       01  WS-Backend-Build-Id      PIC X(52)   Value Spaces.
       01  WS-Compile-Timestamp     PIC X(16)   Value Spaces.
       01  WS-Opt-Setting           PIC X(6)    Value 'OPT(2)'.
       01  WS-Profile-Text          PIC X(20)   Value
           'OPT2-TRUNCOPT-A12T12'.

      *    X(40) tokens: a PROFILE= token carrying the full 20-byte
      *    profile tag is 28 characters and must not be truncated by
      *    the UNSTRING.
       01  WS-Parm-Tokens.
           05 WS-Parm-Tok1          PIC X(40).
           05 WS-Parm-Tok2          PIC X(40).
           05 WS-Parm-Tok3          PIC X(40).
           05 WS-Parm-Tok4          PIC X(40).
       01  WS-Parm-Token-Table Redefines WS-Parm-Tokens.
           05 WS-Parm-Tok           PIC X(40)   Occurs 4 Times.
       01  WS-Parm-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Parm-Value-Text       PIC X(34)   Value Spaces.
       01  WS-Parm-Number           PIC 9(18)   Value 0.

       01  WS-Sweep-Divisor         PIC 9(5)    Value 20000.
      *    display, not a halfword: the sweep has to count past 65535
      *    to stop after it
       01  WS-Sweep-Dividend        PIC 9(5)    Value 0.
       01  WS-Case-Dividend         PIC 9(5)    Value 0.
       01  WS-Case-Divisor          PIC 9(5)    Value 0.

       01  WS-Testcase-Count        PIC 9(9)    Value 0.
       01  WS-Sweep-Divisor-Count   PIC 9(4)    Value 0.
       01  WS-Pair-Count            PIC 9(9)    Value 0.
       01  WS-Value-Count           PIC 9(9)    Value 0.
       01  WS-Skip-Count            PIC 9(9)    Value 0.
       01  WS-Uncertified-Count     PIC 9(4)    Value 0.
       01  WS-Display-Cap           PIC 9(4)    Value 10.

      *---------------------------------------------------------------
      *  The independent remainder every pattern is judged against.
      *  Packed decimal is outside the bug's blast radius (REMAIN1's
      *  XCHECK findings), and it is derived here from a quotient
      *  and a COMPUTE rather than a REMAINDER phrase, so it is not
      *  the same code the C3-MOVE candidate runs.
      *---------------------------------------------------------------
       01  WS-Verify-Fields.
           05 WS-V-Dividend         PIC 9(5)  Comp-3 Value 0.
           05 WS-V-Divisor          PIC 9(5)  Comp-3 Value 0.
           05 WS-V-Quotient         PIC 9(5)  Comp-3 Value 0.
           05 WS-V-Remain           PIC 9(5)  Comp-3 Value 0.

      *    the C3-MOVE candidate's packed-decimal fields
       01  WS-Comp3-Fields.
           05 WS-C3-Dividend        PIC 9(5)  Comp-3 Value 0.
           05 WS-C3-Divisor         PIC 9(5)  Comp-3 Value 0.
           05 WS-C3-Quotient        PIC 9(5)  Comp-3 Value 0.
           05 WS-C3-Remain          PIC 9(5)  Comp-3 Value 0.

      *    the CMP-FULL candidate's fullwords
       01  WS-Full-Fields.
           05 WS-Full-Quotient      PIC S9(9) Comp-5 Value 0.
           05 WS-Full-Remain        PIC S9(9) Comp-5 Value 0.

      *    every pattern's remainder, widened for the judgment
       01  WS-Pat-Remain            PIC S9(18) Comp-5 Value 0.

      *---------------------------------------------------------------
      *  Patterns, their codings as published, and their tallies.
      *  Entry order must match the EVALUATE in DRIVE-ONE-PATTERN;
      *  entry 1 is the CONTROL.
      *---------------------------------------------------------------
       01  WS-Pat-Names.
           05 FILLER                PIC X(8)    Value 'DIV-REM'.
           05 FILLER                PIC X(8)    Value 'FUNC-REM'.
           05 FILLER                PIC X(8)    Value 'FUNC-MOD'.
           05 FILLER                PIC X(8)    Value 'CMP-FULL'.
           05 FILLER                PIC X(8)    Value 'C3-MOVE'.
           05 FILLER                PIC X(8)    Value 'DIV-CMP'.
       01  WS-Pat-Name-Table Redefines WS-Pat-Names.
           05 WS-Pat-Name Occurs 6 Times PIC X(8).

       01  WS-Pat-Codings.
           05 FILLER                PIC X(40)   Value
              'DIVIDE X BY Y GIVING Q REMAINDER R'.
           05 FILLER                PIC X(40)   Value
              'COMPUTE R = FUNCTION REM (X, Y)'.
           05 FILLER                PIC X(40)   Value
              'COMPUTE R = FUNCTION MOD (X, Y)'.
           05 FILLER                PIC X(40)   Value
              'COMPUTE FULLWORD Q = X / Y, R = X - Q*Y'.
           05 FILLER                PIC X(40)   Value
              'DIVIDE INTO COMP-3, MOVE R BACK'.
           05 FILLER                PIC X(40)   Value
              'DIVIDE X BY Y GIVING Q, COMPUTE X - Q*Y'.
       01  WS-Pat-Coding-Table Redefines WS-Pat-Codings.
           05 WS-Pat-Coding Occurs 6 Times PIC X(40).

       01  WS-Pat-Tallies.
           05 WS-Pat-Tally Occurs 6 Times.
              10 PT-Tested-Count    PIC 9(9).
              10 PT-Fail-Count      PIC 9(9).
              10 PT-Shown-Count     PIC 9(4).
              10 PT-Verdict         PIC X(13).
       01  WS-Pat-Ix                PIC 9(4)  Comp Value 0.

       01  WS-Run-Line.
           05 FILLER                PIC X(26)   Value
              'CATALOG-RUN COMPILED-TIME='.
           05 RN-Compile-Timestamp  PIC X(16).
           05 FILLER                PIC X(9)    Value ' PROFILE='.
           05 RN-Profile-Id         PIC X(20).
           05 FILLER                PIC X(5)    Value ' OPT='.
           05 RN-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(11)   Value ' TESTCASES='.
           05 RN-Testcase-Count     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(16)   Value
              ' SWEEP-DIVISORS='.
           05 RN-Sweep-Divisor-Count PIC ZZZ9.
           05 FILLER                PIC X(14)   Value ' FAILDB-PAIRS='.
           05 RN-Pair-Count         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' VALUES='.
           05 RN-Value-Count        PIC ZZZZZZZZ9.

       01  WS-Catalog-Line.
           05 FILLER                PIC X(8)    Value 'PATTERN='.
           05 CL-Pat-Name           PIC X(8).
           05 FILLER                PIC X(9)    Value ' PROFILE='.
           05 CL-Profile-Id         PIC X(20).
           05 FILLER                PIC X(5)    Value ' OPT='.
           05 CL-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(8)    Value ' TESTED='.
           05 CL-Tested-Count       PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' FAILED='.
           05 CL-Fail-Count         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' VERDICT='.
           05 CL-Verdict            PIC X(13).
           05 FILLER                PIC X(9)    Value ' BACKEND='.
           05 CL-Backend-Build-Id   PIC X(52).
           05 FILLER                PIC X(8)    Value ' CODING='.
           05 CL-Pat-Coding         PIC X(40).

       LINKAGE SECTION.
       01  LK-Parm.
           05 LK-Parm-Len            PIC S9(4) Comp.
           05 LK-Parm-Text           PIC X(80).

       PROCEDURE DIVISION USING LK-Parm.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-CONTROL.
           Move Function WHEN-COMPILED To WS-Compile-Timestamp
           Display 'Compile Time: ' WS-Compile-Timestamp
           Perform READ-BACKEND-ID
           Initialize WS-Pat-Tallies
           Perform PARSE-PARM
           If Return-Code = 0
               Perform TEST-CASE-CONTROL
           End-If
           If Return-Code = 0
               Perform SWEEP-CONTROL
           End-If
           If Return-Code = 0
               Perform FAILDB-PAIR-CONTROL
           End-If
           If Return-Code = 0
               Perform SET-ONE-VERDICT
                   Varying WS-Pat-Ix From 1 By 1 Until WS-Pat-Ix > 6
               Perform WRITE-PATTERN-CATALOG
           End-If
           If Return-Code = 0 And WS-Uncertified-Count > 0
               Move 4 To Return-Code
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  The backend id REMBKEND extracted from this load module's
      *  compile listing, as REMAIN2's READ-BACKEND-ID reads it.
      *  There is no compiled-in fallback: a pattern certified
      *  against an unknown compiler build certifies nothing.
      *---------------------------------------------------------------
       READ-BACKEND-ID.
           Open Input BKENDID-FILE
           If WS-Bkendid-Status = '00'
               Read BKENDID-FILE
                   At End Continue
                   Not At End
                       Move BKENDID-RECORD To WS-Backend-Build-Id
               End-Read
               Close BKENDID-FILE
           End-If
           If WS-Backend-Build-Id = Spaces
               Display 'Backend Build: (unknown - no BKENDID'
                       ' dataset supplied)'
           Else
               Display 'Backend Build: ' WS-Backend-Build-Id
           End-If.
      *---------------------------------------------------------------
      *  PARM handling follows REMAIN1's PARSE-PARM token style;
      *  there is no mode token, so every token is a keyword.
      *---------------------------------------------------------------
       PARSE-PARM.
           Move Spaces To WS-Parm-Tokens
           If LK-Parm-Len > 0
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2
                        WS-Parm-Tok3 WS-Parm-Tok4
               End-Unstring
           End-If
           Perform APPLY-ONE-PARM-TOKEN
               Varying WS-Parm-Ix From 1 By 1
               Until WS-Parm-Ix > 4.

       APPLY-ONE-PARM-TOKEN.
           If WS-Parm-Tok (WS-Parm-Ix) (1:8) = 'PROFILE='
               Move WS-Parm-Tok (WS-Parm-Ix) (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:7) = 'OPTVAL='
               Move WS-Parm-Tok (WS-Parm-Ix) (8:6) To WS-Opt-Setting
           End-If
      *    a bad SWEEP= fails the run: a catalog built from a sweep
      *    other than the one the PARM names would be wrong evidence
           If WS-Parm-Tok (WS-Parm-Ix) (1:6) = 'SWEEP='
               Move WS-Parm-Tok (WS-Parm-Ix) (7:34)
                   To WS-Parm-Value-Text
               Move 999999 To WS-Parm-Number
               If WS-Parm-Value-Text (1:1) Numeric
                   Move Function NUMVAL (WS-Parm-Value-Text)
                       To WS-Parm-Number
               End-If
               If WS-Parm-Number > 65535
                   Display 'REMPATT: SWEEP= must be 0-65535, got '
                           WS-Parm-Value-Text
                   Move 8 To Return-Code
               Else
                   Move WS-Parm-Number To WS-Sweep-Divisor
               End-If
           End-If.
      *---------------------------------------------------------------
      *  TESTIN is required: it is the one source every run has.
      *---------------------------------------------------------------
       TEST-CASE-CONTROL.
           Open Input TESTCASE-FILE
           If WS-Testin-Status Not = '00'
               Display 'REMPATT: unable to open TESTIN, status='
                       WS-Testin-Status
               Move 8 To Return-Code
           Else
               Perform Until Testin-Eof
                   Read TESTCASE-FILE
                       At End Set Testin-Eof To True
                       Not At End Perform PROCESS-ONE-TEST-CASE
                   End-Read
               End-Perform
               Close TESTCASE-FILE
           End-If.

       PROCESS-ONE-TEST-CASE.
           Evaluate True
               When TC-Dividend Not Numeric
                Or TC-Divisor Not Numeric
                   Add 1 To WS-Skip-Count
                   Display 'REMPATT: TESTIN record not numeric, '
                           'skipped: ' TESTCASE-RECORD
               When TC-Dividend > 65535 Or TC-Divisor > 65535
                Or TC-Divisor = 0
                   Add 1 To WS-Skip-Count
                   Display 'REMPATT: TESTIN pair outside the halfword'
                           ' range or divisor zero, skipped: '
                           TESTCASE-RECORD
               When Other
                   Add 1 To WS-Testcase-Count
                   Move TC-Dividend To WS-Case-Dividend
                   Move TC-Divisor  To WS-Case-Divisor
                   Perform DRIVE-ALL-PATTERNS
           End-Evaluate.
      *---------------------------------------------------------------
      *  The PARM sweep, then each DIVQIN divisor, each one the full
      *  halfword dividend range.  No DIVQIN dataset means the PARM
      *  sweep alone.
      *---------------------------------------------------------------
       SWEEP-CONTROL.
           If WS-Sweep-Divisor > 0
               Perform SWEEP-ONE-DIVISOR
           End-If
           Open Input DIVQ-FILE
           Evaluate WS-Divqin-Status
               When '00'
                   Perform Until Divqin-Eof
                       Read DIVQ-FILE
                           At End Set Divqin-Eof To True
                           Not At End
                               Perform SWEEP-ONE-QUEUED-DIVISOR
                       End-Read
                   End-Perform
                   Close DIVQ-FILE
               When '35'
                   Display 'REMPATT: no DIVQIN dataset, PARM sweep'
                           ' only'
               When Other
                   Display 'REMPATT: unable to open DIVQIN, status='
                           WS-Divqin-Status
                   Move 8 To Return-Code
           End-Evaluate.

       SWEEP-ONE-QUEUED-DIVISOR.
           Evaluate True
               When DQ-Divisor Not Numeric
                   Display 'REMPATT: DIVQIN record not numeric, '
                           'skipped: ' DIVQ-RECORD
               When DQ-Divisor = 0 Or DQ-Divisor > 65535
                   Display 'REMPATT: DIVQIN divisor ' DQ-Divisor
                           ' outside 1-65535, skipped'
               When Other
                   Move DQ-Divisor To WS-Sweep-Divisor
                   Perform SWEEP-ONE-DIVISOR
           End-Evaluate.

       SWEEP-ONE-DIVISOR.
           Add 1 To WS-Sweep-Divisor-Count
           Perform SWEEP-ONE-VALUE
               Varying WS-Sweep-Dividend From 0 By 1
               Until WS-Sweep-Dividend > 65535.

       SWEEP-ONE-VALUE.
           Move WS-Sweep-Dividend To WS-Case-Dividend
           Move WS-Sweep-Divisor  To WS-Case-Divisor
           Perform DRIVE-ALL-PATTERNS.
      *---------------------------------------------------------------
      *  The ACTIVE FAILDB pairs, as REMCERT EXTRACT wrote them.  No
      *  PAIRIN dataset means no known-failure re-drive this run.
      *---------------------------------------------------------------
       FAILDB-PAIR-CONTROL.
           Open Input PAIR-FILE
           Evaluate WS-Pairin-Status
               When '00'
                   Perform Until Pairin-Eof
                       Read PAIR-FILE
                           At End Set Pairin-Eof To True
                           Not At End Perform PROCESS-ONE-PAIR
                       End-Read
                   End-Perform
                   Close PAIR-FILE
               When '35'
                   Display 'REMPATT: no PAIRIN dataset, FAILDB pairs'
                           ' not re-driven'
               When Other
                   Display 'REMPATT: unable to open PAIRIN, status='
                           WS-Pairin-Status
                   Move 8 To Return-Code
           End-Evaluate.

       PROCESS-ONE-PAIR.
           Evaluate True
               When PR-Dividend Not Numeric
                Or PR-Divisor Not Numeric
                   Add 1 To WS-Skip-Count
                   Display 'REMPATT: PAIRIN record not numeric, '
                           'skipped: ' PAIR-RECORD
               When PR-Dividend > 65535 Or PR-Divisor > 65535
                Or PR-Divisor = 0
                   Add 1 To WS-Skip-Count
                   Display 'REMPATT: PAIRIN pair outside the halfword'
                           ' range or divisor zero, skipped: '
                           PAIR-RECORD
               When Other
                   Add 1 To WS-Pair-Count
                   Move PR-Dividend To WS-Case-Dividend
                   Move PR-Divisor  To WS-Case-Divisor
                   Perform DRIVE-ALL-PATTERNS
           End-Evaluate.
      *---------------------------------------------------------------
      *  One value pair through every pattern.  The STUFFCPY fields
      *  are loaded and A31BR14 is called once per pair, exactly as
      *  REMAIN1 does ahead of its divide, so the optimizer sees the
      *  same shape around every pattern that it sees around the
      *  DIVIDE the bug is in.
      *---------------------------------------------------------------
       DRIVE-ALL-PATTERNS.
           Add 1 To WS-Value-Count
           Move WS-Case-Dividend To Dividend
           Move WS-Case-Divisor  To Divisor
           Move WS-Profile-Text  To Profile-Id
           Call 'A31BR14' Using Stuff-Stuff-Stuff
           Move WS-Case-Dividend To WS-V-Dividend
           Move WS-Case-Divisor  To WS-V-Divisor
           Divide WS-V-Dividend By WS-V-Divisor Giving WS-V-Quotient
           Compute WS-V-Remain =
                   WS-V-Dividend - (WS-V-Quotient * WS-V-Divisor)
           Perform DRIVE-ONE-PATTERN
               Varying WS-Pat-Ix From 1 By 1 Until WS-Pat-Ix > 6.

       DRIVE-ONE-PATTERN.
      *    re-zeroed so a result carried over from the previous
      *    pattern can never pass for this one's
           Move 0 To Quotient
           Move 0 To Remain
           Evaluate WS-Pat-Ix
               When 1 Perform DRIVE-DIV-REM
               When 2 Perform DRIVE-FUNC-REM
               When 3 Perform DRIVE-FUNC-MOD
               When 4 Perform DRIVE-CMP-FULL
               When 5 Perform DRIVE-C3-MOVE
               When 6 Perform DRIVE-DIV-CMP
           End-Evaluate
           Perform JUDGE-ONE-PATTERN.

       DRIVE-DIV-REM.
           Divide Dividend By Divisor Giving Quotient Remainder Remain
           Move Remain To WS-Pat-Remain.

       DRIVE-FUNC-REM.
           Compute Remain = Function REM (Dividend, Divisor)
           Move Remain To WS-Pat-Remain.

       DRIVE-FUNC-MOD.
           Compute Remain = Function MOD (Dividend, Divisor)
           Move Remain To WS-Pat-Remain.

       DRIVE-CMP-FULL.
           Move 0 To WS-Full-Quotient
           Move 0 To WS-Full-Remain
           Compute WS-Full-Quotient = Dividend / Divisor
           Compute WS-Full-Remain =
                   Dividend - (WS-Full-Quotient * Divisor)
           Move WS-Full-Remain To WS-Pat-Remain.

       DRIVE-C3-MOVE.
           Move Dividend To WS-C3-Dividend
           Move Divisor  To WS-C3-Divisor
           Move 0 To WS-C3-Quotient
           Move 0 To WS-C3-Remain
           Divide WS-C3-Dividend By WS-C3-Divisor
               Giving WS-C3-Quotient Remainder WS-C3-Remain
           Move WS-C3-Remain To Remain
           Move Remain To WS-Pat-Remain.

       DRIVE-DIV-CMP.
           Divide Dividend By Divisor Giving Quotient
           Compute Remain = Dividend - (Quotient * Divisor)
           Move Remain To WS-Pat-Remain.
      *---------------------------------------------------------------
      *  The first few failures per pattern are displayed in full so
      *  SYSOUT carries worked examples without a sweep flooding it.
      *---------------------------------------------------------------
       JUDGE-ONE-PATTERN.
           Add 1 To PT-Tested-Count (WS-Pat-Ix)
           If WS-Pat-Remain Not = WS-V-Remain
               Add 1 To PT-Fail-Count (WS-Pat-Ix)
               If PT-Shown-Count (WS-Pat-Ix) < WS-Display-Cap
                   Add 1 To PT-Shown-Count (WS-Pat-Ix)
                   Display 'REMPATT MISMATCH ' WS-Pat-Name (WS-Pat-Ix)
                           ': Dividend ' WS-Case-Dividend
                           ' Divisor ' WS-Case-Divisor
                           ' Remainder ' WS-Pat-Remain
                           ' Expected ' WS-V-Remain
               End-If
           End-If.
      *---------------------------------------------------------------
      *  Only a candidate that was driven, never failed, and was
      *  built by a known backend goes on the list as CERTIFIED.
      *---------------------------------------------------------------
       SET-ONE-VERDICT.
           Evaluate True
               When WS-Pat-Ix = 1
                   Move 'CONTROL'       To PT-Verdict (WS-Pat-Ix)
               When PT-Tested-Count (WS-Pat-Ix) = 0
                   Move 'NO EVIDENCE'   To PT-Verdict (WS-Pat-Ix)
               When PT-Fail-Count (WS-Pat-Ix) > 0
                   Move 'NOT CERTIFIED' To PT-Verdict (WS-Pat-Ix)
               When WS-Backend-Build-Id = Spaces
                   Move 'NO BACKEND ID' To PT-Verdict (WS-Pat-Ix)
               When Other
                   Move 'CERTIFIED'     To PT-Verdict (WS-Pat-Ix)
           End-Evaluate
           If WS-Pat-Ix > 1
              And PT-Verdict (WS-Pat-Ix) Not = 'CERTIFIED'
               Add 1 To WS-Uncertified-Count
           End-If.
      *---------------------------------------------------------------
      *  The run line, then one catalog line per pattern.  PATCAT
      *  accumulates across the night's OPT levels: extend, with the
      *  first-time '35' fallback to a fresh OUTPUT open.
      *---------------------------------------------------------------
       WRITE-PATTERN-CATALOG.
           Open Extend CATALOG-FILE
           If WS-Patcat-Status = '35'
               Open Output CATALOG-FILE
           End-If
           If WS-Patcat-Status Not = '00'
               Display 'REMPATT: unable to open PATCAT, status='
                       WS-Patcat-Status
               Move 8 To Return-Code
           Else
               Move WS-Compile-Timestamp   To RN-Compile-Timestamp
               Move WS-Profile-Text        To RN-Profile-Id
               Move WS-Opt-Setting         To RN-Opt-Setting
               Move WS-Testcase-Count      To RN-Testcase-Count
               Move WS-Sweep-Divisor-Count To RN-Sweep-Divisor-Count
               Move WS-Pair-Count          To RN-Pair-Count
               Move WS-Value-Count         To RN-Value-Count
               Move WS-Run-Line To CATALOG-RECORD
               Write CATALOG-RECORD
               Display 'REMPATT: ' WS-Value-Count ' values ('
                       WS-Testcase-Count ' test cases, '
                       WS-Sweep-Divisor-Count ' sweep divisors, '
                       WS-Pair-Count ' FAILDB pairs, '
                       WS-Skip-Count ' skipped)'
               Perform WRITE-ONE-CATALOG-LINE
                   Varying WS-Pat-Ix From 1 By 1 Until WS-Pat-Ix > 6
               Close CATALOG-FILE
           End-If.

       WRITE-ONE-CATALOG-LINE.
           Move WS-Pat-Name (WS-Pat-Ix)     To CL-Pat-Name
           Move WS-Profile-Text             To CL-Profile-Id
           Move WS-Opt-Setting              To CL-Opt-Setting
           Move PT-Tested-Count (WS-Pat-Ix) To CL-Tested-Count
           Move PT-Fail-Count (WS-Pat-Ix)   To CL-Fail-Count
           Move PT-Verdict (WS-Pat-Ix)      To CL-Verdict
           If WS-Backend-Build-Id = Spaces
               Move 'UNKNOWN' To CL-Backend-Build-Id
           Else
               Move WS-Backend-Build-Id To CL-Backend-Build-Id
           End-If
           Move WS-Pat-Coding (WS-Pat-Ix)   To CL-Pat-Coding
           Move WS-Catalog-Line To CATALOG-RECORD
           Write CATALOG-RECORD
           Display 'REMPATT: ' WS-Pat-Name (WS-Pat-Ix) ' '
                   PT-Verdict (WS-Pat-Ix) ' tested='
                   PT-Tested-Count (WS-Pat-Ix) ' failed='
                   PT-Fail-Count (WS-Pat-Ix).
