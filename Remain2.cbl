      *  the truncation, not the divide):
      *     UNS-HALF  unsigned COMP-5 halfword (STUFFCPY)  0-65535
      *     SGN-HALF  signed   COMP-5 halfword             0-32767
      *     UNS-FULL  unsigned COMP-5 fullword             0-4294967295*
      *     SGN-FULL  signed   COMP-5 fullword             0-2147483647*
      *     BIN-HALF  BINARY halfword (TRUNC-governed)     0-9999
      *                 (0-65535 under TRUNC(BIN))
      *     BIN-FULL  BINARY fullword (TRUNC-governed)     0-999999999*
      *                 (0-4294967295 under TRUNC(BIN))
      *       (* TEST and SWEEP only ever drive 0-65535, the range
      *          the baseline can carry, so sweeps stay comparable;
      *          SAMPLE mode is what reaches the fullword range)
      *
      *  PARM (from JCL EXEC PARM=):
      *     'TEST'             - run the data-driven test cases (dflt)
      *     'SWEEP,divisor'    - sweep every Dividend against divisor
      *     'SWEEP,DIVQ'       - sweep every Dividend against each
      *                          divisor listed on DIVQIN in turn
      *     ',DETAIL'          - TEST mode also writes each mismatch
      *                          to SWPOUT, exactly as a sweep does
      *     ',OPTVAL=OPT(n)'   - tag reports with the OPT level the
      *                          compile step's PARM selected
      *     ',TRUNCVAL=TRUNC(x)' - likewise for the TRUNC setting
      *     ',PROFILE=xxxx'    - profile tag for the A31BR14 calls
      *     'SAMPLE,divisor'   - sampled sweep of the fullword range
      *                          against divisor (1-999999999,
      *                          default 20000), see below
      *     ',SEED=n'          - SAMPLE generator seed, 1-2147483646
      *                          (default: taken from the time of
      *                          day, and reported)
      *     ',SIZE=n'          - SAMPLE pseudo-random values to draw,
      *                          0-9999499 (default 10000; room is
      *                          left for the boundary block, so the
      *                          7-digit SAMPLE= number never wraps)
      *  The PARM is 80 bytes at most: a SAMPLE step carrying SEED=,
      *  SIZE=, OPTVAL= and TRUNCVAL= has no room left for PROFILE=,
      *  and runs under the default profile tag.
      *
      *  The first few mismatches per representation are displayed in
      *  full so SYSOUT carries worked examples without a sweep
      *  fullword pair.  The CLASS= column is judged the same way
      *  REMAIN1's CHECK-REMAINDER-MISMATCH judges the baseline:
      *  against an independent packed-decimal derivation of the
      *  quotient and remainder.  The lines each sweep adds to
      *  SWPOUT are posted to the run-control ledger (CALL
      *  'REMPOST', hand-off REM2SWP) for REMBAL to balance against
      *  REMKFDB LOAD.
      *
      *  SWEEP,DIVQ and TEST,DETAIL serve the compiler-PTF
      *  certification job (REMCERTJ): the first sweeps the top
      *  production divisors in one step, the second re-drives a
      *  list of known-failure pairs and leaves one detail record
      *  per mismatching representation, so REMCERT can match the
      *  current compiler's results against the staged one's pair
      *  by pair.  Neither is a FAILDB feed, so neither posts to
      *  the run-control ledger.
      *
      *  SAMPLE drives the range production fullwords live in,
      *  which an exhaustive sweep of 0-999,999,999 cannot cover.
      *  The values, each against the PARM divisor, are:
      *     - the boundary block, in ascending order with no value
      *       twice: 0 and 1; every power of two to 2**31 and the
      *       values either side of it, and 2**32-1; the halfword
      *       and fullword sign and PICTURE boundaries (9999,
      *       32767, 65535, 999999999, 2147483647, 4294967295) and
      *       their neighbors; the divisor's first 16 multiples;
      *       and, at every one of those powers and boundaries the
      *       divisor does not exceed, the multiples of the divisor
      *       just below and just above it -- each multiple with
      *       its neighbors
      *     - then SIZE= values from a Park-Miller minimal standard
      *       generator (x = 16807 * x mod 2147483647) started at
      *       SEED=, each reduced modulo 1,000,000,000 into
      *       0-999,999,999
      *  The boundary block depends only on the divisor and the
      *  fill only on the seed, so the same SAMPLE,divisor,SEED=,
      *  SIZE= PARM regenerates exactly the same values in the same
      *  order on any machine -- the way a failure is handed to IBM.
      *  Every mismatch goes to SWPOUT in a 138-byte layout with
      *  ten-digit DIVIDEND=/DIVISOR=/DIV-REMAIN=/CALC-REMAIN=
      *  columns, the REP= tag, and the SEED= and SAMPLE= (the
      *  value's position in the run, boundary block first) that
      *  produced it; REMKFDB LOAD,...,WIDE loads that layout.  The
      *  seed, size and divisor also head the run's RPTOUT lines
      *  and SYSOUT.  The lines each run adds are posted to the
      *  run-control ledger under hand-off REM2SMP.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT SWEEP-FILE ASSIGN TO SWPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Swpout-Status.
      *    the same DD in SAMPLE mode, at that mode's wider LRECL
           SELECT SAMPLE-FILE ASSIGN TO SWPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Swpout-Status.
           SELECT DIVQ-FILE ASSIGN TO DIVQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Divqin-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FD  SWEEP-FILE
           RECORDING MODE IS F.
      *    87 bytes: REMAIN1's 74-byte sweep layout plus the REP=
      *    column.  Only SWEEP mode and TEST,DETAIL open or write
      *    this file.
       01  SWEEP-RECORD                 PIC X(87).

       FD  SAMPLE-FILE
           RECORDING MODE IS F.
      *    138 bytes: WS-Sample-Line, ten-digit operand and remainder
      *    columns plus the SEED= and SAMPLE= that regenerate the
      *    value.  Only SAMPLE mode opens or writes this file.
       01  SAMPLE-RECORD                PIC X(138).

       FD  DIVQ-FILE
           RECORDING MODE IS F.
      *    One divisor per 5-byte record, in the order to be swept;
      *    only SWEEP,DIVQ opens it.
       01  DIVQ-RECORD.
           05 DQ-Divisor                PIC 9(5).

       WORKING-STORAGE SECTION.

      * baseline representation: unsigned native binary halfwords
       01  WS-Rptout-Status         PIC XX.
       01  WS-Bkendid-Status        PIC XX.
       01  WS-Swpout-Status         PIC XX.
       01  WS-Swpout-Written-Count  PIC 9(9)    Value 0.
       01  WS-Swpout-Open-Mode      PIC X       Value 'X'.
       01  WS-Divqin-Status         PIC XX.
       01  WS-Divqin-Eof-Switch     PIC X       Value 'N'.
           88 Divqin-Eof                        Value 'Y'.
       01  WS-Divq-Switch           PIC X       Value 'N'.
           88 WS-Divq-Sweep                     Value 'Y'.
       01  WS-Divq-Swept-Count      PIC 9(5)    Value 0.
      *    set for every sweep, and for TEST when DETAIL is given:
      *    each mismatch then also goes to SWPOUT
       01  WS-Detail-Switch         PIC X       Value 'N'.
           88 WS-Write-Detail                   Value 'Y'.

      * run-control ledger posting area for CALL 'REMPOST'
           COPY LEDGCPY.

      *    filled from BKENDID when the job supplies it; REMAIN2
      *    writes no HISTLOG, so the SYSOUT banner is where this
      *    run's backend id goes on record
       01  WS-Sweep-Divisor         PIC 9(4)  Comp-5 Value 20000.
       01  WS-Sweep-Current-Dividend PIC 9(4) Comp-5 Value 0.
       01  WS-Test-Number           PIC 9(4)    Value 0.
       01  WS-Case-Dividend         PIC 9(10)   Value 0.
       01  WS-Case-Divisor          PIC 9(10)   Value 0.
      *    a doubleword: a fullword quotient times a fullword divisor
      *    must not wrap the judgment
       01  WS-Recomputed-Remain     PIC S9(18) Comp-5 Value 0.
       01  WS-Rep-Ix                PIC 9(4)  Comp Value 0.
       01  WS-Display-Cap           PIC 9(4)    Value 10.

           05 WS-Parm-Tok3          PIC X(40).
           05 WS-Parm-Tok4          PIC X(40).
           05 WS-Parm-Tok5          PIC X(40).
           05 WS-Parm-Tok6          PIC X(40).
           05 WS-Parm-Tok7          PIC X(40).
       01  WS-Parm-Value-Text       PIC X(35)   Value Spaces.
       01  WS-Parm-Number           PIC 9(18)   Value 0.

      *---------------------------------------------------------------
      *  SAMPLE mode.  The generator works in packed decimal so the
      *  16807 * x product (up to 36,092,757,784,122) never depends
      *  on a binary field's TRUNC behavior -- the values must come
      *  out the same under every compile the battery is run under.
      *---------------------------------------------------------------
       01  WS-Sample-Divisor        PIC 9(10)   Value 20000.
       01  WS-Sample-Seed           PIC 9(10)   Value 0.
       01  WS-Sample-Size           PIC 9(7)    Value 10000.
       01  WS-Sample-Number         PIC 9(7)    Value 0.
       01  WS-Sample-Value-Count    PIC 9(9)    Value 0.
       01  WS-Sample-Seed-Switch    PIC X       Value 'N'.
           88 WS-Seed-Given                     Value 'Y'.
       01  WS-Sample-Parm-Switch    PIC X       Value 'Y'.
           88 WS-Sample-Parm-Valid              Value 'Y'.
           88 WS-Sample-Parm-Invalid            Value 'N'.
       01  WS-Time-Of-Day           PIC 9(8)    Value 0.

       01  WS-Generator-Fields.
           05 WS-Gen-State          PIC 9(10) Comp-3 Value 0.
           05 WS-Gen-Product        PIC 9(15) Comp-3 Value 0.
           05 WS-Gen-Quotient       PIC 9(15) Comp-3 Value 0.
           05 WS-Gen-Multiplier     PIC 9(5)  Comp-3 Value 16807.
           05 WS-Gen-Modulus        PIC 9(10) Comp-3 Value 2147483647.
           05 WS-Gen-Fill-Range     PIC 9(10) Comp-3 Value 1000000000.

      *    the boundary block, ascending; 2**32-1 is the largest
      *    value any representation here can hold
       01  WS-Boundary-Max          PIC 9(4)  Comp Value 500.
       01  WS-Boundary-Count        PIC 9(4)  Comp Value 0.
       01  WS-Boundary-Ix           PIC 9(4)  Comp Value 0.
       01  WS-Boundary-Insert-Ix    PIC 9(4)  Comp Value 0.
       01  WS-Boundary-Full-Switch  PIC X       Value 'N'.
           88 WS-Boundary-Table-Full            Value 'Y'.
       01  WS-Boundary-Table.
           05 WS-Boundary-Value     PIC 9(10)
                                    Occurs 500 Times.
       01  WS-Boundary-Limit        PIC 9(11)   Value 4294967295.
       01  WS-Boundary-Candidate    PIC 9(11)   Value 0.
       01  WS-Boundary-Center       PIC 9(11)   Value 0.
       01  WS-Boundary-Anchor       PIC 9(11)   Value 0.
       01  WS-Boundary-Quotient     PIC 9(11)   Value 0.
       01  WS-Power-Of-Two          PIC 9(11)   Value 1.
       01  WS-Power-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Multiple-Ix           PIC 9(4)  Comp Value 0.
       01  WS-Anchor-Ix             PIC 9(4)  Comp Value 0.

       01  WS-Anchor-Values.
           05 FILLER                PIC 9(10)   Value 9999.
           05 FILLER                PIC 9(10)   Value 32767.
           05 FILLER                PIC 9(10)   Value 65535.
           05 FILLER                PIC 9(10)   Value 999999999.
           05 FILLER                PIC 9(10)   Value 2147483647.
           05 FILLER                PIC 9(10)   Value 4294967295.
       01  WS-Anchor-Table Redefines WS-Anchor-Values.
           05 WS-Anchor-Value Occurs 6 Times PIC 9(10).

      *---------------------------------------------------------------
      *  Per-representation tallies.  Entry order must match the
              10 RT-Shown-Count     PIC 9(4).

       01  WS-Rep-Work-Fields.
           05 WS-Rep-Quotient       PIC S9(18) Comp-5 Value 0.
           05 WS-Rep-Remain         PIC S9(18) Comp-5 Value 0.

      *---------------------------------------------------------------
      *  Independent packed-decimal derivation for the CLASS= column
      *  representation's quotient and remainder.
      *---------------------------------------------------------------
       01  WS-Verify-Fields.
           05 WS-V-Dividend         PIC 9(10) Comp-3 Value 0.
           05 WS-V-Divisor          PIC 9(10) Comp-3 Value 0.
           05 WS-V-Quotient         PIC 9(10) Comp-3 Value 0.
           05 WS-V-Remain           PIC 9(10) Comp-3 Value 0.
       01  WS-Failure-Class         PIC X(4)    Value Spaces.

       01  WS-Sweep-Line.
           05 FILLER                PIC X(5)    Value ' REP='.
           05 SL-Rep-Name           PIC X(8).

      *    SAMPLE mode's detail layout; REMKFDB reads it as
      *    WIDE-SWEEP-RECORD
       01  WS-Sample-Line.
           05 FILLER                PIC X(9)    Value 'DIVIDEND='.
           05 SM-Dividend           PIC Z(9)9.
           05 FILLER                PIC X(9)    Value ' DIVISOR='.
           05 SM-Divisor            PIC Z(9)9.
           05 FILLER                PIC X(12)   Value ' DIV-REMAIN='.
           05 SM-Divide-Remain      PIC Z(9)9.
           05 FILLER                PIC X(13)   Value ' CALC-REMAIN='.
           05 SM-Calc-Remain        PIC Z(9)9.
           05 FILLER                PIC X(7)    Value ' CLASS='.
           05 SM-Failure-Class      PIC X(4).
           05 FILLER                PIC X(5)    Value ' REP='.
           05 SM-Rep-Name           PIC X(8).
           05 FILLER                PIC X(6)    Value ' SEED='.
           05 SM-Seed               PIC 9(10).
           05 FILLER                PIC X(8)    Value ' SAMPLE='.
           05 SM-Sample-Number      PIC 9(7).

      *---------------------------------------------------------------
      *  Compiler-option profile literals, kept in sync with the CBL
      *  directives the same way REMAIN1 does.  OPT and TRUNC are the
           05 FILLER                PIC X(7)    Value ' SKIP='.
           05 RL-Skip-Count         PIC ZZZZZZZZ9.

      *    written ahead of a SAMPLE run's representation lines; its
      *    first bytes are not 'COMPILED-TIME=', so readers of the
      *    representation lines pass over it
       01  WS-Sample-Report-Line.
           05 FILLER                PIC X(12)   Value 'SAMPLE SEED='.
           05 SR-Seed               PIC 9(10).
           05 FILLER                PIC X(6)    Value ' SIZE='.
           05 SR-Size               PIC 9(7).
           05 FILLER                PIC X(9)    Value ' DIVISOR='.
           05 SR-Divisor            PIC 9(10).
           05 FILLER                PIC X(10)   Value ' BOUNDARY='.
           05 SR-Boundary-Count     PIC ZZZ9.
           05 FILLER                PIC X(8)    Value ' VALUES='.
           05 SR-Value-Count        PIC ZZZZZZZZ9.

       LINKAGE SECTION.
       01  LK-Parm.
           05 LK-Parm-Len            PIC S9(4) Comp.
           Evaluate WS-Run-Mode
               When 'SWEEP'
                   Perform SWEEP-CONTROL
               When 'SAMPLE'
                   Perform SAMPLE-CONTROL
               When Other
                   Perform TEST-CASE-CONTROL
           End-Evaluate
               Perform WRITE-SUMMARY-REPORT
               Perform SET-FINAL-RETURN-CODE
           End-If
           If WS-Run-Mode = 'SWEEP' And WS-Sweep-Divisor Not = 0
              And Not WS-Divq-Sweep
               Perform POST-RUN-CONTROL-COUNTS
           End-If
           If WS-Run-Mode = 'SAMPLE' And WS-Sample-Parm-Valid
               Perform POST-RUN-CONTROL-COUNTS
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  The backend id REMBKEND extracted from this load module's
           If LK-Parm-Len > 0
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2 WS-Parm-Tok3
                        WS-Parm-Tok4 WS-Parm-Tok5 WS-Parm-Tok6
                        WS-Parm-Tok7
               End-Unstring
           End-If
           Evaluate True
               When WS-Parm-Tok1 (1:5) = 'SWEEP'
                   Move 'SWEEP' To WS-Run-Mode
                   Set WS-Write-Detail To True
                   If WS-Parm-Tok2 = 'DIVQ'
                       Set WS-Divq-Sweep To True
                   End-If
                   If WS-Parm-Tok2 Not = Spaces
                      And WS-Parm-Tok2 (1:1) Numeric
                       Move Function NUMVAL (WS-Parm-Tok2)
                           To WS-Sweep-Divisor
                   End-If
               When WS-Parm-Tok1 (1:6) = 'SAMPLE'
                   Move 'SAMPLE' To WS-Run-Mode
                   Set WS-Write-Detail To True
                   If WS-Parm-Tok2 Not = Spaces
                      And WS-Parm-Tok2 (1:1) Numeric
                       Perform TAKE-SAMPLE-DIVISOR
                   End-If
               When Other
                   Move 'TEST' To WS-Run-Mode
           End-Evaluate
           Perform APPLY-TOKEN-2
           Perform APPLY-TOKEN-3
           Perform APPLY-TOKEN-4
           Perform APPLY-TOKEN-5
           Perform APPLY-TOKEN-6
           Perform APPLY-TOKEN-7.

       APPLY-TOKEN-2.
           If WS-Parm-Tok2 (1:7) = 'OPTVAL='
           End-If
           If WS-Parm-Tok2 (1:8) = 'PROFILE='
               Move WS-Parm-Tok2 (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok2 = 'DETAIL'
               Set WS-Write-Detail To True
           End-If
           If WS-Parm-Tok2 (1:5) = 'SEED='
               Move WS-Parm-Tok2 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SEED
           End-If
           If WS-Parm-Tok2 (1:5) = 'SIZE='
               Move WS-Parm-Tok2 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SIZE
           End-If.

       APPLY-TOKEN-3.
           End-If
           If WS-Parm-Tok3 (1:8) = 'PROFILE='
               Move WS-Parm-Tok3 (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok3 = 'DETAIL'
               Set WS-Write-Detail To True
           End-If
           If WS-Parm-Tok3 (1:5) = 'SEED='
               Move WS-Parm-Tok3 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SEED
           End-If
           If WS-Parm-Tok3 (1:5) = 'SIZE='
               Move WS-Parm-Tok3 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SIZE
           End-If.

       APPLY-TOKEN-4.
           End-If
           If WS-Parm-Tok4 (1:8) = 'PROFILE='
               Move WS-Parm-Tok4 (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok4 = 'DETAIL'
               Set WS-Write-Detail To True
           End-If
           If WS-Parm-Tok4 (1:5) = 'SEED='
               Move WS-Parm-Tok4 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SEED
           End-If
           If WS-Parm-Tok4 (1:5) = 'SIZE='
               Move WS-Parm-Tok4 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SIZE
           End-If.

       APPLY-TOKEN-5.
           End-If
           If WS-Parm-Tok5 (1:8) = 'PROFILE='
               Move WS-Parm-Tok5 (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok5 = 'DETAIL'
               Set WS-Write-Detail To True
           End-If
           If WS-Parm-Tok5 (1:5) = 'SEED='
               Move WS-Parm-Tok5 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SEED
           End-If
           If WS-Parm-Tok5 (1:5) = 'SIZE='
               Move WS-Parm-Tok5 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SIZE
           End-If.

       APPLY-TOKEN-6.
           If WS-Parm-Tok6 (1:7) = 'OPTVAL='
               Move WS-Parm-Tok6 (8:6) To WS-Opt-Setting
           End-If
           If WS-Parm-Tok6 (1:9) = 'TRUNCVAL='
               Move WS-Parm-Tok6 (10:10) To WS-Trunc-Setting
           End-If
           If WS-Parm-Tok6 (1:8) = 'PROFILE='
               Move WS-Parm-Tok6 (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok6 = 'DETAIL'
               Set WS-Write-Detail To True
           End-If
           If WS-Parm-Tok6 (1:5) = 'SEED='
               Move WS-Parm-Tok6 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SEED
           End-If
           If WS-Parm-Tok6 (1:5) = 'SIZE='
               Move WS-Parm-Tok6 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SIZE
           End-If.

       APPLY-TOKEN-7.
           If WS-Parm-Tok7 (1:7) = 'OPTVAL='
               Move WS-Parm-Tok7 (8:6) To WS-Opt-Setting
           End-If
           If WS-Parm-Tok7 (1:9) = 'TRUNCVAL='
               Move WS-Parm-Tok7 (10:10) To WS-Trunc-Setting
           End-If
           If WS-Parm-Tok7 (1:8) = 'PROFILE='
               Move WS-Parm-Tok7 (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok7 = 'DETAIL'
               Set WS-Write-Detail To True
           End-If
           If WS-Parm-Tok7 (1:5) = 'SEED='
               Move WS-Parm-Tok7 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SEED
           End-If
           If WS-Parm-Tok7 (1:5) = 'SIZE='
               Move WS-Parm-Tok7 (6:35) To WS-Parm-Value-Text
               Perform TAKE-SAMPLE-SIZE
           End-If.
      *---------------------------------------------------------------
      *  SAMPLE's own PARM values.  A bad one fails the run before
      *  anything is driven: a sample that silently fell back to a
      *  default would not be the sample the PARM names.
      *---------------------------------------------------------------
       TAKE-SAMPLE-DIVISOR.
           Move Function NUMVAL (WS-Parm-Tok2) To WS-Parm-Number
           If WS-Parm-Number = 0 Or WS-Parm-Number > 999999999
               Display 'REMAIN2: SAMPLE divisor must be 1-999999999,'
                       ' got ' WS-Parm-Tok2
               Set WS-Sample-Parm-Invalid To True
           Else
               Move WS-Parm-Number To WS-Sample-Divisor
           End-If.

       TAKE-SAMPLE-SEED.
           Move 0 To WS-Parm-Number
           If WS-Parm-Value-Text (1:1) Numeric
               Move Function NUMVAL (WS-Parm-Value-Text)
                   To WS-Parm-Number
           End-If
           If WS-Parm-Number = 0 Or WS-Parm-Number > 2147483646
               Display 'REMAIN2: SEED= must be 1-2147483646, got '
                       WS-Parm-Value-Text
               Set WS-Sample-Parm-Invalid To True
           Else
               Move WS-Parm-Number To WS-Sample-Seed
               Set WS-Seed-Given To True
           End-If.

       TAKE-SAMPLE-SIZE.
           If WS-Parm-Value-Text (1:1) Not Numeric
               Display 'REMAIN2: SIZE= must be 0-9999499, got '
                       WS-Parm-Value-Text
               Set WS-Sample-Parm-Invalid To True
           Else
               Move Function NUMVAL (WS-Parm-Value-Text)
                   To WS-Parm-Number
               If WS-Parm-Number > 9999499
                   Display 'REMAIN2: SIZE= must be 0-9999499, got '
                           WS-Parm-Value-Text
                   Set WS-Sample-Parm-Invalid To True
               Else
                   Move WS-Parm-Number To WS-Sample-Size
               End-If
           End-If.
      *---------------------------------------------------------------
      *
                       WS-Testin-Status
               Move 8 To Return-Code
           Else
               If WS-Write-Detail
                   Perform OPEN-TEST-DETAIL-FILE
               End-If
               Perform Until Testin-Eof
                   Read TESTCASE-FILE
                       At End Set Testin-Eof To True
                   End-Read
               End-Perform
               Close TESTCASE-FILE
               If WS-Write-Detail
                   Close SWEEP-FILE
               End-If
           End-If.
      *---------------------------------------------------------------
      *  TEST,DETAIL writes a fresh SWPOUT: the detail records belong
      *  to this one list of cases, in TESTIN order.  Without it no
      *  case is driven at all -- a run whose mismatches went
      *  nowhere would look clean to whatever reads SWPOUT next.
      *---------------------------------------------------------------
       OPEN-TEST-DETAIL-FILE.
           Open Output SWEEP-FILE
           If WS-Swpout-Status Not = '00'
               Display 'REMAIN2: unable to open SWPOUT, status='
                       WS-Swpout-Status
               Move 8 To Return-Code
               Set Testin-Eof To True
      *        nothing to close: from here DETAIL means SWPOUT is open
               Move 'N' To WS-Detail-Switch
           End-If.

       PROCESS-ONE-TEST-CASE.
               Open Extend SWEEP-FILE
               If WS-Swpout-Status = '35'
                   Open Output SWEEP-FILE
                   Move 'N' To WS-Swpout-Open-Mode
               End-If
               If WS-Swpout-Status Not = '00'
                   Display 'REMAIN2: unable to open SWPOUT, status='
                           WS-Swpout-Status
                   Move 8 To Return-Code
               Else
                   If WS-Divq-Sweep
                       Perform SWEEP-DIVISOR-QUEUE
                   Else
                       Perform SWEEP-ONE-DIVISOR
                   End-If
                   Close SWEEP-FILE
               End-If
           End-If.

       SWEEP-ONE-DIVISOR.
           Move 0 To WS-Sweep-Current-Dividend
           Perform SWEEP-ONE-VALUE
               Varying WS-Sweep-Current-Dividend
               From 0 By 1
               Until WS-Sweep-Current-Dividend = 65535
           Move 65535 To WS-Sweep-Current-Dividend
           Perform SWEEP-ONE-VALUE.
      *---------------------------------------------------------------
      *  SWEEP,DIVQ: each divisor on DIVQIN in the order listed, all
      *  into the one SWPOUT opened above.  An unusable entry is
      *  reported and skipped, never divided by.
      *---------------------------------------------------------------
       SWEEP-DIVISOR-QUEUE.
           Open Input DIVQ-FILE
           If WS-Divqin-Status Not = '00'
               Display 'REMAIN2: unable to open DIVQIN, status='
                       WS-Divqin-Status
               Move 8 To Return-Code
           Else
               Perform Until Divqin-Eof
                   Read DIVQ-FILE
                       At End Set Divqin-Eof To True
                       Not At End Perform SWEEP-ONE-QUEUED-DIVISOR
                   End-Read
               End-Perform
               Close DIVQ-FILE
               Display 'REMAIN2: ' WS-Divq-Swept-Count
                       ' divisors swept from DIVQIN'
           End-If.

       SWEEP-ONE-QUEUED-DIVISOR.
           Evaluate True
               When DQ-Divisor Not Numeric
                   Display 'REMAIN2: DIVQIN record not numeric, '
                           'skipped: ' DIVQ-RECORD
               When DQ-Divisor = 0 Or DQ-Divisor > 65535
                   Display 'REMAIN2: DIVQIN divisor ' DQ-Divisor
                           ' outside 1-65535, skipped'
               When Other
                   Add 1 To WS-Divq-Swept-Count
                   Move DQ-Divisor To WS-Sweep-Divisor
                   Perform SWEEP-ONE-DIVISOR
           End-Evaluate.

       SWEEP-ONE-VALUE.
           Move WS-Sweep-Current-Dividend To WS-Case-Dividend
           Move WS-Sweep-Divisor          To WS-Case-Divisor
           Perform DRIVE-ALL-REPRESENTATIONS.
      *---------------------------------------------------------------
      *  SAMPLE mode: the boundary block, then the seeded fill, each
      *  value against the one PARM divisor.  SWPOUT extends with the
      *  first-time '35' fallback, as a sweep's does.
      *---------------------------------------------------------------
       SAMPLE-CONTROL.
           If WS-Sample-Parm-Invalid
               Move 8 To Return-Code
           Else
               If Not WS-Seed-Given
                   Perform TAKE-TIME-OF-DAY-SEED
               End-If
               Open Extend SAMPLE-FILE
               If WS-Swpout-Status = '35'
                   Open Output SAMPLE-FILE
                   Move 'N' To WS-Swpout-Open-Mode
               End-If
               If WS-Swpout-Status Not = '00'
                   Display 'REMAIN2: unable to open SWPOUT, status='
                           WS-Swpout-Status
                   Move 8 To Return-Code
               Else
                   Perform BUILD-SAMPLE-BOUNDARIES
                   Display 'REMAIN2: SAMPLE SEED=' WS-Sample-Seed
                           ' SIZE=' WS-Sample-Size
                           ' DIVISOR=' WS-Sample-Divisor
                           ' BOUNDARY VALUES=' WS-Boundary-Count
                   Perform SAMPLE-ONE-BOUNDARY-VALUE
                       Varying WS-Boundary-Ix From 1 By 1
                       Until WS-Boundary-Ix > WS-Boundary-Count
                   Move WS-Sample-Seed To WS-Gen-State
                   Perform SAMPLE-ONE-RANDOM-VALUE
                       WS-Sample-Size Times
                   Close SAMPLE-FILE
                   Display 'REMAIN2: SAMPLE drove '
                           WS-Sample-Value-Count ' values, rerun with'
                           ' SEED=' WS-Sample-Seed ' SIZE='
                           WS-Sample-Size ' to regenerate them'
               End-If
           End-If.
      *---------------------------------------------------------------
      *  No SEED= given: one is taken from the time of day (never
      *  zero, which the generator cannot leave) and reported, so
      *  even an unplanned sample can be regenerated.
      *---------------------------------------------------------------
       TAKE-TIME-OF-DAY-SEED.
           Accept WS-Time-Of-Day From Time
           Move WS-Time-Of-Day To WS-Sample-Seed
           If WS-Sample-Seed = 0
               Move 1 To WS-Sample-Seed
           End-If
           Display 'REMAIN2: no SEED= given, using SEED='
                   WS-Sample-Seed.
      *---------------------------------------------------------------
      *  The boundary block, built into the ascending table by
      *  insertion so each value is driven once however many of
      *  the rules below produce it.
      *---------------------------------------------------------------
       BUILD-SAMPLE-BOUNDARIES.
           Move 0 To WS-Boundary-Candidate
           Perform INSERT-BOUNDARY-VALUE
           Move 1 To WS-Power-Of-Two
           Perform ADD-ONE-POWER-OF-TWO
               Varying WS-Power-Ix From 0 By 1
               Until WS-Power-Ix > 32
           Perform ADD-ONE-ANCHOR-VALUE
               Varying WS-Anchor-Ix From 1 By 1
               Until WS-Anchor-Ix > 6
           Perform ADD-ONE-DIVISOR-MULTIPLE
               Varying WS-Multiple-Ix From 1 By 1
               Until WS-Multiple-Ix > 16
           If WS-Boundary-Table-Full
               Display 'REMAIN2: boundary table full at '
                       WS-Boundary-Max ' values, the rest not driven'
           End-If.

       ADD-ONE-POWER-OF-TWO.
           Move WS-Power-Of-Two To WS-Boundary-Center
           Perform ADD-VALUE-AND-NEIGHBORS
           Move WS-Power-Of-Two To WS-Boundary-Anchor
           Perform ADD-NEARBY-MULTIPLES
           Compute WS-Power-Of-Two = WS-Power-Of-Two * 2.

       ADD-ONE-ANCHOR-VALUE.
           Move WS-Anchor-Value (WS-Anchor-Ix) To WS-Boundary-Center
           Perform ADD-VALUE-AND-NEIGHBORS
           Move WS-Anchor-Value (WS-Anchor-Ix) To WS-Boundary-Anchor
           Perform ADD-NEARBY-MULTIPLES.

       ADD-ONE-DIVISOR-MULTIPLE.
           Compute WS-Boundary-Center =
                   WS-Sample-Divisor * WS-Multiple-Ix
           Perform ADD-VALUE-AND-NEIGHBORS.
      *---------------------------------------------------------------
      *  The multiples of the divisor either side of an anchor the
      *  divisor does not exceed: where a quotient steps from one
      *  value to the next right at a representation's boundary.
      *---------------------------------------------------------------
       ADD-NEARBY-MULTIPLES.
           If WS-Boundary-Anchor >= WS-Sample-Divisor
               Divide WS-Boundary-Anchor By WS-Sample-Divisor
                   Giving WS-Boundary-Quotient
               Compute WS-Boundary-Center =
                       WS-Boundary-Quotient * WS-Sample-Divisor
               Perform ADD-VALUE-AND-NEIGHBORS
               Add WS-Sample-Divisor To WS-Boundary-Center
               Perform ADD-VALUE-AND-NEIGHBORS
           End-If.

       ADD-VALUE-AND-NEIGHBORS.
           If WS-Boundary-Center > 0
               Compute WS-Boundary-Candidate = WS-Boundary-Center - 1
               Perform INSERT-BOUNDARY-VALUE
           End-If
           Move WS-Boundary-Center To WS-Boundary-Candidate
           Perform INSERT-BOUNDARY-VALUE
           Compute WS-Boundary-Candidate = WS-Boundary-Center + 1
           Perform INSERT-BOUNDARY-VALUE.
      *---------------------------------------------------------------
      *  Insertion into the ascending table: find the first entry
      *  not below the candidate, shift the rest up one.  A value no
      *  representation can hold, or one already in the table, is
      *  dropped.
      *---------------------------------------------------------------
       INSERT-BOUNDARY-VALUE.
           If WS-Boundary-Candidate <= WS-Boundary-Limit
               Move 1 To WS-Boundary-Insert-Ix
               Perform Until WS-Boundary-Insert-Ix > WS-Boundary-Count
                          Or WS-Boundary-Value (WS-Boundary-Insert-Ix)
                             >= WS-Boundary-Candidate
                   Add 1 To WS-Boundary-Insert-Ix
               End-Perform
               Evaluate True
                   When WS-Boundary-Insert-Ix <= WS-Boundary-Count
                    And WS-Boundary-Value (WS-Boundary-Insert-Ix)
                        = WS-Boundary-Candidate
                       Continue
                   When WS-Boundary-Count >= WS-Boundary-Max
                       Set WS-Boundary-Table-Full To True
                   When Other
                       Perform Varying WS-Boundary-Ix
                               From WS-Boundary-Count By -1
                               Until WS-Boundary-Ix
                                     < WS-Boundary-Insert-Ix
                           Move WS-Boundary-Value (WS-Boundary-Ix)
                             To WS-Boundary-Value (WS-Boundary-Ix + 1)
                       End-Perform
                       Move WS-Boundary-Candidate
                           To WS-Boundary-Value (WS-Boundary-Insert-Ix)
                       Add 1 To WS-Boundary-Count
               End-Evaluate
           End-If.

       SAMPLE-ONE-BOUNDARY-VALUE.
           Move WS-Boundary-Value (WS-Boundary-Ix) To WS-Case-Dividend
           Perform SAMPLE-ONE-VALUE.
      *---------------------------------------------------------------
      *  Park-Miller minimal standard step, then the new state
      *  reduced into 0-999,999,999.
      *---------------------------------------------------------------
       SAMPLE-ONE-RANDOM-VALUE.
           Compute WS-Gen-Product = WS-Gen-State * WS-Gen-Multiplier
           Divide WS-Gen-Product By WS-Gen-Modulus
               Giving WS-Gen-Quotient Remainder WS-Gen-State
           Divide WS-Gen-State By WS-Gen-Fill-Range
               Giving WS-Gen-Quotient Remainder WS-Case-Dividend
           Perform SAMPLE-ONE-VALUE.

       SAMPLE-ONE-VALUE.
           Add 1 To WS-Sample-Number
           Add 1 To WS-Sample-Value-Count
           Move WS-Sample-Divisor To WS-Case-Divisor
           Perform DRIVE-ALL-REPRESENTATIONS.
      *---------------------------------------------------------------
      *  One value pair through every representation.  The baseline
      *  STUFFCPY fields are loaded and A31BR14 is called once per
      *  pair, exactly as REMAIN1 does ahead of its divide, so the
      *  DIVIDE that it sees around the baseline's.
      *---------------------------------------------------------------
       DRIVE-ALL-REPRESENTATIONS.
      *    a SAMPLE value past the baseline's halfword is never
      *    truncated into it: the baseline carries zeros for the
      *    call and DRIVE-UNS-HALF skips the pair
           If WS-Case-Dividend > 65535 Or WS-Case-Divisor > 65535
               Move 0 To Dividend
               Move 0 To Divisor
           Else
               Move WS-Case-Dividend To Dividend
               Move WS-Case-Divisor  To Divisor
           End-If
           Move WS-Profile-Text  To Profile-Id
           Call 'A31BR14' Using Stuff-Stuff-Stuff
           If WS-Write-Detail
      *        the packed-decimal truth for this pair, judged once
      *        and reused for every representation's CLASS= column
               Move WS-Case-Dividend To WS-V-Dividend
           End-Evaluate.

       DRIVE-UNS-HALF.
           If WS-Case-Dividend > 65535 Or WS-Case-Divisor > 65535
               Add 1 To RT-Skip-Count (WS-Rep-Ix)
           Else
               Divide Dividend By Divisor
                   Giving Quotient Remainder Remain
               Move Quotient To WS-Rep-Quotient
               Move Remain   To WS-Rep-Remain
               Perform JUDGE-ONE-RESULT
           End-If.

       DRIVE-SGN-HALF.
      *    a signed halfword tops out at 32767; larger values would
           End-If.

       DRIVE-UNS-FULL.
      *    COMP-5 is never held to its PICTURE: the unsigned
      *    fullword carries 0-4294967295
           If WS-Case-Dividend > 4294967295
              Or WS-Case-Divisor > 4294967295
               Add 1 To RT-Skip-Count (WS-Rep-Ix)
           Else
               Move WS-Case-Dividend To R2-UF-Dividend
               Move WS-Case-Divisor  To R2-UF-Divisor
               Divide R2-UF-Dividend By R2-UF-Divisor
                   Giving R2-UF-Quotient Remainder R2-UF-Remain
               Move R2-UF-Quotient To WS-Rep-Quotient
               Move R2-UF-Remain   To WS-Rep-Remain
               Perform JUDGE-ONE-RESULT
           End-If.

       DRIVE-SGN-FULL.
      *    a signed fullword tops out at 2147483647
           If WS-Case-Dividend > 2147483647
              Or WS-Case-Divisor > 2147483647
               Add 1 To RT-Skip-Count (WS-Rep-Ix)
           Else
               Move WS-Case-Dividend To R2-SF-Dividend
               Move WS-Case-Divisor  To R2-SF-Divisor
               Divide R2-SF-Dividend By R2-SF-Divisor
                   Giving R2-SF-Quotient Remainder R2-SF-Remain
               Move R2-SF-Quotient To WS-Rep-Quotient
               Move R2-SF-Remain   To WS-Rep-Remain
               Perform JUDGE-ONE-RESULT
           End-If.

       DRIVE-BIN-HALF.
      *    under TRUNC(STD) and TRUNC(OPT) a BINARY 9(4) field is
      *    makes the field carry the full halfword 0-65535 like
      *    COMP-5, so there the whole range -- including the region
      *    the bug lives in -- must be driven, not skipped
           If (WS-Trunc-Setting Not = 'TRUNC(BIN)'
               And (WS-Case-Dividend > 9999 Or WS-Case-Divisor > 9999))
              Or WS-Case-Dividend > 65535 Or WS-Case-Divisor > 65535
               Add 1 To RT-Skip-Count (WS-Rep-Ix)
           Else
               Move WS-Case-Dividend To R2-BH-Dividend
           End-If.

       DRIVE-BIN-FULL.
      *    the fullword counterpart of DRIVE-BIN-HALF's guard: held
      *    to 999999999 by its PICTURE except under TRUNC(BIN),
      *    where the whole unsigned fullword is driven
           If (WS-Trunc-Setting Not = 'TRUNC(BIN)'
               And (WS-Case-Dividend > 999999999
                    Or WS-Case-Divisor > 999999999))
              Or WS-Case-Dividend > 4294967295
              Or WS-Case-Divisor > 4294967295
               Add 1 To RT-Skip-Count (WS-Rep-Ix)
           Else
               Move WS-Case-Dividend To R2-BF-Dividend
               Move WS-Case-Divisor  To R2-BF-Divisor
               Divide R2-BF-Dividend By R2-BF-Divisor
                   Giving R2-BF-Quotient Remainder R2-BF-Remain
               Move R2-BF-Quotient To WS-Rep-Quotient
               Move R2-BF-Remain   To WS-Rep-Remain
               Perform JUDGE-ONE-RESULT
           End-If.
      *---------------------------------------------------------------
      *  Same independent recomputation REMAIN1's
      *  CHECK-REMAINDER-MISMATCH applies to the baseline: the
      *  remainder implied by the quotient the DIVIDE handed back,
      *  held in a signed doubleword so no representation's result
      *  can wrap the judgment itself.
      *---------------------------------------------------------------
       JUDGE-ONE-RESULT.
           Compute WS-Recomputed-Remain =
                   - (WS-Rep-Quotient * WS-Case-Divisor)
           If WS-Recomputed-Remain Not = WS-Rep-Remain
               Add 1 To RT-Fail-Count (WS-Rep-Ix)
               If WS-Write-Detail
                   Perform WRITE-SWEEP-DETAIL
               End-If
               If RT-Shown-Count (WS-Rep-Ix) < WS-Display-Cap
                           ' Quotient ' WS-Rep-Quotient
                           ' Remainder ' WS-Rep-Remain
                           ' Expected ' WS-Recomputed-Remain
                   If WS-Run-Mode = 'SAMPLE'
                       Display '    SEED=' WS-Sample-Seed
                               ' SAMPLE=' WS-Sample-Number
                   End-If
               End-If
           Else
               Add 1 To RT-Pass-Count (WS-Rep-Ix)
               When Other
                   Move 'REM'  To WS-Failure-Class
           End-Evaluate
           If WS-Run-Mode = 'SAMPLE'
               Perform WRITE-SAMPLE-DETAIL
           Else
               Move WS-Case-Dividend        To SL-Dividend
               Move WS-Case-Divisor         To SL-Divisor
               Move WS-Rep-Remain           To SL-Divide-Remain
               Move WS-Recomputed-Remain    To SL-Calc-Remain
               Move WS-Failure-Class        To SL-Failure-Class
               Move WS-Rep-Name (WS-Rep-Ix) To SL-Rep-Name
               Move WS-Sweep-Line           To SWEEP-RECORD
               Write SWEEP-RECORD
           End-If
           Add 1 To WS-Swpout-Written-Count.

       WRITE-SAMPLE-DETAIL.
           Move WS-Case-Dividend        To SM-Dividend
           Move WS-Case-Divisor         To SM-Divisor
           Move WS-Rep-Remain           To SM-Divide-Remain
           Move WS-Recomputed-Remain    To SM-Calc-Remain
           Move WS-Failure-Class        To SM-Failure-Class
           Move WS-Rep-Name (WS-Rep-Ix) To SM-Rep-Name
           Move WS-Sample-Seed          To SM-Seed
           Move WS-Sample-Number        To SM-Sample-Number
           Move WS-Sample-Line          To SAMPLE-RECORD
           Write SAMPLE-RECORD.
      *---------------------------------------------------------------
      *  One REMAIN1-style summary line per representation.
      *---------------------------------------------------------------
           Move WS-Trunc-Setting     To RL-Trunc-Setting
           Move WS-Arch-Setting      To RL-Arch-Setting
           Move WS-Tune-Setting      To RL-Tune-Setting
           If WS-Run-Mode = 'SAMPLE'
               Move WS-Sample-Seed        To SR-Seed
               Move WS-Sample-Size        To SR-Size
               Move WS-Sample-Divisor     To SR-Divisor
               Move WS-Boundary-Count     To SR-Boundary-Count
               Move WS-Sample-Value-Count To SR-Value-Count
               Move WS-Sample-Report-Line To REPORT-RECORD
               Write REPORT-RECORD
           End-If
           Perform WRITE-ONE-REP-LINE
               Varying WS-Rep-Ix From 1 By 1 Until WS-Rep-Ix > 6
           Close REPORT-FILE.
                   Move 4 To Return-Code
               End-If
           End-Perform.
      *---------------------------------------------------------------
      *  This sweep's SWPOUT lines, posted as the producer side of
      *  the REM2SWP hand-off -- REM2SMP for a SAMPLE run, whose
      *  wider SWPOUT is loaded on its own.  Like REMAIN1's sweep,
      *  the step runs from a temporary load library, so a REMPOST
      *  missing from the STEPLIB concatenation is reported, not
      *  abended on.
      *---------------------------------------------------------------
       POST-RUN-CONTROL-COUNTS.
           Initialize Ledger-Posting
           Move 'REMAIN2'  To Ledger-Program
           Move WS-Run-Mode To Ledger-Function
           If WS-Run-Mode = 'SAMPLE'
               Move 'REM2SMP' To Ledger-Handoff
           Else
               Move 'REM2SWP' To Ledger-Handoff
           End-If
           Set Ledger-Producer To True
           Move WS-Swpout-Open-Mode     To Ledger-Open-Mode
           Move WS-Swpout-Written-Count To Ledger-Written-Count
           Move WS-Swpout-Written-Count To Ledger-Carried-Count
           Move Return-Code             To Ledger-Step-Rc
           Call 'REMPOST' Using Ledger-Posting
               On Exception
                   Display 'REMAIN2: REMPOST not found, SWPOUT'
                           ' counts not posted to RUNCTL'
           End-Call.
