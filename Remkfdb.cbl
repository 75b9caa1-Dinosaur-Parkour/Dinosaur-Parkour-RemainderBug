      *          the REP= column; records without one (the 74-byte
      *          REMAIN1/REMCAMP layout, copied to this LRECL the
      *          way REMCOMP's header describes for old datasets)
      *          key as the UNS-HALF baseline.  ',LEDGER=name'
      *          names the sweep hand-off being loaded -- SWEEPSWP
      *          (REMAIN1 SWEEP, the default), CAMPSWP (REMCAMP) or
      *          REM2SWP (REMAIN2 SWEEP) -- and the records read,
      *          added, updated and rejected are posted under it to
      *          the run-control ledger for REMBAL to balance
      *          against what the sweep posted.  ',WIDE' reads
      *          SWPOUT in REMAIN2 SAMPLE mode's 138-byte layout
      *          instead (ten-digit operand and remainder columns,
      *          REP=, SEED=, SAMPLE=); the seed and sample position
      *          stay on that dataset, the pair and its results are
      *          filed as from any sweep, and the hand-off defaults
      *          to REM2SMP.  BAND-LOW= range lines (a REMAIN1 or
      *          REMCAMP sweep run with BAND) are filed as every
      *          dividend they stand for; the ledger counts each
      *          such line once, as the sweep did, and the SYSOUT
      *          summary gives the keys.
      *     'INQ'              - read dividend/divisor/profile
      *          requests from INQIN and write a KNOWN-FAILURE /
      *          FIXED-AS-OF / NOT-ON-FILE status line per request
      *          so other profiles' entries are left untouched and
      *          counted.
      *
      *  The key's divisor and dividend, and the two remainder
      *  columns, are ten digits wide so the fullword pairs a SAMPLE
      *  run finds file under their own values.  INQ requests and
      *  the VERIFY re-drive stay on the halfword baseline.
      *
      *  The FIXED state is what keeps INQ answers trustworthy as
      *  PTFs land: application teams can stop avoiding value pairs
      *  that have verified clean, while the first-seen/last-seen
           SELECT SWEEP-FILE ASSIGN TO SWPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Swpout-Status.
      *    the same DD for LOAD,...,WIDE, at the SAMPLE LRECL
           SELECT WIDE-SWEEP-FILE ASSIGN TO SWPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Swpout-Status.
           SELECT INQUIRY-FILE ASSIGN TO INQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inqin-Status.
       FD  FAILURE-DB.
       01  FAILURE-RECORD.
           05 FD-Key.
              10 FD-Divisor         PIC 9(10).
              10 FD-Dividend        PIC 9(10).
              10 FD-Profile-Id      PIC X(20).
              10 FD-Rep             PIC X(8).
           05 FD-Divide-Remain      PIC 9(10).
           05 FD-Calc-Remain        PIC 9(10).
           05 FD-Failure-Class      PIC X(4).
           05 FD-First-Seen         PIC X(16).
           05 FD-Last-Seen          PIC X(16).
           05 SW-Failure-Class      PIC X(4).
           05 FILLER                PIC X(5).
           05 SW-Rep                PIC X(8).
      *    Must match WS-Band-Line as written by REMAIN1's and
      *    REMCAMP's FLUSH-OPEN-BAND: the low dividend, divisor,
      *    CALC=, CLASS= and the padded REP= share the per-dividend
      *    columns above.
       01  SWEEP-BAND-RECORD.
           05 SB-Band-Tag           PIC X(9).
           05 FILLER                PIC X(25).
           05 SB-High-Dividend      PIC X(5).
           05 FILLER                PIC X(7).
           05 SB-Delta              PIC X(6).
           05 FILLER                PIC X(35).

       FD  WIDE-SWEEP-FILE
           RECORDING MODE IS F.
      *    Must match WS-Sample-Line as written by REMAIN2's SAMPLE
      *    mode (138 bytes).
       01  WIDE-SWEEP-RECORD.
           05 FILLER                PIC X(9).
           05 WD-Dividend           PIC X(10).
           05 FILLER                PIC X(9).
           05 WD-Divisor            PIC X(10).
           05 FILLER                PIC X(12).
           05 WD-Divide-Remain      PIC X(10).
           05 FILLER                PIC X(13).
           05 WD-Calc-Remain        PIC X(10).
           05 FILLER                PIC X(7).
           05 WD-Failure-Class      PIC X(4).
           05 FILLER                PIC X(5).
           05 WD-Rep                PIC X(8).
           05 FILLER                PIC X(6).
           05 WD-Seed               PIC X(10).
           05 FILLER                PIC X(8).
           05 WD-Sample-Number      PIC X(7).

       FD  INQUIRY-FILE
           RECORDING MODE IS F.
      *     Unsigned (Native) Binary Halfwords
           COPY STUFFCPY.

      * run-control ledger posting area for CALL 'REMPOST'
           COPY LEDGCPY.

       01  WS-Faildb-Status         PIC XX.
       01  WS-Swpout-Status         PIC XX.
       01  WS-Inqin-Status          PIC XX.
       01  WS-Fresh-Cluster-Switch  PIC X       Value 'N'.
           88 WS-Fresh-Cluster                  Value 'Y'.
       01  WS-Profile-Text          PIC X(20)   Value Spaces.
      *    defaulted in PARSE-PARM when no LEDGER= is given
       01  WS-Ledger-Handoff        PIC X(8)    Value Spaces.
       01  WS-Layout-Switch         PIC X       Value 'N'.
           88 WS-Wide-Layout                    Value 'W'.
       01  WS-Run-Timestamp         PIC X(16).
       01  WS-Current-Date-Stamp    PIC X(21).

           05 WS-Parm-Tok3          PIC X(40).
           05 WS-Parm-Tok4          PIC X(40).

      *    one mismatch's columns, from whichever layout was read
       01  WS-Mismatch-Fields.
           05 WS-In-Dividend        PIC X(10)   Value Spaces.
           05 WS-In-Divisor         PIC X(10)   Value Spaces.
           05 WS-In-Divide-Remain   PIC X(10)   Value Spaces.
           05 WS-In-Calc-Remain     PIC X(10)   Value Spaces.
           05 WS-In-Failure-Class   PIC X(4)    Value Spaces.
           05 WS-In-Rep             PIC X(8)    Value Spaces.

       01  WS-Swpout-Read-Count     PIC 9(9)    Value 0.
       01  WS-Rejected-Count        PIC 9(9)    Value 0.
      *    SWPOUT lines by outcome, for the ledger: the key counts
      *    above and below count a BAND-LOW= line once per dividend
       01  WS-Line-Added-Count      PIC 9(9)    Value 0.
       01  WS-Line-Updated-Count    PIC 9(9)    Value 0.
       01  WS-Line-Band-Count       PIC 9(9)    Value 0.
       01  WS-Line-Rejected-Count   PIC 9(9)    Value 0.
       01  WS-Added-Before          PIC 9(9)    Value 0.
       01  WS-Updated-Before        PIC 9(9)    Value 0.
       01  WS-Rejected-Before       PIC 9(9)    Value 0.
       01  WS-Range-Low-Dividend    PIC 9(5)    Value 0.
       01  WS-Range-High            PIC 9(5)    Value 0.
       01  WS-Range-Delta           PIC S9(5)   Value 0.
       01  WS-Range-Low-Calc        PIC 9(5)    Value 0.
       01  WS-Range-Dividend        PIC 9(5)    Value 0.
       01  WS-Range-Edit            PIC Z(9)9.
       01  WS-Added-Count           PIC 9(9)    Value 0.
       01  WS-Updated-Count         PIC 9(9)    Value 0.
       01  WS-Reopened-Count        PIC 9(9)    Value 0.
               Evaluate WS-Run-Mode
                   When 'LOAD'
                       Perform LOAD-CONTROL
                       Perform POST-RUN-CONTROL-COUNTS
                   When 'INQ'
                       Perform INQUIRY-CONTROL
                   When 'VERIFY'
           If WS-Parm-Tok3 (1:8) = 'PROFILE='
               Move WS-Parm-Tok3 (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok2 (1:7) = 'LEDGER='
               Move WS-Parm-Tok2 (8:8) To WS-Ledger-Handoff
           End-If
           If WS-Parm-Tok3 (1:7) = 'LEDGER='
               Move WS-Parm-Tok3 (8:8) To WS-Ledger-Handoff
           End-If
           If WS-Parm-Tok4 (1:8) = 'PROFILE='
               Move WS-Parm-Tok4 (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok4 (1:7) = 'LEDGER='
               Move WS-Parm-Tok4 (8:8) To WS-Ledger-Handoff
           End-If
           If WS-Parm-Tok2 = 'WIDE' Or WS-Parm-Tok3 = 'WIDE'
              Or WS-Parm-Tok4 = 'WIDE'
               Set WS-Wide-Layout To True
           End-If
           If WS-Ledger-Handoff = Spaces
               If WS-Wide-Layout
                   Move 'REM2SMP' To WS-Ledger-Handoff
               Else
                   Move 'SWEEPSWP' To WS-Ledger-Handoff
               End-If
           End-If
           If WS-Run-Mode = 'LOAD' And WS-Profile-Text = Spaces
               Display 'REMKFDB: LOAD requires PROFILE= naming the'
                       ' profile the sweep was run under'
      *  fallback REMAIN1 uses for its history datasets.
      *---------------------------------------------------------------
       LOAD-CONTROL.
           If WS-Wide-Layout
               Open Input WIDE-SWEEP-FILE
           Else
               Open Input SWEEP-FILE
           End-If
           If WS-Swpout-Status Not = '00'
               Display 'REMKFDB: unable to open SWPOUT, status='
                       WS-Swpout-Status
                   Move 8 To Return-Code
               Else
                   Perform Until Swpout-Eof
                       If WS-Wide-Layout
                           Read WIDE-SWEEP-FILE
                               At End Set Swpout-Eof To True
                               Not At End
                                   Perform MERGE-ONE-WIDE-MISMATCH
                           End-Read
                       Else
                           Read SWEEP-FILE
                               At End Set Swpout-Eof To True
                               Not At End Perform MERGE-ONE-MISMATCH
                           End-Read
                       End-If
                   End-Perform
                   Close FAILURE-DB
                   Move WS-Added-Count    To LS-Added-Count
                   Move WS-Profile-Text   To LS-Profile-Id
                   Display WS-Load-Summary-Line
               End-If
               If WS-Wide-Layout
                   Close WIDE-SWEEP-FILE
               Else
                   Close SWEEP-FILE
               End-If
           End-If.
      *---------------------------------------------------------------
      *  One SWPOUT mismatch: keyed read to see whether the pair is
      *  last-seen trail) or WRITE (brand-new failure).
      *---------------------------------------------------------------
       MERGE-ONE-MISMATCH.
           Add 1 To WS-Swpout-Read-Count
           If SB-Band-Tag = 'BAND-LOW='
               Perform MERGE-ONE-RANGE-LINE
           Else
               Move SW-Dividend      To WS-In-Dividend
               Move SW-Divisor       To WS-In-Divisor
               Move SW-Divide-Remain To WS-In-Divide-Remain
               Move SW-Calc-Remain   To WS-In-Calc-Remain
               Move SW-Failure-Class To WS-In-Failure-Class
               Move SW-Rep           To WS-In-Rep
               Perform FILE-ONE-LINE
           End-If.

       MERGE-ONE-WIDE-MISMATCH.
           Add 1 To WS-Swpout-Read-Count
           Move WD-Dividend      To WS-In-Dividend
           Move WD-Divisor       To WS-In-Divisor
           Move WD-Divide-Remain To WS-In-Divide-Remain
           Move WD-Calc-Remain   To WS-In-Calc-Remain
           Move WD-Failure-Class To WS-In-Failure-Class
           Move WD-Rep           To WS-In-Rep
           Perform FILE-ONE-LINE.
      *---------------------------------------------------------------
      *  A per-dividend line files one key; the line's outcome for
      *  the ledger is that key's.
      *---------------------------------------------------------------
       FILE-ONE-LINE.
           Move WS-Added-Count   To WS-Added-Before
           Move WS-Updated-Count To WS-Updated-Before
           Perform FILE-ONE-MISMATCH
           Evaluate True
               When WS-Added-Count > WS-Added-Before
                   Add 1 To WS-Line-Added-Count
               When WS-Updated-Count > WS-Updated-Before
                   Add 1 To WS-Line-Updated-Count
               When Other
                   Add 1 To WS-Line-Rejected-Count
           End-Evaluate.
      *---------------------------------------------------------------
      *  A BAND-LOW= range line files one key per dividend from the
      *  low end to HIGH=, CALC-REMAIN rising by one from CALC= and
      *  DIV-REMAIN the constant DELTA= above it.  The line is
      *  rejected whole when its range is backwards or runs past the
      *  halfword, and counts as rejected when any of its keys was.
      *---------------------------------------------------------------
       MERGE-ONE-RANGE-LINE.
           Compute WS-Range-Low-Dividend =
                   Function NUMVAL (SW-Dividend)
           Compute WS-Range-High = Function NUMVAL (SB-High-Dividend)
           If WS-Range-High < WS-Range-Low-Dividend
              Or WS-Range-High > 65535
               Display 'REMKFDB: unusable BAND-LOW= line: '
                       SWEEP-RECORD (1:74)
               Add 1 To WS-Line-Rejected-Count
               Move 8 To Return-Code
           Else
               Move WS-Rejected-Count To WS-Rejected-Before
               Compute WS-Range-Delta = Function NUMVAL (SB-Delta)
               Compute WS-Range-Low-Calc =
                       Function NUMVAL (SW-Calc-Remain)
               Move SW-Divisor       To WS-In-Divisor
               Move SW-Failure-Class To WS-In-Failure-Class
               Move SW-Rep           To WS-In-Rep
               Perform FILE-ONE-RANGE-DIVIDEND
                   Varying WS-Range-Dividend
                   From WS-Range-Low-Dividend By 1
                   Until WS-Range-Dividend > WS-Range-High
               If WS-Rejected-Count > WS-Rejected-Before
                   Add 1 To WS-Line-Rejected-Count
               Else
                   Add 1 To WS-Line-Band-Count
               End-If
           End-If.

       FILE-ONE-RANGE-DIVIDEND.
           Move WS-Range-Dividend To WS-Range-Edit
           Move WS-Range-Edit To WS-In-Dividend
           Compute WS-Range-Edit = WS-Range-Low-Calc
                   + (WS-Range-Dividend - WS-Range-Low-Dividend)
           Move WS-Range-Edit To WS-In-Calc-Remain
           Compute WS-Range-Edit = WS-Range-Low-Calc
                   + (WS-Range-Dividend - WS-Range-Low-Dividend)
                   + WS-Range-Delta
           Move WS-Range-Edit To WS-In-Divide-Remain
           Perform FILE-ONE-MISMATCH.

       FILE-ONE-MISMATCH.
           Compute FD-Divisor  = Function NUMVAL (WS-In-Divisor)
           Compute FD-Dividend = Function NUMVAL (WS-In-Dividend)
           Move WS-Profile-Text To FD-Profile-Id
           If WS-In-Rep = Spaces
               Move 'UNS-HALF' To FD-Rep
           Else
               Move WS-In-Rep To FD-Rep
           End-If
           If WS-Fresh-Cluster
               Perform ADD-NEW-FAILURE

       ADD-NEW-FAILURE.
           Compute FD-Divide-Remain =
                   Function NUMVAL (WS-In-Divide-Remain)
           Compute FD-Calc-Remain =
                   Function NUMVAL (WS-In-Calc-Remain)
           Move WS-In-Failure-Class To FD-Failure-Class
           Move WS-Run-Timestamp To FD-First-Seen
           Move WS-Run-Timestamp To FD-Last-Seen
           Move 1 To FD-Times-Seen
               Invalid Key
                   Display 'REMKFDB: WRITE failed, status='
                           WS-Faildb-Status ' key=' FD-Key
                   Add 1 To WS-Rejected-Count
                   Move 8 To Return-Code
               Not Invalid Key
                   Add 1 To WS-Added-Count

       UPDATE-KNOWN-FAILURE.
           Compute FD-Divide-Remain =
                   Function NUMVAL (WS-In-Divide-Remain)
           Compute FD-Calc-Remain =
                   Function NUMVAL (WS-In-Calc-Remain)
           Move WS-In-Failure-Class To FD-Failure-Class
           Move WS-Run-Timestamp To FD-Last-Seen
           Add 1 To FD-Times-Seen
      *    a FIXED entry showing up in a new sweep has regressed:
               Invalid Key
                   Display 'REMKFDB: REWRITE failed, status='
                           WS-Faildb-Status ' key=' FD-Key
                   Add 1 To WS-Rejected-Count
                   Move 8 To Return-Code
               Not Invalid Key
                   Add 1 To WS-Updated-Count
           End-Rewrite.
      *---------------------------------------------------------------
      *  LOAD's counts, posted as the consumer side of the sweep
      *  hand-off -- also when SWPOUT or FAILDB would not open, so a
      *  wrong or missing DD shows up in REMBAL as records the sweep
      *  wrote and nobody loaded.  Every record read is either
      *  added, updated or rejected (a failed WRITE/REWRITE).  The
      *  counts are of SWPOUT lines, as the sweep posted them: a
      *  BAND-LOW= line whose keys all filed counts once under
      *  BANDS, and ADDED/UPDATED count only per-dividend lines.
      *---------------------------------------------------------------
       POST-RUN-CONTROL-COUNTS.
           Initialize Ledger-Posting
           Move 'REMKFDB'  To Ledger-Program
           Move 'LOAD'     To Ledger-Function
           Move WS-Ledger-Handoff To Ledger-Handoff
           Set Ledger-Consumer To True
           Move WS-Swpout-Read-Count To Ledger-Read-Count
           Compute Ledger-Written-Count =
                   WS-Line-Added-Count + WS-Line-Updated-Count
                   + WS-Line-Band-Count
           Move WS-Line-Rejected-Count To Ledger-Rejected-Count
           Move 'ADDED'                To Ledger-Detail-Name (1)
           Move WS-Line-Added-Count    To Ledger-Detail-Count (1)
           Move 'UPDATED'              To Ledger-Detail-Name (2)
           Move WS-Line-Updated-Count  To Ledger-Detail-Count (2)
           Move 'BANDS'                To Ledger-Detail-Name (3)
           Move WS-Line-Band-Count     To Ledger-Detail-Count (3)
           Move Return-Code          To Ledger-Step-Rc
           Call 'REMPOST' Using Ledger-Posting.
      *---------------------------------------------------------------
      *  Answer "is this value pair in the bug's blast radius?" for
      *  each request record: keyed read, one status line per request.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *  One entry's re-verification.  Entries recorded under some
      *  other profile stay untouched -- this load module's divide
      *  says nothing about them -- and a zero divisor, or a
      *  baseline pair past the halfword, on file is corrupt data,
      *  reported rather than divided by.
      *---------------------------------------------------------------
       VERIFY-ONE-ENTRY.
           Evaluate True
               When FD-Rep Not = 'UNS-HALF'
                   Add 1 To WS-Other-Rep-Count
               When FD-Divisor = 0
                Or FD-Divisor > 65535
                Or FD-Dividend > 65535
                   Add 1 To WS-Unusable-Count
                   Display 'REMKFDB: zero divisor or value past the'
                           ' halfword on file, key=' FD-Key
               When Other
                   Perform REDRIVE-ONE-DIVIDE
                   If WS-Failure-Class Not = Spaces
