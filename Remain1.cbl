           SELECT BKENDID-FILE ASSIGN TO BKENDID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Bkendid-Status.
           SELECT DIVQ-FILE ASSIGN TO DIVQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Divqin-Status.
      *--------------------
       DATA DIVISION.
      *--------------------

       FD  HISTORY-FILE
           RECORDING MODE IS F.
      *    HISTLOG is the night's staging dataset every RUNn step
      *    extends (DISP=MOD); REMHLOAD files it into the keyed
      *    history master and the job then archives it as one
      *    REMAIN1.HIST.LOG generation.  The program itself only
      *    ever appends the one record for this run.  251 bytes:
      *    the run date/time, job, step and profile columns follow
      *    the original 161, so readers of the old layout still
      *    find every field where it was.
       01  HISTORY-RECORD               PIC X(251).

       FD  BKENDID-FILE
           RECORDING MODE IS F.
      *    module's own compile listing (see READ-BACKEND-ID).
       01  BKENDID-RECORD               PIC X(52).

       FD  DIVQ-FILE
           RECORDING MODE IS F.
      *    One divisor per 5-byte record, in the order to be swept;
      *    only SWEEP,DIVQ opens it (see SWEEP-DIVISOR-QUEUE).
       01  DIVQ-RECORD.
           05 DQ-Divisor                PIC 9(5).

       WORKING-STORAGE SECTION.

      * all variables used in the Divide are:
           88 WS-Fresh-Sweep-Start              Value 'N'.
       01  WS-Sweep-Processed-Switch PIC X      Value 'N'.
           88 WS-Sweep-Values-Processed         Value 'Y'.
       01  WS-Divqin-Status         PIC XX.
       01  WS-Divqin-Eof-Switch     PIC X       Value 'N'.
           88 Divqin-Eof                        Value 'Y'.
       01  WS-Divq-Switch           PIC X       Value 'N'.
           88 WS-Divq-Sweep                     Value 'Y'.
       01  WS-Divq-Swept-Count      PIC 9(5)    Value 0.
      *    SWPOUT lines written by this execution alone (a resumed
      *    sweep's WS-Sweep-Mismatch-Count carries the earlier
      *    runs' too), and whether SWPOUT was started afresh ('N')
      *    or extended ('X'), for the run-control ledger posting.
       01  WS-Swpout-Written-Count  PIC 9(9)    Value 0.
       01  WS-Swpout-Open-Mode      PIC X       Value 'N'.

      * run-control ledger posting area for CALL 'REMPOST'
           COPY LEDGCPY.
       01  WS-Histlog-Status        PIC XX.

      *---------------------------------------------------------------
           05 HL-Run-Mode           PIC X(8).
           05 FILLER                PIC X(11)   Value ' MISMATCH='.
           05 HL-Mismatch-Count     PIC ZZZZZZZZ9.
      *    which night and which job step produced this record --
      *    REMHLOAD keys the history master on them instead of on
      *    the GDG generation the record happened to land in
           05 FILLER                PIC X(10)   Value ' RUN-DATE='.
           05 HL-Run-Date           PIC X(8).
           05 FILLER                PIC X(10)   Value ' RUN-TIME='.
           05 HL-Run-Time           PIC X(6).
           05 FILLER                PIC X(5)    Value ' JOB='.
           05 HL-Job-Name           PIC X(8).
           05 FILLER                PIC X(6)    Value ' STEP='.
           05 HL-Step-Name          PIC X(8).
           05 FILLER                PIC X(9)    Value ' PROFILE='.
           05 HL-Profile-Id         PIC X(20).

      *    X(40) tokens: a PROFILE= token carrying the full 20-byte
      *    profile tag is 28 characters and must not be truncated by
           05 WS-Parm-Tok2          PIC X(40).
           05 WS-Parm-Tok3          PIC X(40).
           05 WS-Parm-Tok4          PIC X(40).
           05 WS-Parm-Tok5          PIC X(40).
           05 WS-Parm-Tok6          PIC X(40).
           05 WS-Parm-Tok7          PIC X(40).
           05 WS-Parm-Tok8          PIC X(40).
       01  WS-Parm-Token-Table Redefines WS-Parm-Tokens.
           05 WS-Parm-Tok           PIC X(40)   Occurs 8 Times.
       01  WS-Parm-Ix               PIC 9(4)  Comp Value 0.
      *    set when the PARM has more tokens than the table holds;
      *    the CALLs made during the run reset RETURN-CODE, so the
      *    8 is re-applied at the end of PROGRAM-CONTROL
       01  WS-Parm-Overflow-Switch  PIC X       Value 'N'.
           88 WS-Parm-Overflow                  Value 'Y'.

      *    Job and step names from the JOB=/STEP= PARM tokens (see
      *    PARSE-PARM); blank when an ad hoc run does not pass them.
       01  WS-Job-Name              PIC X(8)    Value Spaces.
       01  WS-Step-Name             PIC X(8)    Value Spaces.
       01  WS-Current-Date-Stamp    PIC X(21).

       01  WS-Sweep-Line.
           05 FILLER                PIC X(9)    Value 'DIVIDEND='.
           05 SL-Calc-Remain        PIC ZZZZ9.
           05 FILLER                PIC X(7)    Value ' CLASS='.
           05 SL-Failure-Class      PIC X(4).

      *---------------------------------------------------------------
      *  BAND range line (PARM BAND): dividends BAND-LOW= thru HIGH=
      *  against DIVISOR= all failed with the same CLASS=, the same
      *  DELTA= (DIV-REMAIN minus CALC-REMAIN) and a CALC-REMAIN
      *  that rose by one per dividend from CALC= at the low end, so
      *  every per-dividend line it stands for can be rebuilt:
      *     CALC-REMAIN = CALC= + (dividend - BAND-LOW=)
      *     DIV-REMAIN  = CALC-REMAIN + DELTA=
      *  Same 74 bytes as WS-Sweep-Line, with the low dividend,
      *  divisor, CALC= and CLASS= in the per-dividend line's
      *  columns.  Must match REMCAMP's WS-Band-Line.
      *---------------------------------------------------------------
       01  WS-Band-Line.
           05 FILLER                PIC X(9)    Value 'BAND-LOW='.
           05 BN-Low-Dividend       PIC ZZZZ9.
           05 FILLER                PIC X(9)    Value ' DIVISOR='.
           05 BN-Divisor            PIC ZZZZ9.
           05 FILLER                PIC X(6)    Value ' HIGH='.
           05 BN-High-Dividend      PIC ZZZZ9.
           05 FILLER                PIC X(7)    Value ' DELTA='.
           05 BN-Delta              PIC -(5)9.
           05 FILLER                PIC X(6)    Value ' CALC='.
           05 BN-Calc-Remain        PIC ZZZZ9.
           05 FILLER                PIC X(7)    Value ' CLASS='.
           05 BN-Failure-Class      PIC X(4).

       01  WS-Band-Switch           PIC X       Value 'N'.
           88 WS-Band-Output                    Value 'Y'.
       01  WS-Band-Open-Switch      PIC X       Value 'N'.
           88 WS-Band-Open                      Value 'Y'.
       01  WS-Band-Divisor          PIC 9(5)    Value 0.
       01  WS-Band-Low-Dividend     PIC 9(5)    Value 0.
       01  WS-Band-High-Dividend    PIC 9(5)    Value 0.
       01  WS-Band-Class            PIC X(4)    Value Spaces.
       01  WS-Band-Delta            PIC S9(5)   Value 0.
       01  WS-Band-Low-Calc         PIC 9(5)    Value 0.
       01  WS-Band-High-Calc        PIC 9(5)    Value 0.
       01  WS-Mismatch-Dividend     PIC 9(5)    Value 0.
       01  WS-Mismatch-Calc         PIC 9(5)    Value 0.
       01  WS-Mismatch-Delta        PIC S9(5)   Value 0.
       01  WS-Compile-Timestamp     PIC X(16)   Value Spaces.
       01  WS-Pass-Count            PIC 9(9)    Value 0.
       01  WS-Fail-Count            PIC 9(9)    Value 0.
           Perform PARSE-PARM
           Evaluate WS-Run-Mode
               When 'SWEEP'
                   If WS-Divq-Sweep
                       Perform SWEEP-DIVISOR-QUEUE
                   Else
                       Perform SWEEP-CONTROL
                   End-If
               When Other
                   Perform TEST-CASE-CONTROL
           End-Evaluate
           If WS-Fail-Count > 0 Or WS-Sweep-Mismatch-Count > 0
               Move 4 To Return-Code
           End-If
           If WS-Parm-Overflow
               Move 8 To Return-Code
           End-If
           If WS-Run-Mode = 'SWEEP' And WS-Sweep-Divisor Not = 0
              And Not WS-Divq-Sweep
               Perform POST-RUN-CONTROL-COUNTS
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  The backend id REMBKEND extracted from this load module's
      *  PARM (from JCL EXEC PARM=) selects the run mode:
      *     'TEST'             - run the data-driven test cases (dflt)
      *     'SWEEP,divisor'    - sweep every Dividend against divisor
      *     'SWEEP,DIVQ'       - sweep every Dividend against each
      *                          divisor listed on DIVQIN in turn
      *  followed by any of PROFILE=, OPTVAL=, JOB=, STEP=, XCHECK
      *  and BAND, in any order (see APPLY-ONE-PARM-TOKEN).  BAND
      *  has SWEEP,divisor write each run of contiguous failing
      *  dividends with the same class and error delta as one
      *  BAND-LOW= range line (see WS-Band-Line); it is ignored for
      *  SWEEP,DIVQ, whose SWPOUT REMCERT reads line by line.
      *---------------------------------------------------------------
       PARSE-PARM.
           Move Spaces To WS-Parm-Tokens
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2
                        WS-Parm-Tok3 WS-Parm-Tok4
                        WS-Parm-Tok5 WS-Parm-Tok6
                        WS-Parm-Tok7 WS-Parm-Tok8
                   On Overflow
                       Display 'REMAIN1: too many PARM tokens'
                       Move 8 To Return-Code
                       Set WS-Parm-Overflow To True
               End-Unstring
           End-If
           If WS-Parm-Tok1 (1:5) = 'SWEEP'
               Move 'SWEEP' To WS-Run-Mode
               Evaluate True
                   When WS-Parm-Tok2 = 'DIVQ'
                       Set WS-Divq-Sweep To True
                   When WS-Parm-Tok2 Not = Spaces
                       Move Function NUMVAL (WS-Parm-Tok2)
                           To WS-Sweep-Divisor
               End-Evaluate
           Else
               Move 'TEST' To WS-Run-Mode
           End-If
           Perform APPLY-ONE-PARM-TOKEN
               Varying WS-Parm-Ix From 2 By 1
               Until WS-Parm-Ix > 8
           If WS-Band-Output And WS-Divq-Sweep
               Display 'REMAIN1: BAND ignored for SWEEP,DIVQ'
               Move 'N' To WS-Band-Switch
           End-If.

       APPLY-ONE-PARM-TOKEN.
           If WS-Parm-Tok (WS-Parm-Ix) (1:8) = 'PROFILE='
               Move WS-Parm-Tok (WS-Parm-Ix) (9:20) To WS-Profile-Text
           End-If
      *    OPTVAL= overrides WS-Opt-Setting the same way PROFILE=
      *    overrides WS-Profile-Text above.  This exists because the
      *    only correct for the OPT(2) load module; RUN0/RUN1 pass
      *    OPTVAL= to tag RPTOUT/HISTLOG with the OPT level that was
      *    actually compiled into that step's load module.
           If WS-Parm-Tok (WS-Parm-Ix) (1:7) = 'OPTVAL='
               Move WS-Parm-Tok (WS-Parm-Ix) (8:6) To WS-Opt-Setting
           End-If
      *    JOB=/STEP= identify the job step in the history record,
      *    so a bypassed or rerun step shows up by name.
           If WS-Parm-Tok (WS-Parm-Ix) (1:4) = 'JOB='
               Move WS-Parm-Tok (WS-Parm-Ix) (5:8) To WS-Job-Name
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:5) = 'STEP='
               Move WS-Parm-Tok (WS-Parm-Ix) (6:8) To WS-Step-Name
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) = 'XCHECK'
               Set WS-Xcheck-On To True
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) = 'BAND'
               Set WS-Band-Output To True
           End-If.
      *---------------------------------------------------------------
      *  Read the data-driven test cases from TESTCASE-FILE.
           Else
               Perform CHECK-FOR-RESTART-FILE
               If WS-Resume-From-Checkpoint
                   Move 'X' To WS-Swpout-Open-Mode
                   Open Extend SWEEP-FILE
                   If WS-Swpout-Status = '35'
                       Open Output SWEEP-FILE
                       Move 'N' To WS-Swpout-Open-Mode
                   End-If
               Else
                   Open Output SWEEP-FILE
                   Move 65535 To WS-Sweep-Current-Dividend
                   Perform PROCESS-ONE-SWEEP-VALUE
               End-If
               Perform FLUSH-OPEN-BAND
               Close SWEEP-FILE
      *        Only rewrite the restart file if this run actually
      *        drove at least one sweep value.  If WS-Sweep-Start-
               End-If
           End-If.
      *---------------------------------------------------------------
      *  Sweep a list of divisors in one execution: every Dividend
      *  against each divisor on DIVQIN, in the order listed, into
      *  one fresh SWPOUT.  The compiler-PTF certification job
      *  (REMCERTJ) sweeps the top production divisors this way
      *  under both the current and the staged compiler, listed in
      *  ascending order so the output is in the sequence REMCOMP-
      *  style matching needs.  There is no checkpoint -- a list
      *  sweep that dies is simply rerun -- and the SWPOUT it writes
      *  is certification evidence, not a FAILDB feed, so nothing is
      *  posted to the run-control ledger.
      *---------------------------------------------------------------
       SWEEP-DIVISOR-QUEUE.
           Open Input DIVQ-FILE
           If WS-Divqin-Status Not = '00'
               Display 'REMAIN1: unable to open DIVQIN, status='
                       WS-Divqin-Status
               Move 8 To Return-Code
           Else
               Open Output SWEEP-FILE
               If WS-Swpout-Status Not = '00'
                   Display 'REMAIN1: unable to open SWPOUT, status='
                           WS-Swpout-Status
                   Move 8 To Return-Code
               Else
                   Perform Until Divqin-Eof
                       Read DIVQ-FILE
                           At End Set Divqin-Eof To True
                           Not At End
                               Perform SWEEP-ONE-QUEUED-DIVISOR
                       End-Read
                   End-Perform
                   Close SWEEP-FILE
                   Display 'REMAIN1: ' WS-Divq-Swept-Count
                           ' divisors swept from DIVQIN, '
                           WS-Sweep-Mismatch-Count ' mismatches'
               End-If
               Close DIVQ-FILE
           End-If.

       SWEEP-ONE-QUEUED-DIVISOR.
           Evaluate True
               When DQ-Divisor Not Numeric
                   Display 'REMAIN1: DIVQIN record not numeric, '
                           'skipped: ' DIVQ-RECORD
               When DQ-Divisor = 0 Or DQ-Divisor > 65535
                   Display 'REMAIN1: DIVQIN divisor ' DQ-Divisor
                           ' outside 1-65535, skipped'
               When Other
                   Add 1 To WS-Divq-Swept-Count
                   Move DQ-Divisor To WS-Sweep-Divisor
                   Perform PROCESS-ONE-SWEEP-VALUE
                       Varying WS-Sweep-Current-Dividend
                       From 0 By 1
                       Until WS-Sweep-Current-Dividend = 65535
                   Move 65535 To WS-Sweep-Current-Dividend
                   Perform PROCESS-ONE-SWEEP-VALUE
           End-Evaluate.
      *---------------------------------------------------------------
      *  If a restart file exists for this same Divisor, resume the
      *  sweep just past the last Dividend it recorded and carry
      *  forward its running mismatch count.  A checkpoint left over
           End-If
           If WS-Mismatch-Flag Not = Spaces
               Add 1 To WS-Sweep-Mismatch-Count
               If WS-Band-Output
                   Perform BAND-ONE-MISMATCH
               Else
                   Move Dividend           To SL-Dividend
                   Move Divisor            To SL-Divisor
                   Move Remain             To SL-Divide-Remain
                   Move WS-Recomputed-Remain To SL-Calc-Remain
                   Move WS-Failure-Class    To SL-Failure-Class
                   Move WS-Sweep-Line       To SWEEP-RECORD
                   Write SWEEP-RECORD
                   Add 1 To WS-Swpout-Written-Count
               End-If
           End-If
           Add 1 To WS-Iterations-Since-Checkpoint
           If WS-Iterations-Since-Checkpoint >= WS-Checkpoint-Interval
              And Not WS-Divq-Sweep
      *        the open band goes out ahead of the checkpoint, so a
      *        resumed sweep never owes SWPOUT a line for dividends
      *        the restart file already shows as swept
               Perform FLUSH-OPEN-BAND
               Perform WRITE-CHECKPOINT
               Move 0 To WS-Iterations-Since-Checkpoint
           End-If.
      *---------------------------------------------------------------
      *  BAND output: a mismatch extends the open band when it is
      *  the next dividend with the same class, the same error delta
      *  and a CALC-REMAIN one past the band's last -- exactly the
      *  conditions under which the range line rebuilds it.
      *  Anything else writes the open band out and starts a new
      *  one; a band of a single dividend goes out as an ordinary
      *  per-dividend line.
      *---------------------------------------------------------------
       BAND-ONE-MISMATCH.
           Move Dividend             To WS-Mismatch-Dividend
           Move WS-Recomputed-Remain To WS-Mismatch-Calc
           Compute WS-Mismatch-Delta = Remain - WS-Mismatch-Calc
           If WS-Band-Open
              And Divisor = WS-Band-Divisor
              And WS-Mismatch-Dividend = WS-Band-High-Dividend + 1
              And WS-Failure-Class = WS-Band-Class
              And WS-Mismatch-Delta = WS-Band-Delta
              And WS-Mismatch-Calc = WS-Band-High-Calc + 1
               Move WS-Mismatch-Dividend To WS-Band-High-Dividend
               Move WS-Mismatch-Calc     To WS-Band-High-Calc
           Else
               Perform FLUSH-OPEN-BAND
               Set WS-Band-Open To True
               Move Divisor              To WS-Band-Divisor
               Move WS-Mismatch-Dividend To WS-Band-Low-Dividend
               Move WS-Mismatch-Dividend To WS-Band-High-Dividend
               Move WS-Failure-Class     To WS-Band-Class
               Move WS-Mismatch-Delta    To WS-Band-Delta
               Move WS-Mismatch-Calc     To WS-Band-Low-Calc
               Move WS-Mismatch-Calc     To WS-Band-High-Calc
           End-If.

       FLUSH-OPEN-BAND.
           If WS-Band-Open
               If WS-Band-High-Dividend = WS-Band-Low-Dividend
                   Move WS-Band-Low-Dividend To SL-Dividend
                   Move WS-Band-Divisor      To SL-Divisor
                   Compute SL-Divide-Remain =
                           WS-Band-Low-Calc + WS-Band-Delta
                   Move WS-Band-Low-Calc     To SL-Calc-Remain
                   Move WS-Band-Class        To SL-Failure-Class
                   Move WS-Sweep-Line        To SWEEP-RECORD
               Else
                   Move WS-Band-Low-Dividend  To BN-Low-Dividend
                   Move WS-Band-Divisor       To BN-Divisor
                   Move WS-Band-High-Dividend To BN-High-Dividend
                   Move WS-Band-Delta         To BN-Delta
                   Move WS-Band-Low-Calc      To BN-Calc-Remain
                   Move WS-Band-Class         To BN-Failure-Class
                   Move WS-Band-Line          To SWEEP-RECORD
               End-If
               Write SWEEP-RECORD
               Add 1 To WS-Swpout-Written-Count
               Move 'N' To WS-Band-Open-Switch
           End-If.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROCESS-ONE-TEST-CASE.
           Move WS-Arch-Setting       To HL-Arch-Setting
           Move WS-Tune-Setting       To HL-Tune-Setting
           Move WS-Run-Mode           To HL-Run-Mode
           Move Function CURRENT-DATE To WS-Current-Date-Stamp
           Move WS-Current-Date-Stamp (1:8) To HL-Run-Date
           Move WS-Current-Date-Stamp (9:6) To HL-Run-Time
           Move WS-Job-Name           To HL-Job-Name
           Move WS-Step-Name          To HL-Step-Name
           Move WS-Profile-Text       To HL-Profile-Id
           Evaluate WS-Run-Mode
               When 'SWEEP'
                   Move WS-Sweep-Mismatch-Count To HL-Mismatch-Count
           Move WS-History-Line To HISTORY-RECORD
           Write HISTORY-RECORD
           Close HISTORY-FILE.
      *---------------------------------------------------------------
      *  A sweep's SWPOUT lines, posted as the producer side of the
      *  SWEEPSWP hand-off REMKFDB LOAD consumes (a BAND range line
      *  counts once, however many dividends it stands for).  The
      *  sweep steps run from a temporary load library, so a REMPOST
      *  that is not on the STEPLIB concatenation is reported, not
      *  abended on.
      *---------------------------------------------------------------
       POST-RUN-CONTROL-COUNTS.
           Initialize Ledger-Posting
           Move 'REMAIN1'  To Ledger-Program
           Move 'SWEEP'    To Ledger-Function
           Move 'SWEEPSWP' To Ledger-Handoff
           Set Ledger-Producer To True
           Move WS-Swpout-Open-Mode     To Ledger-Open-Mode
           Move WS-Swpout-Written-Count To Ledger-Written-Count
           Move WS-Swpout-Written-Count To Ledger-Carried-Count
           Move Return-Code             To Ledger-Step-Rc
           Call 'REMPOST' Using Ledger-Posting
               On Exception
                   Display 'REMAIN1: REMPOST not found, SWPOUT'
                           ' counts not posted to RUNCTL'
           End-Call.
