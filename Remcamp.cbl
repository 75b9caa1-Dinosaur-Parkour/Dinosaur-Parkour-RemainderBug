      *     ',PROFILE=xxxx'      - profile tag stamped into
      *                            Profile-Id ahead of every A31BR14
      *                            call, as REMAIN1 does
      *     ',BAND'              - write each run of contiguous
      *                            failing dividends with the same
      *                            class and error delta as one
      *                            BAND-LOW= range line instead of
      *                            one line per dividend (see
      *                            WS-Band-Line)
      *
      *  Each WORKQ-RECORD carries the wall-clock seconds its
      *  divisor's sweep has consumed so far (accrued at every
      *
      *  Mismatch records go to SWPOUT in the same layout REMAIN1's
      *  sweep writes, so REMCOMP and REMKFDB consume them unchanged.
      *  With BAND the failing runs the bug produces (tens of
      *  thousands of dividends per divisor) collapse to a handful
      *  of range lines; REMCOMP, REMBAND and REMKFDB LOAD read them
      *  alongside per-dividend lines, and REMEXPND turns them back
      *  into per-dividend lines for anything else.
      *  CAMPRPT gets the campaign summary: one line per divisor plus
      *  rollup totals -- the full two-dimensional picture of the bug.
      *  The mismatch lines this window added to SWPOUT are posted
      *  to the run-control ledger (CALL 'REMPOST', hand-off
      *  CAMPSWP) so REMBAL can prove REMKFDB LOAD consumed every
      *  one of them.
      *
      *  RETURN-CODE: 0 = campaign complete, no mismatches anywhere,
      *               1 = queue still holds pending/in-progress work
      *     Unsigned (Native) Binary Halfwords
           COPY STUFFCPY.

      * run-control ledger posting area for CALL 'REMPOST'
           COPY LEDGCPY.

       01  WS-Campwq-Status         PIC XX.
       01  WS-Swpout-Status         PIC XX.
       01  WS-Camprpt-Status        PIC XX.
           05 WS-Parm-Tok2          PIC X(40).
           05 WS-Parm-Tok3          PIC X(40).
           05 WS-Parm-Tok4          PIC X(40).
           05 WS-Parm-Tok5          PIC X(40).
       01  WS-Parm-Token-Table Redefines WS-Parm-Tokens.
           05 WS-Parm-Tok           PIC X(40)   Occurs 5 Times.
       01  WS-Parm-Ix               PIC 9(4)  Comp Value 0.

       01  WS-Max-Divisors          PIC 9(5)    Value 0.
       01  WS-Divisors-Done-Now     PIC 9(5)    Value 0.
           05 FILLER                PIC X(7)    Value ' CLASS='.
           05 SL-Failure-Class      PIC X(4).

      *---------------------------------------------------------------
      *  BAND range line: dividends BAND-LOW= thru HIGH= against
      *  DIVISOR= all failed with the same CLASS=, the same DELTA=
      *  (DIV-REMAIN minus CALC-REMAIN) and a CALC-REMAIN that rose
      *  by one per dividend from CALC= at the low end, so every
      *  per-dividend line it stands for can be rebuilt exactly:
      *     CALC-REMAIN = CALC= + (dividend - BAND-LOW=)
      *     DIV-REMAIN  = CALC-REMAIN + DELTA=
      *  Same 74 bytes as WS-Sweep-Line, with the low dividend,
      *  divisor, CALC= and CLASS= in the per-dividend line's
      *  columns, so a sort or sequence check on those columns
      *  orders both kinds of line alike.  A run of one dividend is
      *  written as an ordinary per-dividend line.
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

       01  WS-Total-Mismatch-Count  PIC 9(9)    Value 0.
       01  WS-Swpout-Written-Count  PIC 9(9)    Value 0.
       01  WS-Swpout-Open-Mode      PIC X       Value 'X'.
       01  WS-Pending-Count         PIC 9(4)  Comp Value 0.
       01  WS-Complete-Count        PIC 9(4)  Comp Value 0.

               Perform REWRITE-WORK-QUEUE
               Perform WRITE-CAMPAIGN-SUMMARY
               Perform SET-FINAL-RETURN-CODE
               Perform POST-RUN-CONTROL-COUNTS
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  PARM (from JCL EXEC PARM=):
      *     'CAMPAIGN[,MAXDIV=n][,MAXTIME=n][,PROFILE=xxxx][,BAND]'
      *---------------------------------------------------------------
       PARSE-PARM.
           Move Spaces To WS-Parm-Tokens
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2
                        WS-Parm-Tok3 WS-Parm-Tok4
                        WS-Parm-Tok5
               End-Unstring
           End-If
           Perform APPLY-ONE-PARM-TOKEN
               Varying WS-Parm-Ix From 2 By 1
               Until WS-Parm-Ix > 5.

       APPLY-ONE-PARM-TOKEN.
           If WS-Parm-Tok (WS-Parm-Ix) = 'BAND'
               Set WS-Band-Output To True
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:7) = 'MAXDIV='
               Compute WS-Max-Divisors =
                       Function NUMVAL (WS-Parm-Tok (WS-Parm-Ix) (8:13))
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:8) = 'MAXTIME='
               Compute WS-Max-Seconds =
                       Function NUMVAL (WS-Parm-Tok (WS-Parm-Ix) (9:12))
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:8) = 'PROFILE='
               Move WS-Parm-Tok (WS-Parm-Ix) (9:20) To WS-Profile-Text
           End-If.
      *---------------------------------------------------------------
      *
           Open Extend SWEEP-FILE
           If WS-Swpout-Status = '35'
               Open Output SWEEP-FILE
               Move 'N' To WS-Swpout-Open-Mode
           End-If
           If WS-Swpout-Status Not = '00'
               Display 'REMCAMP: unable to open SWPOUT, status='
                   Move 65535 To WS-Sweep-Current-Dividend
                   Perform PROCESS-ONE-CAMPAIGN-VALUE
               End-If
               Perform FLUSH-OPEN-BAND
               Set QT-Complete (WS-Work-Ix) To True
               Move 65535 To QT-Last-Dividend (WS-Work-Ix)
               Perform ACCRUE-DIVISOR-ELAPSED
           Perform CHECK-REMAINDER-MISMATCH
           If WS-Mismatch-Flag Not = Spaces
               Add 1 To QT-Mismatch-Count (WS-Work-Ix)
               If WS-Band-Output
                   Perform BAND-ONE-MISMATCH
               Else
                   Move Dividend             To SL-Dividend
                   Move Divisor              To SL-Divisor
                   Move Remain               To SL-Divide-Remain
                   Move WS-Recomputed-Remain To SL-Calc-Remain
                   Move WS-Failure-Class     To SL-Failure-Class
                   Move WS-Sweep-Line        To SWEEP-RECORD
                   Write SWEEP-RECORD
                   Add 1 To WS-Swpout-Written-Count
               End-If
           End-If
           Add 1 To WS-Iterations-Since-Checkpoint
           If WS-Iterations-Since-Checkpoint >= WS-Checkpoint-Interval
      *        the open band goes out ahead of the checkpoint, so a
      *        resumed window never owes SWPOUT a line for dividends
      *        the queue already shows as swept
               Perform FLUSH-OPEN-BAND
               Move WS-Sweep-Current-Dividend
                   To QT-Last-Dividend (WS-Work-Ix)
               Perform ACCRUE-DIVISOR-ELAPSED
               Move 0 To WS-Iterations-Since-Checkpoint
           End-If.
      *---------------------------------------------------------------
      *  BAND output: a mismatch extends the open band when it is
      *  the next dividend against the same divisor with the same
      *  class, the same error delta and a CALC-REMAIN one past the
      *  band's last -- exactly the conditions under which the range
      *  line rebuilds it (see WS-Band-Line).  Anything else writes
      *  the open band out and starts a new one.
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
      *  Full invariant check, exactly as REMAIN1's
      *  CHECK-REMAINDER-MISMATCH does it: the remainder recomputed
      *  from the returned Quotient feeds CALC-REMAIN, the verdict
                   End-If
               End-If
           End-If.
      *---------------------------------------------------------------
      *  This window's SWPOUT lines, posted as the producer side of
      *  the CAMPSWP hand-off.  Every line is a mismatch record, so
      *  all of them are carried to the consumer; under BAND a range
      *  line counts once, however many dividends it stands for.
      *---------------------------------------------------------------
       POST-RUN-CONTROL-COUNTS.
           Initialize Ledger-Posting
           Move 'REMCAMP'  To Ledger-Program
           Move 'CAMPAIGN' To Ledger-Function
           Move 'CAMPSWP'  To Ledger-Handoff
           Set Ledger-Producer To True
           Move WS-Swpout-Open-Mode     To Ledger-Open-Mode
           Move WS-Swpout-Written-Count To Ledger-Written-Count
           Move WS-Swpout-Written-Count To Ledger-Carried-Count
           Move Return-Code             To Ledger-Step-Rc
           Call 'REMPOST' Using Ledger-Posting.
