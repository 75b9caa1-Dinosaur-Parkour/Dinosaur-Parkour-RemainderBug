       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMEXPND.
      *
      * Expands BAND-encoded sweep output back to one line per
      * failing dividend.
      *
      *  A REMAIN1 or REMCAMP sweep run with BAND writes each run of
      *  contiguous failing dividends with the same class and error
      *  delta as one BAND-LOW= range line (see REMAIN1's
      *  WS-Band-Line).  REMCOMP, REMBAND and REMKFDB LOAD read those
      *  lines directly; everything else that wants worked examples
      *  -- REMPACK's case packet above all -- expects the original
      *  per-dividend DIVIDEND= lines.  This program reads a SWPOUT
      *  dataset (banded, unbanded or mixed) on SWPIN and writes to
      *  SWPOUT:
      *
      *     - every per-dividend line, copied unchanged
      *     - every range line, as the per-dividend lines it stands
      *       for, dividend BAND-LOW= thru HIGH=, with
      *          CALC-REMAIN = CALC= + (dividend - BAND-LOW=)
      *          DIV-REMAIN  = CALC-REMAIN + DELTA=
      *       and the range line's DIVISOR= and CLASS=
      *
      *  in input order, so the output is line for line what the
      *  same sweep would have written without BAND.
      *
      *  RETURN-CODE: 0 = SWPIN expanded to SWPOUT,
      *               4 = at least one unusable range line (HIGH=
      *                   below BAND-LOW= or past 65535) was skipped,
      *                   see SYSOUT,
      *               8 = file problem.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWPIN-FILE ASSIGN TO SWPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Swpin-Status.
           SELECT SWPOUT-FILE ASSIGN TO SWPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Swpout-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  SWPIN-FILE
           RECORDING MODE IS F.
      *    Must match WS-Sweep-Line as written by REMAIN1's
      *    PROCESS-ONE-SWEEP-VALUE and REMCAMP's campaign sweep.
       01  SWPIN-RECORD.
           05 FILLER                PIC X(9).
           05 SW-Dividend           PIC X(5).
           05 FILLER                PIC X(9).
           05 SW-Divisor            PIC X(5).
           05 FILLER                PIC X(12).
           05 SW-Divide-Remain      PIC X(5).
           05 FILLER                PIC X(13).
           05 SW-Calc-Remain        PIC X(5).
           05 FILLER                PIC X(7).
           05 SW-Failure-Class      PIC X(4).
      *    Must match WS-Band-Line as written by REMAIN1's and
      *    REMCAMP's FLUSH-OPEN-BAND: the low dividend, divisor,
      *    CALC= and CLASS= share the per-dividend columns above.
       01  SWPIN-BAND-RECORD.
           05 SB-Band-Tag           PIC X(9).
           05 FILLER                PIC X(25).
           05 SB-High-Dividend      PIC X(5).
           05 FILLER                PIC X(7).
           05 SB-Delta              PIC X(6).
           05 FILLER                PIC X(22).

       FD  SWPOUT-FILE
           RECORDING MODE IS F.
       01  SWPOUT-RECORD                PIC X(74).

       WORKING-STORAGE SECTION.

       01  WS-Swpin-Status          PIC XX.
       01  WS-Swpout-Status         PIC XX.
       01  WS-Swpin-Eof-Switch      PIC X       Value 'N'.
           88 Swpin-Eof                         Value 'Y'.

       01  WS-Line-Read-Count       PIC 9(9)    Value 0.
       01  WS-Range-Line-Count      PIC 9(9)    Value 0.
       01  WS-Unusable-Line-Count   PIC 9(9)    Value 0.
       01  WS-Line-Written-Count    PIC 9(9)    Value 0.

       01  WS-Range-Low-Dividend    PIC 9(5)    Value 0.
       01  WS-Range-High            PIC 9(5)    Value 0.
       01  WS-Range-Delta           PIC S9(5)   Value 0.
       01  WS-Range-Low-Calc        PIC 9(5)    Value 0.
       01  WS-Range-Dividend        PIC 9(5)    Value 0.
       01  WS-Range-Calc            PIC 9(5)    Value 0.

      *    Must match REMAIN1's WS-Sweep-Line.
       01  WS-Sweep-Line.
           05 FILLER                PIC X(9)    Value 'DIVIDEND='.
           05 SL-Dividend           PIC ZZZZ9.
           05 FILLER                PIC X(9)    Value ' DIVISOR='.
           05 SL-Divisor            PIC X(5).
           05 FILLER                PIC X(12)   Value ' DIV-REMAIN='.
           05 SL-Divide-Remain      PIC ZZZZ9.
           05 FILLER                PIC X(13)   Value ' CALC-REMAIN='.
           05 SL-Calc-Remain        PIC ZZZZ9.
           05 FILLER                PIC X(7)    Value ' CLASS='.
           05 SL-Failure-Class      PIC X(4).

       PROCEDURE DIVISION.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-CONTROL.
           Open Input SWPIN-FILE
           If WS-Swpin-Status Not = '00'
               Display 'REMEXPND: unable to open SWPIN, status='
                       WS-Swpin-Status
               Move 8 To Return-Code
           Else
               Open Output SWPOUT-FILE
               If WS-Swpout-Status Not = '00'
                   Display 'REMEXPND: unable to open SWPOUT, status='
                           WS-Swpout-Status
                   Move 8 To Return-Code
               Else
                   Perform Until Swpin-Eof
                       Read SWPIN-FILE
                           At End Set Swpin-Eof To True
                           Not At End Perform EXPAND-ONE-LINE
                       End-Read
                   End-Perform
                   Close SWPOUT-FILE
                   Display 'REMEXPND: ' WS-Line-Read-Count
                           ' lines read, ' WS-Range-Line-Count
                           ' range lines expanded, '
                           WS-Line-Written-Count ' lines written'
                   If WS-Unusable-Line-Count > 0
                       Display 'REMEXPND: ' WS-Unusable-Line-Count
                               ' unusable range lines skipped'
                       Move 4 To Return-Code
                   End-If
               End-If
               Close SWPIN-FILE
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  A per-dividend line goes through as it is; a range line is
      *  written out dividend by dividend.
      *---------------------------------------------------------------
       EXPAND-ONE-LINE.
           Add 1 To WS-Line-Read-Count
           If SB-Band-Tag = 'BAND-LOW='
               Perform EXPAND-ONE-RANGE-LINE
           Else
               Move SWPIN-RECORD To SWPOUT-RECORD
               Write SWPOUT-RECORD
               Add 1 To WS-Line-Written-Count
           End-If.

       EXPAND-ONE-RANGE-LINE.
           Compute WS-Range-Low-Dividend =
                   Function NUMVAL (SW-Dividend)
           Compute WS-Range-High = Function NUMVAL (SB-High-Dividend)
           If WS-Range-High < WS-Range-Low-Dividend
              Or WS-Range-High > 65535
               Add 1 To WS-Unusable-Line-Count
               Display 'REMEXPND: unusable range line skipped: '
                       SWPIN-RECORD
           Else
               Add 1 To WS-Range-Line-Count
               Compute WS-Range-Delta = Function NUMVAL (SB-Delta)
               Compute WS-Range-Low-Calc =
                       Function NUMVAL (SW-Calc-Remain)
               Move SW-Divisor       To SL-Divisor
               Move SW-Failure-Class To SL-Failure-Class
               Perform WRITE-ONE-RANGE-DIVIDEND
                   Varying WS-Range-Dividend
                   From WS-Range-Low-Dividend By 1
                   Until WS-Range-Dividend > WS-Range-High
           End-If.

       WRITE-ONE-RANGE-DIVIDEND.
           Compute WS-Range-Calc = WS-Range-Low-Calc
                   + (WS-Range-Dividend - WS-Range-Low-Dividend)
           Move WS-Range-Dividend To SL-Dividend
           Compute SL-Divide-Remain = WS-Range-Calc + WS-Range-Delta
           Move WS-Range-Calc     To SL-Calc-Remain
           Move WS-Sweep-Line To SWPOUT-RECORD
           Write SWPOUT-RECORD
           Add 1 To WS-Line-Written-Count.
