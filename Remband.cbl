      *  SWPIN is expected in the order the sweeps write it:
      *  ascending Dividend within each Divisor run.  An
      *  out-of-sequence input is reported and ends the run, the
      *  same rule REMCOMP applies.  BAND-LOW= range lines (a sweep
      *  run with BAND) are taken dividend by dividend, exactly as
      *  the per-dividend lines they stand for would be, so the
      *  bands, counts and clusters come out the same either way.
      *
      *  RETURN-CODE: 0 = analysis written,
      *               8 = file problem or input out of sequence.
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

       FD  BAND-RPT-FILE
           RECORDING MODE IS F.
       01  WS-Work-Delta            PIC S9(9) Comp Value 0.
       01  WS-Work-Delta-Mod        PIC 9(5)    Value 0.

      *    the BAND-LOW= range line being taken apart
       01  WS-Range-Line-Count      PIC 9(9)    Value 0.
       01  WS-Range-High            PIC 9(5)    Value 0.
       01  WS-Range-Delta           PIC S9(5)   Value 0.
       01  WS-Range-Low-Calc        PIC 9(5)    Value 0.
       01  WS-Range-Low-Dividend    PIC 9(5)    Value 0.
       01  WS-Range-Dividend        PIC 9(5)    Value 0.
       01  WS-Delta-Column          PIC X(6)    Value Spaces.

      *---------------------------------------------------------------
      *  The band being grown.  A record extends it when the divisor
      *  and class match and the dividend is exactly one past the
                   If WS-Band-Open
                       Perform CLOSE-CURRENT-BAND
                   End-If
                   If WS-Range-Line-Count > 0
                       Display 'REMBAND: ' WS-Range-Line-Count
                               ' BAND-LOW= range lines expanded'
                   End-If
                   If Not WS-Sequence-Error
                       Perform WRITE-DELTA-CLUSTERS
                       Perform WRITE-BAND-SUMMARY
      *  treated as unusable.
      *---------------------------------------------------------------
       ANALYZE-ONE-RECORD.
           If SB-Band-Tag = 'BAND-LOW='
               Perform ANALYZE-ONE-RANGE-LINE
           Else
               Perform VALIDATE-SWPIN-COLUMNS
               If WS-Record-Bad
                   Add 1 To WS-Bad-Record-Count
                   Display 'REMBAND: unusable SWPIN record: '
                           SWPIN-RECORD
               Else
                   Compute WS-Work-Dividend =
                           Function NUMVAL (SW-Dividend)
                   Compute WS-Work-Divisor =
                           Function NUMVAL (SW-Divisor)
                   Compute WS-Work-Div-Remain =
                           Function NUMVAL (SW-Divide-Remain)
                   Compute WS-Work-Calc-Remain =
                           Function NUMVAL (SW-Calc-Remain)
                   Move SW-Failure-Class To WS-Work-Class
                   Perform FOLD-ONE-MISMATCH
               End-If
           End-If.

       FOLD-ONE-MISMATCH.
           Add 1 To WS-Record-Count
           Compute WS-Work-Delta =
                   WS-Work-Div-Remain - WS-Work-Calc-Remain
           If WS-Work-Delta < 0
               Add 65536 To WS-Work-Delta
           End-If
           Move WS-Work-Delta To WS-Work-Delta-Mod
           Perform TALLY-DELTA-CLUSTER
           Perform PLACE-RECORD-IN-BAND.
      *---------------------------------------------------------------
      *  A BAND-LOW= range line: every dividend from the low end to
      *  HIGH= is folded in as the per-dividend line it stands for,
      *  CALC-REMAIN rising by one from CALC= and DIV-REMAIN the
      *  constant DELTA= above it.  Its columns are checked the way
      *  a per-dividend line's are, DELTA= also allowing its sign.
      *---------------------------------------------------------------
       ANALYZE-ONE-RANGE-LINE.
           Move 'N' To WS-Record-Bad-Switch
           Move SW-Dividend      To WS-Column-Text
           Perform CHECK-ONE-COLUMN
           Move SW-Divisor       To WS-Column-Text
           Perform CHECK-ONE-COLUMN
           Move SB-High-Dividend To WS-Column-Text
           Perform CHECK-ONE-COLUMN
           Move SW-Calc-Remain   To WS-Column-Text
           Perform CHECK-ONE-COLUMN
           Move SB-Delta To WS-Delta-Column
           Inspect WS-Delta-Column Replacing First '-' By Space
           If WS-Delta-Column (1:1) Not = Space
               Set WS-Record-Bad To True
           End-If
           Move WS-Delta-Column (2:5) To WS-Column-Text
           Perform CHECK-ONE-COLUMN
           If Not WS-Record-Bad
               Compute WS-Range-Low-Dividend =
                       Function NUMVAL (SW-Dividend)
               Compute WS-Range-High =
                       Function NUMVAL (SB-High-Dividend)
               If WS-Range-High < WS-Range-Low-Dividend
                   Set WS-Record-Bad To True
               End-If
           End-If
           If WS-Record-Bad
               Add 1 To WS-Bad-Record-Count
               Display 'REMBAND: unusable SWPIN record: '
                       SWPIN-RECORD
           Else
               Add 1 To WS-Range-Line-Count
               Compute WS-Work-Divisor = Function NUMVAL (SW-Divisor)
               Compute WS-Range-Delta = Function NUMVAL (SB-Delta)
               Compute WS-Range-Low-Calc =
                       Function NUMVAL (SW-Calc-Remain)
               Move SW-Failure-Class To WS-Work-Class
               Perform FOLD-ONE-RANGE-DIVIDEND
                   Varying WS-Range-Dividend
                   From WS-Range-Low-Dividend By 1
                   Until WS-Range-Dividend > WS-Range-High
                      Or WS-Sequence-Error
           End-If.

       FOLD-ONE-RANGE-DIVIDEND.
           Move WS-Range-Dividend To WS-Work-Dividend
           Compute WS-Work-Calc-Remain = WS-Range-Low-Calc
                   + (WS-Range-Dividend - WS-Range-Low-Dividend)
           Compute WS-Work-Div-Remain =
                   WS-Work-Calc-Remain + WS-Range-Delta
           Perform FOLD-ONE-MISMATCH.

      *---------------------------------------------------------------
      *  A column is usable when every character is a digit or a
      *  blank and at least one digit is present -- exactly what
