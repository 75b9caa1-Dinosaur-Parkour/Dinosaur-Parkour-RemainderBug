      *  sweep.  An out-of-sequence input is reported and ends the
      *  run.
      *
      *  Either input may hold BAND-LOW= range lines (a sweep run
      *  with BAND) mixed with per-dividend lines; a range line is
      *  matched dividend by dividend, exactly as if the lines it
      *  stands for had been written out, so a banded run compares
      *  cleanly against an unbanded one.
      *
      *  RETURN-CODE: 0 = the two runs show identical mismatches,
      *               4 = at least one fixed/regressed/changed record,
      *               8 = a file could not be opened or was out of
           05 OS-Calc-Remain        PIC X(5).
           05 FILLER                PIC X(7).
           05 OS-Failure-Class      PIC X(4).
      *    Must match WS-Band-Line as written by REMAIN1's and
      *    REMCAMP's FLUSH-OPEN-BAND: the low dividend, divisor and
      *    CALC= share the per-dividend line's columns above.
       01  OLDSWP-BAND-RECORD.
           05 OB-Band-Tag           PIC X(9).
           05 FILLER                PIC X(25).
           05 OB-High-Dividend      PIC X(5).
           05 FILLER                PIC X(7).
           05 OB-Delta              PIC X(6).
           05 FILLER                PIC X(22).

       FD  NEWSWP-FILE
           RECORDING MODE IS F.
           05 NS-Calc-Remain        PIC X(5).
           05 FILLER                PIC X(7).
           05 NS-Failure-Class      PIC X(4).
       01  NEWSWP-BAND-RECORD.
           05 NB-Band-Tag           PIC X(9).
           05 FILLER                PIC X(25).
           05 NB-High-Dividend      PIC X(5).
           05 FILLER                PIC X(7).
           05 NB-Delta              PIC X(6).
           05 FILLER                PIC X(22).

       FD  COMPARE-FILE
           RECORDING MODE IS F.
       01  WS-Old-Remain            PIC 9(5).
       01  WS-New-Remain            PIC 9(5).

      *---------------------------------------------------------------
      *  The BAND-LOW= range line each side is part-way through.
      *  While a band is open the next key is the band's next
      *  dividend, with CALC-REMAIN one higher and DIV-REMAIN the
      *  band's constant delta above it; the file is read again only
      *  once the HIGH= dividend has been matched.
      *---------------------------------------------------------------
       01  WS-Old-Band-Open-Switch  PIC X       Value 'N'.
           88 WS-Old-Band-Open                  Value 'Y'.
       01  WS-Old-Band-High         PIC 9(5)    Value 0.
       01  WS-Old-Band-Delta        PIC S9(5)   Value 0.
       01  WS-Old-Band-Calc         PIC 9(5)    Value 0.
       01  WS-New-Band-Open-Switch  PIC X       Value 'N'.
           88 WS-New-Band-Open                  Value 'Y'.
       01  WS-New-Band-High         PIC 9(5)    Value 0.
       01  WS-New-Band-Delta        PIC S9(5)   Value 0.
       01  WS-New-Band-Calc         PIC 9(5)    Value 0.

       01  WS-Fixed-Count           PIC 9(9)    Value 0.
       01  WS-Regressed-Count       PIC 9(9)    Value 0.
       01  WS-Changed-Count         PIC 9(9)    Value 0.
       OPEN-INPUT-FILES.
           Move 'N' To WS-Oldswp-Eof-Switch
           Move 'N' To WS-Newswp-Eof-Switch
           Move 'N' To WS-Old-Band-Open-Switch
           Move 'N' To WS-New-Band-Open-Switch
           Move Low-Values To WS-Old-Key
           Move Low-Values To WS-New-Key
           Move Low-Values To WS-Old-Prior-Key
      *---------------------------------------------------------------
      *  Advance one side of the match, rebuilding its key and
      *  checking input sequence.  EOF sets the key to HIGH-VALUES so
      *  the other side drains through the unmatched legs.  An open
      *  band supplies the next key without a read; a range line
      *  read is keyed on its low dividend and opens a band when it
      *  spans more than one.
      *---------------------------------------------------------------
       READ-OLD-RECORD.
           If Not Oldswp-Eof
               Move WS-Old-Key To WS-Old-Prior-Key
               If WS-Old-Band-Open
                   Perform NEXT-OLD-BAND-DIVIDEND
               Else
                   Read OLDSWP-FILE
                       At End
                           Set Oldswp-Eof To True
                           Move High-Values To WS-Old-Key
                       Not At End
                           Compute WS-Old-Key-Divisor =
                                   Function NUMVAL (OS-Divisor)
                           Compute WS-Old-Key-Dividend =
                                   Function NUMVAL (OS-Dividend)
                           If OB-Band-Tag = 'BAND-LOW='
                               Perform OPEN-OLD-BAND
                           Else
                               Compute WS-Old-Remain =
                                   Function NUMVAL (OS-Divide-Remain)
                           End-If
                           If WS-Old-Key <= WS-Old-Prior-Key
                              And WS-Old-Prior-Key Not = Low-Values
                               Display 'REMCOMP: OLDSWP out of'
                                       ' sequence at DIVIDEND='
                                       OS-Dividend
                                       ' DIVISOR=' OS-Divisor
                               Set WS-Sequence-Error To True
                           End-If
                   End-Read
               End-If
           End-If.

       OPEN-OLD-BAND.
           Compute WS-Old-Band-High =
                   Function NUMVAL (OB-High-Dividend)
           Compute WS-Old-Band-Delta = Function NUMVAL (OB-Delta)
           Compute WS-Old-Band-Calc =
                   Function NUMVAL (OS-Calc-Remain)
           Compute WS-Old-Remain =
                   WS-Old-Band-Calc + WS-Old-Band-Delta
           If WS-Old-Band-High > WS-Old-Key-Dividend
               Set WS-Old-Band-Open To True
           End-If.

       NEXT-OLD-BAND-DIVIDEND.
           Add 1 To WS-Old-Key-Dividend
           Add 1 To WS-Old-Band-Calc
           Compute WS-Old-Remain =
                   WS-Old-Band-Calc + WS-Old-Band-Delta
           If WS-Old-Key-Dividend >= WS-Old-Band-High
               Move 'N' To WS-Old-Band-Open-Switch
           End-If.

       READ-NEW-RECORD.
           If Not Newswp-Eof
               Move WS-New-Key To WS-New-Prior-Key
               If WS-New-Band-Open
                   Perform NEXT-NEW-BAND-DIVIDEND
               Else
                   Read NEWSWP-FILE
                       At End
                           Set Newswp-Eof To True
                           Move High-Values To WS-New-Key
                       Not At End
                           Compute WS-New-Key-Divisor =
                                   Function NUMVAL (NS-Divisor)
                           Compute WS-New-Key-Dividend =
                                   Function NUMVAL (NS-Dividend)
                           If NB-Band-Tag = 'BAND-LOW='
                               Perform OPEN-NEW-BAND
                           Else
                               Compute WS-New-Remain =
                                   Function NUMVAL (NS-Divide-Remain)
                           End-If
                           If WS-New-Key <= WS-New-Prior-Key
                              And WS-New-Prior-Key Not = Low-Values
                               Display 'REMCOMP: NEWSWP out of'
                                       ' sequence at DIVIDEND='
                                       NS-Dividend
                                       ' DIVISOR=' NS-Divisor
                               Set WS-Sequence-Error To True
                           End-If
                   End-Read
               End-If
           End-If.

       OPEN-NEW-BAND.
           Compute WS-New-Band-High =
                   Function NUMVAL (NB-High-Dividend)
           Compute WS-New-Band-Delta = Function NUMVAL (NB-Delta)
           Compute WS-New-Band-Calc =
                   Function NUMVAL (NS-Calc-Remain)
           Compute WS-New-Remain =
                   WS-New-Band-Calc + WS-New-Band-Delta
           If WS-New-Band-High > WS-New-Key-Dividend
               Set WS-New-Band-Open To True
           End-If.

       NEXT-NEW-BAND-DIVIDEND.
           Add 1 To WS-New-Key-Dividend
           Add 1 To WS-New-Band-Calc
           Compute WS-New-Remain =
                   WS-New-Band-Calc + WS-New-Band-Delta
           If WS-New-Key-Dividend >= WS-New-Band-High
               Move 'N' To WS-New-Band-Open-Switch
           End-If.
      *---------------------------------------------------------------
      *
