       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMVALU.
      *
      * Financial valuation of the REMRECON exposure findings.
      *
      *  REMRECON says how many stored remainders are wrong per
      *  source; finance wants to know what that costs.  This
      *  program reads REMRECON's EXPOUT on EXPIN and values every
      *  exposure that came from a valued (59-byte) extract record:
      *
      *     error  = stored remainder - correct remainder
      *     amount = error * UNIT-VALUE=, rounded to the cent
      *
      *  A positive error is an OVERCHARGE, a negative one an
      *  UNDERCHARGE.  Exposures from 23-byte extract records carry
      *  no unit value; they are counted UNVALUED per source, never
      *  guessed at.
      *
      *  When REMFIX APPLY has audited the corrections, its AUDOUT
      *  comes in on AUDIN: an exposure whose correction is
      *  CORRECTED counts as corrected, everything else (STILL-WRONG,
      *  RECORD-GONE, or not audited at all) as outstanding.  Audit
      *  lines are matched to exposures on source, dividend and
      *  divisor, in order, the same first-unjudged-match rule APPLY
      *  uses against the extract, so the Nth correction for a key
      *  lands on the Nth exposure for it.  An empty or DUMMY AUDIN
      *  shows the whole exposure as outstanding.
      *
      *  VALRPT gets one valuation line per exposure, then over-
      *  and under-charges and corrected and outstanding amounts
      *  (all as positive sums) totalled by source, by account (in
      *  the order met) and by posting month (ascending), and for
      *  the whole extract.
      *
      *  RETURN-CODE: 0 = valuation written,
      *               4 = written, but AUDIN lines matched no
      *                   exposure (an audit from another cycle),
      *               8 = file problem or table overflow.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-FILE ASSIGN TO EXPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Expin-Status.
           SELECT AUDIT-FILE ASSIGN TO AUDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audin-Status.
           SELECT VALUATION-RPT-FILE ASSIGN TO VALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Valrpt-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  EXPOSURE-FILE
           RECORDING MODE IS F.
      *    Must match WS-Exposure-Line and WS-Valuation-Detail as
      *    written by REMRECON's CHECK-ONE-STORED-REMAINDER.
       01  EXPOSURE-RECORD.
           05 XP-Source-Label       PIC X(7).
           05 XP-Source             PIC X(8).
           05 XP-Dividend-Label     PIC X(10).
           05 XP-Dividend           PIC X(5).
           05 FILLER                PIC X(9).
           05 XP-Divisor            PIC X(5).
           05 FILLER                PIC X(8).
           05 XP-Stored             PIC X(5).
           05 FILLER                PIC X(9).
           05 XP-Correct            PIC X(5).
           05 XP-Posted-Label       PIC X(8).
           05 XP-Posting-Date       PIC X(8).
           05 FILLER                PIC X(9).
           05 XP-Account            PIC X(16).
           05 FILLER                PIC X(12).
           05 XP-Unit-Value         PIC X(12).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
      *    Must match WS-Audit-Line as written by REMFIX's
      *    WRITE-ONE-AUDIT-LINE.
       01  AUDIT-RECORD.
           05 AU-Source-Label       PIC X(7).
           05 AU-Source             PIC X(8).
           05 AU-Dividend-Label     PIC X(10).
           05 AU-Dividend           PIC X(5).
           05 FILLER                PIC X(9).
           05 AU-Divisor            PIC X(5).
           05 FILLER                PIC X(9).
           05 AU-Correct            PIC X(5).
           05 AU-Verdict-Label      PIC X(9).
           05 AU-Verdict            PIC X(11).
           05 FILLER                PIC X(32).

       FD  VALUATION-RPT-FILE
           RECORDING MODE IS F.
       01  VALUATION-RPT-RECORD         PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-Expin-Status          PIC XX.
       01  WS-Audin-Status          PIC XX.
       01  WS-Valrpt-Status         PIC XX.
       01  WS-Expin-Eof-Switch      PIC X       Value 'N'.
           88 Expin-Eof                         Value 'Y'.
       01  WS-Audin-Eof-Switch      PIC X       Value 'N'.
           88 Audin-Eof                         Value 'Y'.

       01  WS-Lines-Read            PIC 9(9)    Value 0.
       01  WS-Audit-Lines-Read      PIC 9(9)    Value 0.
       01  WS-Verdicts-Matched      PIC 9(9)    Value 0.
       01  WS-Verdicts-Unmatched    PIC 9(9)    Value 0.

      *---------------------------------------------------------------
      *  Every exposure detail line, valued.  Sized like REMFIX
      *  APPLY's correction table: one cycle's CORRIN must fit there
      *  too, so a larger EXPOUT could not have been audited anyway.
      *---------------------------------------------------------------
       01  WS-Expo-Entry-Count      PIC 9(4)  Comp Value 0.
       01  WS-Expo-Table-Max        PIC 9(4)  Comp Value 5000.
       01  WS-Expo-Table.
           05 WS-Expo-Entry Occurs 5000 Times.
              10 VX-Source          PIC X(8).
              10 VX-Dividend        PIC 9(5).
              10 VX-Divisor         PIC 9(5).
              10 VX-Posting-Date    PIC X(8).
              10 VX-Account         PIC X(16).
              10 VX-Unit-Value      PIC 9(7)V9(4).
              10 VX-Error           PIC S9(5).
              10 VX-Amount          PIC S9(13)V99 Comp-3.
              10 VX-Valued-Switch   PIC X(1).
                 88 VX-Valued                 Value 'Y'.
              10 VX-Verdict         PIC X(1).
                 88 VX-Unjudged               Value ' '.
                 88 VX-Corrected              Value 'C'.
                 88 VX-Still-Wrong            Value 'W'.
                 88 VX-Record-Gone            Value 'G'.
       01  WS-Expo-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Found-Ix              PIC 9(4)  Comp Value 0.

      *---------------------------------------------------------------
      *  Totals: one entry per source ('S'), account ('A') and
      *  posting month ('M'), plus the whole extract ('T'), built
      *  as keys are met.  Amounts are positive sums.
      *---------------------------------------------------------------
       01  WS-Total-Entry-Count     PIC 9(4)  Comp Value 0.
       01  WS-Total-Table-Max       PIC 9(4)  Comp Value 3000.
       01  WS-Total-Table.
           05 WS-Total-Entry Occurs 3000 Times.
              10 VT-Kind            PIC X(1).
              10 VT-Key             PIC X(16).
              10 VT-Count           PIC 9(9)  Comp.
              10 VT-Unvalued-Count  PIC 9(9)  Comp.
              10 VT-Over            PIC S9(13)V99 Comp-3.
              10 VT-Under           PIC S9(13)V99 Comp-3.
              10 VT-Corrected       PIC S9(13)V99 Comp-3.
              10 VT-Outstanding     PIC S9(13)V99 Comp-3.
       01  WS-Total-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Total-Found-Ix        PIC 9(4)  Comp Value 0.
       01  WS-Want-Kind             PIC X(1)    Value Space.
       01  WS-Want-Key              PIC X(16)   Value Spaces.
       01  WS-Section-Title         PIC X(40)   Value Spaces.
       01  WS-Overflow-Switch       PIC X       Value 'N'.
           88 WS-Total-Table-Full               Value 'Y'.

       01  WS-Work-Stored           PIC 9(5)    Value 0.
       01  WS-Work-Correct          PIC 9(5)    Value 0.
       01  WS-Abs-Amount            PIC S9(13)V99 Comp-3 Value 0.

      *    Posting months are printed in ascending order by picking
      *    the next-higher key on each pass.
       01  WS-Last-Month            PIC X(16)   Value Low-Values.
       01  WS-Next-Month-Ix         PIC 9(4)  Comp Value 0.
       01  WS-Month-Done-Switch     PIC X       Value 'N'.
           88 WS-Month-Done                     Value 'Y'.

       01  WS-Detail-Line.
           05 FILLER                PIC X(7)    Value 'SOURCE='.
           05 DL-Source             PIC X(8).
           05 FILLER                PIC X(9)    Value ' ACCOUNT='.
           05 DL-Account            PIC X(16).
           05 FILLER                PIC X(8)    Value ' POSTED='.
           05 DL-Posting-Date       PIC X(8).
           05 FILLER                PIC X(10)   Value ' DIVIDEND='.
           05 DL-Dividend           PIC 9(5).
           05 FILLER                PIC X(9)    Value ' DIVISOR='.
           05 DL-Divisor            PIC 9(5).
           05 FILLER                PIC X(7)    Value ' ERROR='.
           05 DL-Error              PIC -(5)9.
           05 DL-Money              PIC X(42).
           05 FILLER                PIC X(8)    Value ' STATUS='.
           05 DL-Status             PIC X(11).

       01  WS-Money-Detail.
           05 FILLER                PIC X(6)    Value ' UNIT='.
           05 MD-Unit-Value         PIC ZZZZZZ9.9999.
           05 FILLER                PIC X(8)    Value ' AMOUNT='.
           05 MD-Amount             PIC -(12)9.99.

       01  WS-Total-Line.
           05 TL-Key-Label          PIC X(8)    Justified Right.
           05 TL-Key                PIC X(16).
           05 FILLER                PIC X(7)    Value ' COUNT='.
           05 TL-Count              PIC ZZZZZZ9.
           05 FILLER                PIC X(13)   Value ' OVERCHARGED='.
           05 TL-Over               PIC ZZZZZZZZZZZ9.99.
           05 FILLER                PIC X(14)   Value
              ' UNDERCHARGED='.
           05 TL-Under              PIC ZZZZZZZZZZZ9.99.
           05 FILLER                PIC X(11)   Value ' CORRECTED='.
           05 TL-Corrected          PIC ZZZZZZZZZZZ9.99.
           05 FILLER                PIC X(13)   Value ' OUTSTANDING='.
           05 TL-Outstanding        PIC ZZZZZZZZZZZ9.99.

       01  WS-Unvalued-Line.
           05 FILLER                PIC X(7)    Value 'SOURCE='.
           05 UL-Source             PIC X(8).
           05 FILLER                PIC X(20)   Value
              ' UNVALUED EXPOSURES='.
           05 UL-Unvalued-Count     PIC ZZZZZZZZ9.

       01  WS-Audit-Summary-Line.
           05 FILLER                PIC X(17)   Value
              'APPLY AUDIT READ='.
           05 AS-Audit-Lines-Read   PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' MATCHED='.
           05 AS-Verdicts-Matched   PIC ZZZZZZZZ9.
           05 FILLER                PIC X(11)   Value ' UNMATCHED='.
           05 AS-Verdicts-Unmatched PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-CONTROL.
      *    the whole-extract entry first, so it is there even for an
      *    EXPOUT without a single exposure
           Move 'T'   To WS-Want-Kind
           Move 'ALL' To WS-Want-Key
           Perform FIND-TOTAL-ENTRY
           Perform LOAD-EXPOSURE-TABLE
           If Return-Code = 0
               Perform LOAD-APPLY-VERDICTS
           End-If
           If Return-Code = 0
               Perform ACCUMULATE-ONE-EXPOSURE
                   Varying WS-Expo-Ix From 1 By 1
                   Until WS-Expo-Ix > WS-Expo-Entry-Count
                      Or WS-Total-Table-Full
           End-If
           If Return-Code = 0
               Perform WRITE-VALUATION-REPORT
           End-If
           If Return-Code = 0
               Display 'REMVALU: ' WS-Expo-Entry-Count
                       ' exposures valued from ' WS-Lines-Read
                       ' EXPIN lines, ' WS-Verdicts-Matched
                       ' APPLY verdicts applied'
               If WS-Verdicts-Unmatched > 0
                   Display 'REMVALU: ' WS-Verdicts-Unmatched
                           ' AUDIN lines matched no exposure'
                   Move 4 To Return-Code
               End-If
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  Only exposure detail lines are valued: as in REMFIX GEN,
      *  the DIVIDEND= label in its column picks them out of the
      *  headings, UNCHECKABLE lines and totals.
      *---------------------------------------------------------------
       LOAD-EXPOSURE-TABLE.
           Open Input EXPOSURE-FILE
           If WS-Expin-Status Not = '00'
               Display 'REMVALU: unable to open EXPIN, status='
                       WS-Expin-Status
               Move 8 To Return-Code
           Else
               Perform Until Expin-Eof
                   Read EXPOSURE-FILE
                       At End Set Expin-Eof To True
                       Not At End Perform STORE-ONE-EXPOSURE
                   End-Read
               End-Perform
               Close EXPOSURE-FILE
           End-If.

       STORE-ONE-EXPOSURE.
           Add 1 To WS-Lines-Read
           If XP-Source-Label = 'SOURCE='
              And XP-Dividend-Label = ' DIVIDEND='
              And XP-Dividend Numeric
              And XP-Divisor Numeric
              And XP-Stored Numeric
              And XP-Correct Numeric
               If WS-Expo-Entry-Count >= WS-Expo-Table-Max
                   Display 'REMVALU: more than ' WS-Expo-Table-Max
                           ' exposures on EXPIN, run abandoned'
                   Move 8 To Return-Code
                   Set Expin-Eof To True
               Else
                   Perform VALUE-ONE-EXPOSURE
               End-If
           End-If.

       VALUE-ONE-EXPOSURE.
           Add 1 To WS-Expo-Entry-Count
           Move WS-Expo-Entry-Count To WS-Expo-Ix
           Move XP-Source   To VX-Source (WS-Expo-Ix)
           Move XP-Dividend To VX-Dividend (WS-Expo-Ix)
           Move XP-Divisor  To VX-Divisor (WS-Expo-Ix)
           Move XP-Stored   To WS-Work-Stored
           Move XP-Correct  To WS-Work-Correct
           Compute VX-Error (WS-Expo-Ix) =
                   WS-Work-Stored - WS-Work-Correct
           Move Space To VX-Verdict (WS-Expo-Ix)
           If XP-Posted-Label = ' POSTED='
              And XP-Posting-Date Numeric
              And XP-Unit-Value Not = Spaces
               Move 'Y' To VX-Valued-Switch (WS-Expo-Ix)
               Move XP-Posting-Date To VX-Posting-Date (WS-Expo-Ix)
               Move XP-Account      To VX-Account (WS-Expo-Ix)
               Compute VX-Unit-Value (WS-Expo-Ix) =
                       Function NUMVAL (XP-Unit-Value)
               Compute VX-Amount (WS-Expo-Ix) Rounded =
                       VX-Error (WS-Expo-Ix)
                       * VX-Unit-Value (WS-Expo-Ix)
           Else
               Move 'N'    To VX-Valued-Switch (WS-Expo-Ix)
               Move Spaces To VX-Posting-Date (WS-Expo-Ix)
               Move Spaces To VX-Account (WS-Expo-Ix)
               Move 0      To VX-Unit-Value (WS-Expo-Ix)
               Move 0      To VX-Amount (WS-Expo-Ix)
           End-If.
      *---------------------------------------------------------------
      *  APPLY's verdicts.  A missing AUDIN is the same as a DUMMY
      *  one: no correction has been audited yet.
      *---------------------------------------------------------------
       LOAD-APPLY-VERDICTS.
           Open Input AUDIT-FILE
           Evaluate True
               When WS-Audin-Status = '00'
                   Perform Until Audin-Eof
                       Read AUDIT-FILE
                           At End Set Audin-Eof To True
                           Not At End Perform MATCH-ONE-VERDICT
                       End-Read
                   End-Perform
                   Close AUDIT-FILE
               When WS-Audin-Status = '35'
                   Continue
               When Other
                   Display 'REMVALU: unable to open AUDIN, status='
                           WS-Audin-Status
                   Move 8 To Return-Code
           End-Evaluate.

       MATCH-ONE-VERDICT.
           If AU-Source-Label = 'SOURCE='
              And AU-Dividend-Label = ' DIVIDEND='
              And AU-Verdict-Label = ' VERDICT='
              And AU-Dividend Numeric
              And AU-Divisor Numeric
               Add 1 To WS-Audit-Lines-Read
               Move 0 To WS-Found-Ix
               Perform Varying WS-Expo-Ix From 1 By 1
                       Until WS-Expo-Ix > WS-Expo-Entry-Count
                          Or WS-Found-Ix > 0
                   If VX-Unjudged (WS-Expo-Ix)
                      And VX-Source (WS-Expo-Ix) = AU-Source
                      And VX-Dividend (WS-Expo-Ix) = AU-Dividend
                      And VX-Divisor (WS-Expo-Ix) = AU-Divisor
                       Move WS-Expo-Ix To WS-Found-Ix
                   End-If
               End-Perform
               If WS-Found-Ix = 0
                   Add 1 To WS-Verdicts-Unmatched
               Else
                   Add 1 To WS-Verdicts-Matched
                   Evaluate AU-Verdict
                       When 'CORRECTED'
                           Set VX-Corrected (WS-Found-Ix) To True
                       When 'STILL-WRONG'
                           Set VX-Still-Wrong (WS-Found-Ix) To True
                       When Other
                           Set VX-Record-Gone (WS-Found-Ix) To True
                   End-Evaluate
               End-If
           End-If.
      *---------------------------------------------------------------
      *  One exposure into the whole-extract, source, account and
      *  month totals.  An unvalued one only counts, and only where
      *  it has a key: the whole extract and its source.
      *---------------------------------------------------------------
       ACCUMULATE-ONE-EXPOSURE.
           Move 'T'   To WS-Want-Kind
           Move 'ALL' To WS-Want-Key
           Perform FIND-TOTAL-ENTRY
           Perform ADD-EXPOSURE-TO-TOTAL
           Move 'S' To WS-Want-Kind
           Move VX-Source (WS-Expo-Ix) To WS-Want-Key
           Perform FIND-TOTAL-ENTRY
           Perform ADD-EXPOSURE-TO-TOTAL
           If VX-Valued (WS-Expo-Ix)
               Move 'A' To WS-Want-Kind
               Move VX-Account (WS-Expo-Ix) To WS-Want-Key
               Perform FIND-TOTAL-ENTRY
               Perform ADD-EXPOSURE-TO-TOTAL
               Move 'M' To WS-Want-Kind
               Move VX-Posting-Date (WS-Expo-Ix) (1:6) To WS-Want-Key
               Perform FIND-TOTAL-ENTRY
               Perform ADD-EXPOSURE-TO-TOTAL
           End-If.

       ADD-EXPOSURE-TO-TOTAL.
           If WS-Total-Found-Ix > 0
               If VX-Valued (WS-Expo-Ix)
                   Add 1 To VT-Count (WS-Total-Found-Ix)
                   If VX-Amount (WS-Expo-Ix) < 0
                       Compute WS-Abs-Amount =
                               0 - VX-Amount (WS-Expo-Ix)
                       Add WS-Abs-Amount
                           To VT-Under (WS-Total-Found-Ix)
                   Else
                       Move VX-Amount (WS-Expo-Ix) To WS-Abs-Amount
                       Add WS-Abs-Amount
                           To VT-Over (WS-Total-Found-Ix)
                   End-If
                   If VX-Corrected (WS-Expo-Ix)
                       Add WS-Abs-Amount
                           To VT-Corrected (WS-Total-Found-Ix)
                   Else
                       Add WS-Abs-Amount
                           To VT-Outstanding (WS-Total-Found-Ix)
                   End-If
               Else
                   Add 1 To VT-Unvalued-Count (WS-Total-Found-Ix)
               End-If
           End-If.
      *---------------------------------------------------------------
      *  Linear search on kind and key; a table overflow abandons
      *  the run rather than folding one account's money into
      *  another's.
      *---------------------------------------------------------------
       FIND-TOTAL-ENTRY.
           Move 0 To WS-Total-Found-Ix
           Perform Varying WS-Total-Ix From 1 By 1
                   Until WS-Total-Ix > WS-Total-Entry-Count
                      Or WS-Total-Found-Ix > 0
               If VT-Kind (WS-Total-Ix) = WS-Want-Kind
                  And VT-Key (WS-Total-Ix) = WS-Want-Key
                   Move WS-Total-Ix To WS-Total-Found-Ix
               End-If
           End-Perform
           If WS-Total-Found-Ix = 0
               If WS-Total-Entry-Count >= WS-Total-Table-Max
                   If Not WS-Total-Table-Full
                       Display 'REMVALU: more than '
                               WS-Total-Table-Max ' source, account'
                               ' and month totals, run abandoned'
                       Set WS-Total-Table-Full To True
                       Move 8 To Return-Code
                   End-If
               Else
                   Add 1 To WS-Total-Entry-Count
                   Move WS-Total-Entry-Count To WS-Total-Found-Ix
                   Move WS-Want-Kind To VT-Kind (WS-Total-Found-Ix)
                   Move WS-Want-Key  To VT-Key (WS-Total-Found-Ix)
                   Move 0 To VT-Count (WS-Total-Found-Ix)
                   Move 0 To VT-Unvalued-Count (WS-Total-Found-Ix)
                   Move 0 To VT-Over (WS-Total-Found-Ix)
                   Move 0 To VT-Under (WS-Total-Found-Ix)
                   Move 0 To VT-Corrected (WS-Total-Found-Ix)
                   Move 0 To VT-Outstanding (WS-Total-Found-Ix)
               End-If
           End-If.
      *---------------------------------------------------------------
      *  Detail, then totals by source, account and posting month,
      *  then the whole extract.
      *---------------------------------------------------------------
       WRITE-VALUATION-REPORT.
           Open Output VALUATION-RPT-FILE
           If WS-Valrpt-Status Not = '00'
               Display 'REMVALU: unable to open VALRPT, status='
                       WS-Valrpt-Status
               Move 8 To Return-Code
           Else
               Move 'EXPOSURE VALUATION' To VALUATION-RPT-RECORD
               Write VALUATION-RPT-RECORD
               Perform WRITE-ONE-DETAIL-LINE
                   Varying WS-Expo-Ix From 1 By 1
                   Until WS-Expo-Ix > WS-Expo-Entry-Count
               Move 'TOTALS BY SOURCE' To WS-Section-Title
               Move 'S' To WS-Want-Kind
               Move 'SOURCE=' To TL-Key-Label
               Perform WRITE-TOTALS-SECTION
               Move 'TOTALS BY ACCOUNT' To WS-Section-Title
               Move 'A' To WS-Want-Kind
               Move 'ACCOUNT=' To TL-Key-Label
               Perform WRITE-TOTALS-SECTION
               Move Spaces To VALUATION-RPT-RECORD
               Write VALUATION-RPT-RECORD
               Move 'TOTALS BY POSTING MONTH' To VALUATION-RPT-RECORD
               Write VALUATION-RPT-RECORD
               Move 'MONTH=' To TL-Key-Label
               Perform WRITE-NEXT-MONTH-TOTAL
                   Until WS-Month-Done
               Move 'T' To WS-Want-Kind
               Move 'ALL' To WS-Want-Key
               Perform FIND-TOTAL-ENTRY
               Move Spaces To VALUATION-RPT-RECORD
               Write VALUATION-RPT-RECORD
               Move 'TOTAL=' To TL-Key-Label
               Move WS-Total-Found-Ix To WS-Total-Ix
               Perform WRITE-ONE-TOTAL-LINE
               Move 'ALL' To UL-Source
               Move VT-Unvalued-Count (WS-Total-Ix)
                   To UL-Unvalued-Count
               Write VALUATION-RPT-RECORD From WS-Unvalued-Line
               Perform WRITE-AUDIT-SUMMARY
               Close VALUATION-RPT-FILE
           End-If.

       WRITE-ONE-DETAIL-LINE.
           Move VX-Source (WS-Expo-Ix)       To DL-Source
           Move VX-Account (WS-Expo-Ix)      To DL-Account
           Move VX-Posting-Date (WS-Expo-Ix) To DL-Posting-Date
           Move VX-Dividend (WS-Expo-Ix)     To DL-Dividend
           Move VX-Divisor (WS-Expo-Ix)      To DL-Divisor
           Move VX-Error (WS-Expo-Ix)        To DL-Error
           If VX-Valued (WS-Expo-Ix)
               Move VX-Unit-Value (WS-Expo-Ix) To MD-Unit-Value
               Move VX-Amount (WS-Expo-Ix)     To MD-Amount
               Move WS-Money-Detail To DL-Money
           Else
               Move ' UNVALUED' To DL-Money
           End-If
           Evaluate True
               When VX-Corrected (WS-Expo-Ix)
                   Move 'CORRECTED'   To DL-Status
               When VX-Still-Wrong (WS-Expo-Ix)
                   Move 'STILL-WRONG' To DL-Status
               When VX-Record-Gone (WS-Expo-Ix)
                   Move 'RECORD-GONE' To DL-Status
               When Other
                   Move 'OUTSTANDING' To DL-Status
           End-Evaluate
           Write VALUATION-RPT-RECORD From WS-Detail-Line.

       WRITE-TOTALS-SECTION.
           Move Spaces To VALUATION-RPT-RECORD
           Write VALUATION-RPT-RECORD
           Move WS-Section-Title To VALUATION-RPT-RECORD
           Write VALUATION-RPT-RECORD
           Perform Varying WS-Total-Ix From 1 By 1
                   Until WS-Total-Ix > WS-Total-Entry-Count
               If VT-Kind (WS-Total-Ix) = WS-Want-Kind
                   Perform WRITE-ONE-TOTAL-LINE
                   If WS-Want-Kind = 'S'
                      And VT-Unvalued-Count (WS-Total-Ix) > 0
                       Move VT-Key (WS-Total-Ix) To UL-Source
                       Move VT-Unvalued-Count (WS-Total-Ix)
                           To UL-Unvalued-Count
                       Write VALUATION-RPT-RECORD From WS-Unvalued-Line
                   End-If
               End-If
           End-Perform.

       WRITE-ONE-TOTAL-LINE.
           Move VT-Key (WS-Total-Ix)         To TL-Key
           Move VT-Count (WS-Total-Ix)       To TL-Count
           Move VT-Over (WS-Total-Ix)        To TL-Over
           Move VT-Under (WS-Total-Ix)       To TL-Under
           Move VT-Corrected (WS-Total-Ix)   To TL-Corrected
           Move VT-Outstanding (WS-Total-Ix) To TL-Outstanding
           Write VALUATION-RPT-RECORD From WS-Total-Line.

       WRITE-NEXT-MONTH-TOTAL.
           Move 0 To WS-Next-Month-Ix
           Perform Varying WS-Total-Ix From 1 By 1
                   Until WS-Total-Ix > WS-Total-Entry-Count
               If VT-Kind (WS-Total-Ix) = 'M'
                  And VT-Key (WS-Total-Ix) > WS-Last-Month
                   If WS-Next-Month-Ix = 0
                       Move WS-Total-Ix To WS-Next-Month-Ix
                   Else
                       If VT-Key (WS-Total-Ix)
                          < VT-Key (WS-Next-Month-Ix)
                           Move WS-Total-Ix To WS-Next-Month-Ix
                       End-If
                   End-If
               End-If
           End-Perform
           If WS-Next-Month-Ix = 0
               Set WS-Month-Done To True
           Else
               Move WS-Next-Month-Ix To WS-Total-Ix
               Move VT-Key (WS-Total-Ix) To WS-Last-Month
               Perform WRITE-ONE-TOTAL-LINE
           End-If.

       WRITE-AUDIT-SUMMARY.
           If WS-Audit-Lines-Read = 0
               Move 'NO APPLY AUDIT ON AUDIN: ALL EXPOSURE OUTSTANDING'
                   To VALUATION-RPT-RECORD
               Write VALUATION-RPT-RECORD
           Else
               Move WS-Audit-Lines-Read   To AS-Audit-Lines-Read
               Move WS-Verdicts-Matched   To AS-Verdicts-Matched
               Move WS-Verdicts-Unmatched To AS-Verdicts-Unmatched
               Write VALUATION-RPT-RECORD From WS-Audit-Summary-Line
           End-If.
