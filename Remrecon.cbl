      *  EXTRIN record (23 bytes):
      *     source tag X(8), dividend 9(5), divisor 9(5),
      *     stored remainder 9(5)
      *  or the valued record (59 bytes), the same 23 bytes plus:
      *     record type X(1) 'V', posting date 9(8) YYYYMMDD,
      *     account number X(16), value of one remainder unit
      *     9(7)V9(4)
      *  Both kinds may be mixed in one extract (the 23-byte ones
      *  blank-padded to the dataset's LRECL).  A valued record's
      *  exposure line also carries its POSTED=, ACCOUNT= and
      *  UNIT-VALUE= columns, which REMVALU turns into money; a
      *  valued record whose type, posting date or unit value is
      *  not usable is UNCHECKABLE like any other bad field.
      *
      *  EXPOUT gets one line per wrong record plus per-source and
      *  grand totals.  Records that cannot be checked (non-numeric
      *  never silently dropped -- an unreadable extract line may
      *  itself be evidence of corrupt stored data.
      *
      *  The EXPOUT line count and the exposure detail lines among
      *  them are posted to the run-control ledger (CALL 'REMPOST',
      *  hand-off EXPOSURE) so REMBAL can prove REMFIX GEN turned
      *  every detail line into a correction transaction.
      *
      *  RETURN-CODE: 0 = every stored remainder verified correct,
      *               4 = exposure found (see EXPOUT),
      *               8 = file problem.
           05 EX-Dividend            PIC X(5).
           05 EX-Divisor             PIC X(5).
           05 EX-Stored-Remainder    PIC X(5).
           05 EX-Record-Type         PIC X(1).
              88 EX-Basic-Record                Value Space.
              88 EX-Valued-Record               Value 'V'.
           05 EX-Posting-Date.
              10 EX-Posting-Year     PIC X(4).
              10 EX-Posting-Month    PIC X(2).
              10 EX-Posting-Day      PIC X(2).
           05 EX-Account             PIC X(16).
           05 EX-Unit-Value          PIC X(11).
           05 EX-Unit-Value-Num Redefines EX-Unit-Value
                                     PIC 9(7)V9(4).

       FD  EXPOSURE-FILE
           RECORDING MODE IS F.
       01  EXPOSURE-RECORD              PIC X(136).

       WORKING-STORAGE SECTION.

       01  WS-Record-Count          PIC 9(9)    Value 0.
       01  WS-Wrong-Count           PIC 9(9)    Value 0.
       01  WS-Unchecked-Count       PIC 9(9)    Value 0.
       01  WS-Expout-Written-Count  PIC 9(9)    Value 0.

      * run-control ledger posting area for CALL 'REMPOST'
           COPY LEDGCPY.

      *---------------------------------------------------------------
      *  Per-source totals, built as sources are met in the extract.
           05 XL-Stored             PIC 9(5).
           05 FILLER                PIC X(9)    Value ' CORRECT='.
           05 XL-Correct            PIC 9(5).
           05 XL-Valuation          PIC X(65).

      *    A valued record's extra columns; spaces for a 23-byte one.
       01  WS-Valuation-Detail.
           05 FILLER                PIC X(8)    Value ' POSTED='.
           05 VD-Posting-Date       PIC X(8).
           05 FILLER                PIC X(9)    Value ' ACCOUNT='.
           05 VD-Account            PIC X(16).
           05 FILLER                PIC X(12)   Value ' UNIT-VALUE='.
           05 VD-Unit-Value         PIC 9(7).9(4).

       01  WS-Unchecked-Line.
           05 FILLER                PIC X(7)    Value 'SOURCE='.
           05 UL-Source             PIC X(8).
           05 FILLER                PIC X(13)   Value ' UNCHECKABLE '.
           05 UL-Raw-Fields         PIC X(51).

       01  WS-Source-Total-Line.
           05 FILLER                PIC X(7)    Value 'SOURCE='.
               Open Output EXPOSURE-FILE
               Move 'EXPOSURE DETAIL' To EXPOSURE-RECORD
               Write EXPOSURE-RECORD
               Add 1 To WS-Expout-Written-Count
               Perform Until Extrin-Eof
                   Read EXTRACT-FILE
                       At End Set Extrin-Eof To True
                   Move 4 To Return-Code
               End-If
           End-If
           Perform POST-RUN-CONTROL-COUNTS
           GOBACK.
      *---------------------------------------------------------------
      *  One extract record: find/create its source tally, verify the
      *  fields are checkable (a valued record's valuation fields
      *  too), re-derive the remainder, compare.
      *---------------------------------------------------------------
       RECONCILE-ONE-RECORD.
           Add 1 To WS-Record-Count
           Perform FIND-SOURCE-ENTRY
           Add 1 To ST-Record-Count (WS-Found-Ix)
           Evaluate True
               When EX-Dividend Not Numeric
                 Or EX-Divisor Not Numeric
                 Or EX-Stored-Remainder Not Numeric
                   Perform FLAG-UNCHECKABLE-RECORD
               When Not EX-Basic-Record
                And (Not EX-Valued-Record
                     Or EX-Posting-Date Not Numeric
                     Or EX-Posting-Month < '01'
                     Or EX-Posting-Month > '12'
                     Or EX-Unit-Value Not Numeric)
                   Perform FLAG-UNCHECKABLE-RECORD
               When Other
                   Move EX-Dividend          To WS-Work-Dividend
                   Move EX-Divisor           To WS-Work-Divisor
                   Move EX-Stored-Remainder  To WS-Work-Stored
                   If WS-Work-Divisor = 0
                       Perform FLAG-UNCHECKABLE-RECORD
                   Else
                       Perform CHECK-ONE-STORED-REMAINDER
                   End-If
           End-Evaluate.
      *---------------------------------------------------------------
      *  Remainder = dividend - (quotient * divisor), REMAIN1's
      *  CHECK-REMAINDER-MISMATCH identity, with the quotient from
               Move WS-Work-Divisor  To XL-Divisor
               Move WS-Work-Stored   To XL-Stored
               Move WS-C3-Remain     To XL-Correct
               If EX-Valued-Record
                   Move EX-Posting-Date   To VD-Posting-Date
                   Move EX-Account        To VD-Account
                   Move EX-Unit-Value-Num To VD-Unit-Value
                   Move WS-Valuation-Detail To XL-Valuation
               Else
                   Move Spaces To XL-Valuation
               End-If
               Move WS-Exposure-Line To EXPOSURE-RECORD
               Write EXPOSURE-RECORD
               Add 1 To WS-Expout-Written-Count
           End-If.

       FLAG-UNCHECKABLE-RECORD.
           Add 1 To WS-Unchecked-Count
           Add 1 To ST-Unchecked-Count (WS-Found-Ix)
           Move EX-Source To UL-Source
           Move EXTRACT-RECORD (9:51) To UL-Raw-Fields
           Move WS-Unchecked-Line To EXPOSURE-RECORD
           Write EXPOSURE-RECORD
           Add 1 To WS-Expout-Written-Count.
      *---------------------------------------------------------------
      *  Linear search of the source table; extracts carry at most a
      *  handful of distinct source tags.
           Write EXPOSURE-RECORD
           Move 'TOTALS BY EXTRACT SOURCE' To EXPOSURE-RECORD
           Write EXPOSURE-RECORD
           Add 2 To WS-Expout-Written-Count
           Perform Varying WS-Source-Ix From 1 By 1
                   Until WS-Source-Ix > WS-Source-Entry-Count
               Move ST-Source (WS-Source-Ix)       To TL-Source
                   To TL-Unchecked-Count
               Move WS-Source-Total-Line To EXPOSURE-RECORD
               Write EXPOSURE-RECORD
               Add 1 To WS-Expout-Written-Count
           End-Perform
           Move WS-Record-Count    To GT-Record-Count
           Move WS-Wrong-Count     To GT-Wrong-Count
           Move WS-Unchecked-Count To GT-Unchecked-Count
           Move WS-Grand-Total-Line To EXPOSURE-RECORD
           Write EXPOSURE-RECORD
           Add 1 To WS-Expout-Written-Count.
      *---------------------------------------------------------------
      *  EXPOUT's counts, posted as the producer side of the
      *  EXPOSURE hand-off -- also when EXTRIN would not open, so a
      *  GEN step reading an older EXPOUT is caught.  Only the
      *  exposure detail lines are carried: headings, UNCHECKABLE
      *  lines and totals are for people, not for REMFIX.
      *---------------------------------------------------------------
       POST-RUN-CONTROL-COUNTS.
           Initialize Ledger-Posting
           Move 'REMRECON' To Ledger-Program
           Move 'RECON'    To Ledger-Function
           Move 'EXPOSURE' To Ledger-Handoff
           Set Ledger-Producer To True
           Set Ledger-New-Dataset To True
           Move WS-Record-Count         To Ledger-Read-Count
           Move WS-Expout-Written-Count To Ledger-Written-Count
           Move WS-Unchecked-Count      To Ledger-Rejected-Count
           Move WS-Wrong-Count          To Ledger-Carried-Count
           Move 'WRONG'                 To Ledger-Detail-Name (1)
           Move WS-Wrong-Count          To Ledger-Detail-Count (1)
           Move 'UNCHECKABLE'           To Ledger-Detail-Name (2)
           Move WS-Unchecked-Count      To Ledger-Detail-Count (2)
           Move Return-Code             To Ledger-Step-Rc
           Call 'REMPOST' Using Ledger-Posting.
