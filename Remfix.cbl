      *          become transactions.
      *     'APPLY' - match a correction file (CORRIN, as written by
      *          GEN) against a fresh production extract on EXTRIN
      *          (either of REMRECON's EXTRIN layouts) and write an
      *          audit report to AUDOUT proving where each
      *          correction landed:
      *             CORRECTED   - the extract now holds the correct
      *     source tag X(8), dividend 9(5), divisor 9(5),
      *     stored remainder 9(5), correct remainder 9(5)
      *
      *  Both modes post their record counts to the run-control
      *  ledger (CALL 'REMPOST') for REMBAL to balance: GEN as the
      *  consumer of the EXPOSURE hand-off (EXPIN) and the producer
      *  of the CORRTRAN hand-off (CORROUT), APPLY as the consumer
      *  of CORRTRAN (CORRIN) with its CORRECTED/STILL-WRONG/
      *  RECORD-GONE split.
      *
      *  RETURN-CODE: GEN    0 = transactions written,
      *                      8 = file problem.
      *               APPLY  0 = every correction verified CORRECTED,
           05 XP-Stored             PIC X(5).
           05 FILLER                PIC X(9).
           05 XP-Correct            PIC X(5).
      *       a valued record's POSTED=/ACCOUNT=/UNIT-VALUE= columns,
      *       which REMVALU reads; a correction needs none of them
           05 FILLER                PIC X(65).

       FD  CORROUT-FILE
           RECORDING MODE IS F.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
      *    Same layout REMRECON reads on its EXTRIN: the 23-byte
      *    record, or the 59-byte valued one whose posting date,
      *    account and unit value follow.  The audit matches on the
      *    first 23 bytes only.
       01  EXTRACT-RECORD.
           05 EX-Source             PIC X(8).
           05 EX-Dividend           PIC X(5).
           05 EX-Divisor            PIC X(5).
           05 EX-Stored-Remainder   PIC X(5).
           05 FILLER                PIC X(36).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  WS-Lines-Read            PIC 9(9)    Value 0.
       01  WS-Trans-Written         PIC 9(9)    Value 0.
       01  WS-Lines-Skipped         PIC 9(9)    Value 0.
       01  WS-Corrin-Read-Count     PIC 9(9)    Value 0.
       01  WS-Corrin-Rejected-Count PIC 9(9)    Value 0.

      * run-control ledger posting area for CALL 'REMPOST'
           COPY LEDGCPY.

      *---------------------------------------------------------------
      *  APPLY-mode correction table.  CORRIN is one transaction per
               Evaluate WS-Run-Mode
                   When 'GEN'
                       Perform GENERATE-CONTROL
                       Perform POST-GEN-CONTROL-COUNTS
                   When 'APPLY'
                       Perform APPLY-CONTROL
                       Perform POST-APPLY-CONTROL-COUNTS
                   When Other
                       Display 'REMFIX: PARM mode must be GEN or'
                               ' APPLY, got ' WS-Run-Mode
               Add 1 To WS-Lines-Skipped
           End-If.
      *---------------------------------------------------------------
      *  GEN's counts: the consumer side of the EXPOSURE hand-off
      *  (every EXPIN line read is either a transaction or a
      *  non-detail line passed over) and the producer side of the
      *  CORRTRAN hand-off, where every transaction is carried.
      *  Posted also after an open failure, so the hand-off shows
      *  as unbalanced rather than not at all.
      *---------------------------------------------------------------
       POST-GEN-CONTROL-COUNTS.
           Initialize Ledger-Posting
           Move 'REMFIX'   To Ledger-Program
           Move 'GEN'      To Ledger-Function
           Move 'EXPOSURE' To Ledger-Handoff
           Set Ledger-Consumer To True
           Move WS-Lines-Read    To Ledger-Read-Count
           Move WS-Trans-Written To Ledger-Written-Count
           Move WS-Lines-Skipped To Ledger-Skipped-Count
           Move Return-Code      To Ledger-Step-Rc
           Call 'REMPOST' Using Ledger-Posting
           Initialize Ledger-Posting
           Move 'REMFIX'   To Ledger-Program
           Move 'GEN'      To Ledger-Function
           Move 'CORRTRAN' To Ledger-Handoff
           Set Ledger-Producer To True
           Set Ledger-New-Dataset To True
           Move WS-Lines-Read    To Ledger-Read-Count
           Move WS-Trans-Written To Ledger-Written-Count
           Move WS-Trans-Written To Ledger-Carried-Count
           Move Return-Code      To Ledger-Step-Rc
           Call 'REMPOST' Using Ledger-Posting.
      *---------------------------------------------------------------
      *  APPLY: load the corrections, stream the fresh extract past
      *  them, then report every correction's fate.  An extract
      *  record with no matching correction is simply healthy data
                  Or CI-Divisor Not Numeric
                  Or CI-Stored Not Numeric
                  Or CI-Correct Not Numeric
                   Add 1 To WS-Corrin-Read-Count
                   Add 1 To WS-Corrin-Rejected-Count
                   Display 'REMFIX: non-numeric CORRIN record'
                           ' skipped: ' CORRIN-RECORD
               Else
                   Add 1 To WS-Corrin-Read-Count
                   Add 1 To WS-Corr-Entry-Count
                   Move WS-Corr-Entry-Count To WS-Corr-Ix
                   Move CI-Source   To CT-Source (WS-Corr-Ix)
           End-Evaluate
           Move WS-Audit-Line To AUDIT-RECORD
           Write AUDIT-RECORD.
      *---------------------------------------------------------------
      *  APPLY's counts, the consumer side of the CORRTRAN hand-off:
      *  every CORRIN record read is audited (CORRECTED, STILL-WRONG
      *  or RECORD-GONE) or rejected as non-numeric.  A CORRIN
      *  overflow stops the read short, which REMBAL then shows
      *  against what GEN wrote.
      *---------------------------------------------------------------
       POST-APPLY-CONTROL-COUNTS.
           Initialize Ledger-Posting
           Move 'REMFIX'   To Ledger-Program
           Move 'APPLY'    To Ledger-Function
           Move 'CORRTRAN' To Ledger-Handoff
           Set Ledger-Consumer To True
           Move WS-Corrin-Read-Count     To Ledger-Read-Count
           Compute Ledger-Written-Count =
                   WS-Corrected-Count + WS-Still-Wrong-Count
                   + WS-Gone-Count
           Move WS-Corrin-Rejected-Count To Ledger-Rejected-Count
           Move 'CORRECTED'              To Ledger-Detail-Name (1)
           Move WS-Corrected-Count       To Ledger-Detail-Count (1)
           Move 'STILL-WRONG'            To Ledger-Detail-Name (2)
           Move WS-Still-Wrong-Count     To Ledger-Detail-Count (2)
           Move 'RECORD-GONE'            To Ledger-Detail-Name (3)
           Move WS-Gone-Count            To Ledger-Detail-Count (3)
           Move Return-Code              To Ledger-Step-Rc
           Call 'REMPOST' Using Ledger-Posting.
