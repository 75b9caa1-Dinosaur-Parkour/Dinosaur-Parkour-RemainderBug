      *----------------------------------------------------------------
      *  LEDGCPY -- Parameter area for CALL 'REMPOST', which posts one
      *  step's record counts to the shared run-control ledger that
      *  REMBAL balances.  Every program that writes or reads a
      *  pipeline hand-off dataset (SWPOUT, EXPOUT, the correction
      *  transactions) fills this in once at end of run and CALLs:
      *
      *      Initialize Ledger-Posting
      *      Move 'REMFIX'   To Ledger-Program
      *      Move 'GEN'      To Ledger-Function
      *      Move 'EXPOSURE' To Ledger-Handoff
      *      Set Ledger-Consumer To True
      *      Move WS-Lines-Read    To Ledger-Read-Count
      *      ...
      *      Call 'REMPOST' Using Ledger-Posting
      *
      *  Ledger-Handoff names the dataset being handed from one step
      *  to the next; producer and consumer must post under the same
      *  name for REMBAL to pair them.  A producer posts the records
      *  it wrote (Ledger-Written-Count, every line on the dataset)
      *  and how many of them are data the consumer must act on
      *  (Ledger-Carried-Count -- detail lines as opposed to headings
      *  and totals), plus whether it started the dataset afresh
      *  (Ledger-New-Dataset) or added to what was already there
      *  (Ledger-Extended).  A consumer posts every record it read,
      *  and splits them into the ones it acted on (written), the
      *  ones it passed over by design (skipped) and the ones it
      *  could not use (rejected).  Up to three named detail counts
      *  break a consumer's written count down further (ADDED/
      *  UPDATED, CORRECTED/STILL-WRONG/RECORD-GONE); when given,
      *  they must add up to the written count.
      *
      *  Ledger-Step-Rc is the return code the posting step is about
      *  to end with, so the balancing report shows counts from a
      *  failed step for what they are.
      *
      *  On return Ledger-Return-Code is 0 when the posting is on the
      *  ledger and 8 when the ledger could not be opened (reported
      *  on SYSOUT); the caller's own work is never failed for it.
      *  RETURN-CODE comes back set to Ledger-Step-Rc, so the
      *  caller's step condition code is unchanged by the CALL.
      *----------------------------------------------------------------
       01  Ledger-Posting.
           05 Ledger-Program      PIC  X(8).
           05 Ledger-Function     PIC  X(8).
           05 Ledger-Handoff      PIC  X(8).
           05 Ledger-Role         PIC  X(1).
              88 Ledger-Producer              Value 'P'.
              88 Ledger-Consumer              Value 'C'.
           05 Ledger-Open-Mode    PIC  X(1).
              88 Ledger-New-Dataset           Value 'N'.
              88 Ledger-Extended              Value 'X'.
           05 Ledger-Read-Count   PIC  9(9).
           05 Ledger-Written-Count PIC 9(9).
           05 Ledger-Skipped-Count PIC 9(9).
           05 Ledger-Rejected-Count PIC 9(9).
           05 Ledger-Carried-Count PIC 9(9).
           05 Ledger-Detail Occurs 3 Times.
              10 Ledger-Detail-Name  PIC X(12).
              10 Ledger-Detail-Count PIC 9(9).
           05 Ledger-Step-Rc      PIC  9(4).
           05 Ledger-Return-Code  PIC  9(4)  Comp-5.
              88 Ledger-Posted                Value 0.
              88 Ledger-Not-Posted            Value 8.
