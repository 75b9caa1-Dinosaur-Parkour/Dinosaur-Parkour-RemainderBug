       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMBAL.
      *
      * Run-control ledger balancing for the sweep-to-FAILDB and
      * recon-to-fix pipelines.
      *
      *  Every pipeline step ended clean whether or not it saw the
      *  records the step before it wrote: a truncated SWPOUT after
      *  the PAD step, a GEN step with EXPIN pointed at an older
      *  EXPOUT, a CORRIN that overflowed APPLY's table -- each one
      *  quietly lost failures or corrections.  The pipeline
      *  programs now post their record counts to the shared
      *  run-control ledger through REMPOST (parameter area
      *  LEDGCPY), each posting naming the hand-off dataset it
      *  wrote or read:
      *
      *     SWEEPSWP  REMAIN1 SWEEP      -> REMKFDB LOAD
      *     REM2SWP   REMAIN2 SWEEP      -> REMKFDB LOAD
      *     REM2SMP   REMAIN2 SAMPLE     -> REMKFDB LOAD,WIDE
      *     CAMPSWP   REMCAMP CAMPAIGN   -> REMKFDB LOAD
      *     EXPOSURE  REMRECON           -> REMFIX GEN
      *     CORRTRAN  REMFIX GEN         -> REMFIX APPLY
      *
      *  This program reads the ledger in posting order and balances
      *  every consumer posting against what its producers put on
      *  the dataset.  A producer that started the dataset afresh
      *  resets the hand-off's on-file counts; one that extended it
      *  (REMCAMP windows, restarted sweeps) adds to them, so a
      *  consumer reading the whole dataset is held to the sum.
      *  Each consumer posting must show:
      *     - records read     = records the producers wrote
      *     - records acted on = data records the producers carried
      *                          (SWPOUT mismatch lines -- a
      *                          BAND-LOW= range line is one --
      *                          EXPOUT detail lines, transactions)
      *     - records read     = acted on + skipped + rejected
      *     - no rejected records
      *     - named detail counts (ADDED/UPDATED/BANDS, CORRECTED/
      *       STILL-WRONG/RECORD-GONE) adding up to acted on
      *  and every miss is a discrepancy line on BALRPT with the
      *  expected and found counts.  A consumer with no producer on
      *  the ledger is itself a discrepancy.
      *
      *  The ledger is reset after each balance (jcl/REMBALJ.jcl),
      *  so every hand-off's on-file counts are written to CARRY as
      *  one carried-forward posting; the RESET step copies CARRY
      *  back over the ledger and the next balance starts from it.
      *  A hand-off whose producer posted after its last consumer is
      *  AWAITING CONSUMER -- not a discrepancy, the load or apply
      *  may simply not have run yet -- and stays so, carried, until
      *  a consumer posts.
      *
      *  RETURN-CODE: 0 = every consumer posting ties out,
      *               4 = at least one discrepancy (see BALRPT),
      *               8 = ledger, report or carry file problem, or
      *                   more hand-offs than the table holds.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runctl-Status.
           SELECT CARRY-FILE ASSIGN TO CARRY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Carry-Status.
           SELECT BALANCE-RPT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Balrpt-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  LEDGER-FILE
           RECORDING MODE IS F.
      *    Must match LEDGER-RECORD as REMPOST writes it (154 bytes).
      *    RL-Role 'B' is a posting this program carried forward: the
      *    hand-off's on-file counts as of the last balance, with
      *    RL-Open-Mode 'A' when they were still awaiting a consumer.
       01  LEDGER-RECORD.
           05 RL-Post-Timestamp     PIC X(16).
           05 RL-Program            PIC X(8).
           05 RL-Function           PIC X(8).
           05 RL-Handoff            PIC X(8).
           05 RL-Role               PIC X(1).
              88 RL-Producer                   Value 'P'.
              88 RL-Consumer                   Value 'C'.
              88 RL-Carried                    Value 'B'.
           05 RL-Open-Mode          PIC X(1).
              88 RL-New-Dataset                Value 'N'.
              88 RL-Awaiting-Consumer          Value 'A'.
           05 RL-Read-Count         PIC 9(9).
           05 RL-Written-Count      PIC 9(9).
           05 RL-Skipped-Count      PIC 9(9).
           05 RL-Rejected-Count     PIC 9(9).
           05 RL-Carried-Count      PIC 9(9).
           05 RL-Detail Occurs 3 Times.
              10 RL-Detail-Name     PIC X(12).
              10 RL-Detail-Count    PIC 9(9).
           05 RL-Step-Rc            PIC 9(4).

       FD  CARRY-FILE
           RECORDING MODE IS F.
      *    Same 154-byte layout; becomes the head of the next ledger.
       01  CARRY-RECORD.
           05 CF-Post-Timestamp     PIC X(16).
           05 CF-Program            PIC X(8).
           05 CF-Function           PIC X(8).
           05 CF-Handoff            PIC X(8).
           05 CF-Role               PIC X(1).
           05 CF-Open-Mode          PIC X(1).
           05 CF-Read-Count         PIC 9(9).
           05 CF-Written-Count      PIC 9(9).
           05 CF-Skipped-Count      PIC 9(9).
           05 CF-Rejected-Count     PIC 9(9).
           05 CF-Carried-Count      PIC 9(9).
           05 CF-Detail Occurs 3 Times.
              10 CF-Detail-Name     PIC X(12).
              10 CF-Detail-Count    PIC 9(9).
           05 CF-Step-Rc            PIC 9(4).

       FD  BALANCE-RPT-FILE
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-Runctl-Status         PIC XX.
       01  WS-Carry-Status          PIC XX.
       01  WS-Balrpt-Status         PIC XX.
       01  WS-Runctl-Eof-Switch     PIC X       Value 'N'.
           88 Runctl-Eof                        Value 'Y'.
       01  WS-Current-Date-Stamp    PIC X(21).

      *---------------------------------------------------------------
      *  One entry per hand-off met on the ledger.  HO-Written and
      *  HO-Carried are what the producers have put on the dataset
      *  since it was last started afresh.
      *---------------------------------------------------------------
       01  WS-Handoff-Entry-Count   PIC 9(4)  Comp Value 0.
       01  WS-Handoff-Table-Max     PIC 9(4)  Comp Value 100.
       01  WS-Handoff-Table.
           05 WS-Handoff-Entry Occurs 100 Times.
              10 HO-Handoff         PIC X(8).
              10 HO-Producer        PIC X(8).
              10 HO-Producer-Function PIC X(8).
              10 HO-Last-Produced   PIC X(16).
              10 HO-Producer-Switch PIC X(1).
                 88 HO-Has-Producer           Value 'Y'.
              10 HO-Awaiting-Switch PIC X(1).
                 88 HO-Awaiting-Consumer      Value 'Y'.
              10 HO-Written         PIC 9(9)  Comp.
              10 HO-Carried         PIC 9(9)  Comp.
              10 HO-Consumer-Postings PIC 9(4) Comp.
              10 HO-Discrepancy-Count PIC 9(4) Comp.
       01  WS-Handoff-Ix            PIC 9(4)  Comp Value 0.
       01  WS-Found-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Detail-Ix             PIC 9(4)  Comp Value 0.

       01  WS-Posting-Count         PIC 9(9)    Value 0.
       01  WS-Discrepancy-Count     PIC 9(9)    Value 0.
       01  WS-Posting-Discrepancies PIC 9(4)  Comp Value 0.
       01  WS-Tied-Count            PIC 9(4)  Comp Value 0.
       01  WS-Unbalanced-Count      PIC 9(4)  Comp Value 0.
       01  WS-Awaiting-Count        PIC 9(4)  Comp Value 0.
       01  WS-Detail-Given-Switch   PIC X       Value 'N'.
           88 WS-Detail-Given                   Value 'Y'.
       01  WS-Detail-Total          PIC 9(9)    Value 0.
       01  WS-Accounted-Total       PIC 9(9)    Value 0.

      *    one discrepancy, staged for REPORT-DISCREPANCY
       01  WS-Reason                PIC X(30)   Value Spaces.
       01  WS-Expected-Count        PIC 9(9)    Value 0.
       01  WS-Found-Count           PIC 9(9)    Value 0.

       01  WS-Title-Line.
           05 FILLER                PIC X(33)   Value
              'RUN-CONTROL LEDGER BALANCE  RUN='.
           05 TT-Run-Timestamp      PIC X(16).

       01  WS-Posting-Line.
           05 PL-Timestamp          PIC X(14).
           05 FILLER                PIC X(1)    Value Space.
           05 PL-Program            PIC X(8).
           05 FILLER                PIC X(1)    Value Space.
           05 PL-Function           PIC X(8).
           05 FILLER                PIC X(1)    Value Space.
           05 PL-Handoff            PIC X(8).
           05 FILLER                PIC X(1)    Value Space.
           05 PL-Role-Text          PIC X(8).
           05 FILLER                PIC X(6)    Value ' READ='.
           05 PL-Read-Count         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' WRITTEN='.
           05 PL-Written-Count      PIC ZZZZZZZZ9.
      *    ' SKIPPED=' for a consumer, ' CARRIED=' for a producer
           05 PL-Third-Label        PIC X(9).
           05 PL-Third-Count        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(10)   Value ' REJECTED='.
           05 PL-Rejected-Count     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(4)    Value ' RC='.
           05 PL-Step-Rc            PIC ZZZ9.

       01  WS-Detail-Count-Line.
           05 FILLER                PIC X(16)   Value Spaces.
           05 FILLER                PIC X(7)    Value 'DETAIL '.
           05 DL-Entry Occurs 3 Times.
              10 DL-Detail-Name     PIC X(12).
              10 DL-Equals          PIC X(1).
              10 DL-Detail-Count    PIC ZZZZZZZZ9.
              10 DL-Count-Text Redefines DL-Detail-Count
                                    PIC X(9).
              10 FILLER             PIC X(2)    Value Spaces.

       01  WS-Tied-Line.
           05 FILLER                PIC X(16)   Value Spaces.
           05 FILLER                PIC X(22)   Value
              '>>> TIED OUT AGAINST  '.
           05 TL-Producer           PIC X(8).
           05 FILLER                PIC X(9)    Value ' ON-FILE='.
           05 TL-Written            PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' CARRIED='.
           05 TL-Carried            PIC ZZZZZZZZ9.

       01  WS-Discrepancy-Line.
           05 FILLER                PIC X(16)   Value Spaces.
           05 FILLER                PIC X(20)   Value
              '>>> OUT OF BALANCE: '.
           05 DX-Reason             PIC X(30).
           05 FILLER                PIC X(10)   Value ' EXPECTED='.
           05 DX-Expected           PIC ZZZZZZZZ9.
           05 FILLER                PIC X(7)    Value ' FOUND='.
           05 DX-Found              PIC ZZZZZZZZ9.

       01  WS-Handoff-Summary-Line.
           05 FILLER                PIC X(8)    Value 'HANDOFF='.
           05 HS-Handoff            PIC X(8).
           05 FILLER                PIC X(10)   Value ' PRODUCER='.
           05 HS-Producer           PIC X(8).
           05 FILLER                PIC X(9)    Value ' ON-FILE='.
           05 HS-Written            PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' CARRIED='.
           05 HS-Carried            PIC ZZZZZZZZ9.
           05 FILLER                PIC X(10)   Value ' CONSUMED='.
           05 HS-Consumer-Postings  PIC ZZZ9.
           05 FILLER                PIC X(8)    Value ' STATUS='.
           05 HS-Status             PIC X(17).

       01  WS-Balance-Total-Line.
           05 FILLER                PIC X(9)    Value 'POSTINGS='.
           05 BT-Posting-Count      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(11)   Value ' HAND-OFFS='.
           05 BT-Handoff-Count      PIC ZZZ9.
           05 FILLER                PIC X(6)    Value ' TIED='.
           05 BT-Tied-Count         PIC ZZZ9.
           05 FILLER                PIC X(16)   Value
              ' OUT-OF-BALANCE='.
           05 BT-Unbalanced-Count   PIC ZZZ9.
           05 FILLER                PIC X(10)   Value ' AWAITING='.
           05 BT-Awaiting-Count     PIC ZZZ9.
           05 FILLER                PIC X(15)   Value
              ' DISCREPANCIES='.
           05 BT-Discrepancy-Count  PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-CONTROL.
           Move Function CURRENT-DATE To WS-Current-Date-Stamp
           Open Input LEDGER-FILE
           If WS-Runctl-Status Not = '00'
               Display 'REMBAL: unable to open RUNCTL, status='
                       WS-Runctl-Status
               Move 8 To Return-Code
           Else
               Open Output BALANCE-RPT-FILE
               If WS-Balrpt-Status Not = '00'
                   Display 'REMBAL: unable to open BALRPT, status='
                           WS-Balrpt-Status
                   Move 8 To Return-Code
               Else
                   Perform BALANCE-THE-LEDGER
                   If Return-Code = 0
                       Perform WRITE-HANDOFF-SUMMARY
                       Perform WRITE-CARRY-FORWARD
                   End-If
                   Close BALANCE-RPT-FILE
               End-If
               Close LEDGER-FILE
           End-If
           Perform SET-FINAL-RETURN-CODE
           GOBACK.
      *---------------------------------------------------------------
      *  Every posting is listed as it is met; each consumer posting
      *  is balanced right there, against the producers' counts as
      *  they stood at that point in the ledger.
      *---------------------------------------------------------------
       BALANCE-THE-LEDGER.
           Move WS-Current-Date-Stamp (1:16) To TT-Run-Timestamp
           Move WS-Title-Line To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Move Spaces To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Move 'LEDGER POSTINGS' To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Perform Until Runctl-Eof
               Read LEDGER-FILE
                   At End Set Runctl-Eof To True
                   Not At End Perform BALANCE-ONE-POSTING
               End-Read
           End-Perform
           If WS-Posting-Count = 0 And Return-Code = 0
               Move '(LEDGER IS EMPTY)' To BALANCE-RPT-RECORD
               Write BALANCE-RPT-RECORD
           End-If.

       BALANCE-ONE-POSTING.
           Add 1 To WS-Posting-Count
           Perform FIND-HANDOFF-ENTRY
           If WS-Found-Ix > 0
               Perform WRITE-POSTING-LINE
               Evaluate True
                   When RL-Carried
                       Perform APPLY-CARRIED-POSTING
                   When RL-Producer
                       Perform APPLY-PRODUCER-POSTING
                   When RL-Consumer
                       Perform BALANCE-CONSUMER-POSTING
                   When Other
                       Move 'UNRECOGNIZED POSTING ROLE' To WS-Reason
                       Move 0 To WS-Expected-Count
                       Move 0 To WS-Found-Count
                       Perform REPORT-DISCREPANCY
               End-Evaluate
           End-If.
      *---------------------------------------------------------------
      *  Linear search; the pipelines hand off a handful of datasets.
      *  Running out of table is an error, never a silent drop -- an
      *  unbalanced hand-off is exactly what this run exists to find.
      *---------------------------------------------------------------
       FIND-HANDOFF-ENTRY.
           Move 0 To WS-Found-Ix
           Perform Varying WS-Handoff-Ix From 1 By 1
                   Until WS-Handoff-Ix > WS-Handoff-Entry-Count
                      Or WS-Found-Ix > 0
               If HO-Handoff (WS-Handoff-Ix) = RL-Handoff
                   Move WS-Handoff-Ix To WS-Found-Ix
               End-If
           End-Perform
           If WS-Found-Ix = 0
               If WS-Handoff-Entry-Count >= WS-Handoff-Table-Max
                   Display 'REMBAL: more than ' WS-Handoff-Table-Max
                           ' hand-offs on RUNCTL, run abandoned'
                   Move 8 To Return-Code
                   Set Runctl-Eof To True
               Else
                   Add 1 To WS-Handoff-Entry-Count
                   Move WS-Handoff-Entry-Count To WS-Found-Ix
                   Move RL-Handoff To HO-Handoff (WS-Found-Ix)
                   Move Spaces To HO-Producer (WS-Found-Ix)
                   Move Spaces To HO-Producer-Function (WS-Found-Ix)
                   Move Spaces To HO-Last-Produced (WS-Found-Ix)
                   Move 'N' To HO-Producer-Switch (WS-Found-Ix)
                   Move 'N' To HO-Awaiting-Switch (WS-Found-Ix)
                   Move 0 To HO-Written (WS-Found-Ix)
                   Move 0 To HO-Carried (WS-Found-Ix)
                   Move 0 To HO-Consumer-Postings (WS-Found-Ix)
                   Move 0 To HO-Discrepancy-Count (WS-Found-Ix)
               End-If
           End-If.

       WRITE-POSTING-LINE.
           Move RL-Post-Timestamp (1:14) To PL-Timestamp
           Move RL-Program   To PL-Program
           Move RL-Function  To PL-Function
           Move RL-Handoff   To PL-Handoff
           Evaluate True
               When RL-Carried
                   Move 'CARRIED'  To PL-Role-Text
               When RL-Producer And RL-New-Dataset
                   Move 'PROD-NEW' To PL-Role-Text
               When RL-Producer
                   Move 'PROD-EXT' To PL-Role-Text
               When RL-Consumer
                   Move 'CONSUMER' To PL-Role-Text
               When Other
                   Move RL-Role    To PL-Role-Text
           End-Evaluate
           Move RL-Read-Count    To PL-Read-Count
           Move RL-Written-Count To PL-Written-Count
           If RL-Consumer
               Move ' SKIPPED=' To PL-Third-Label
               Move RL-Skipped-Count To PL-Third-Count
           Else
               Move ' CARRIED=' To PL-Third-Label
               Move RL-Carried-Count To PL-Third-Count
           End-If
           Move RL-Rejected-Count To PL-Rejected-Count
           Move RL-Step-Rc        To PL-Step-Rc
           Move WS-Posting-Line To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Move 'N' To WS-Detail-Given-Switch
           Perform Varying WS-Detail-Ix From 1 By 1
                   Until WS-Detail-Ix > 3
               Move RL-Detail-Name (WS-Detail-Ix)
                   To DL-Detail-Name (WS-Detail-Ix)
               If RL-Detail-Name (WS-Detail-Ix) = Spaces
                   Move Space  To DL-Equals (WS-Detail-Ix)
                   Move Spaces To DL-Count-Text (WS-Detail-Ix)
               Else
                   Set WS-Detail-Given To True
                   Move '='    To DL-Equals (WS-Detail-Ix)
                   Move RL-Detail-Count (WS-Detail-Ix)
                       To DL-Detail-Count (WS-Detail-Ix)
               End-If
           End-Perform
           If WS-Detail-Given
               Move WS-Detail-Count-Line To BALANCE-RPT-RECORD
               Write BALANCE-RPT-RECORD
           End-If.
      *---------------------------------------------------------------
      *  A carried-forward posting re-establishes the hand-off's
      *  on-file counts from the last balance.
      *---------------------------------------------------------------
       APPLY-CARRIED-POSTING.
           Move RL-Program  To HO-Producer (WS-Found-Ix)
           Move RL-Function To HO-Producer-Function (WS-Found-Ix)
           Move RL-Post-Timestamp To HO-Last-Produced (WS-Found-Ix)
           Set HO-Has-Producer (WS-Found-Ix) To True
           Move RL-Written-Count To HO-Written (WS-Found-Ix)
           Move RL-Carried-Count To HO-Carried (WS-Found-Ix)
           If RL-Awaiting-Consumer
               Set HO-Awaiting-Consumer (WS-Found-Ix) To True
           Else
               Move 'N' To HO-Awaiting-Switch (WS-Found-Ix)
           End-If.
      *---------------------------------------------------------------
      *  A producer that started the dataset afresh replaces the
      *  on-file counts; one that extended it adds to them.
      *---------------------------------------------------------------
       APPLY-PRODUCER-POSTING.
           Move RL-Program  To HO-Producer (WS-Found-Ix)
           Move RL-Function To HO-Producer-Function (WS-Found-Ix)
           Move RL-Post-Timestamp To HO-Last-Produced (WS-Found-Ix)
           If RL-New-Dataset Or Not HO-Has-Producer (WS-Found-Ix)
               Move RL-Written-Count To HO-Written (WS-Found-Ix)
               Move RL-Carried-Count To HO-Carried (WS-Found-Ix)
           Else
               Add RL-Written-Count To HO-Written (WS-Found-Ix)
               Add RL-Carried-Count To HO-Carried (WS-Found-Ix)
           End-If
           Set HO-Has-Producer (WS-Found-Ix) To True
           Set HO-Awaiting-Consumer (WS-Found-Ix) To True.
      *---------------------------------------------------------------
      *  The five tie-outs listed in the program header, each miss
      *  reported with what was expected and what was found.
      *---------------------------------------------------------------
       BALANCE-CONSUMER-POSTING.
           Move 0 To WS-Posting-Discrepancies
           Add 1 To HO-Consumer-Postings (WS-Found-Ix)
           Move 'N' To HO-Awaiting-Switch (WS-Found-Ix)
           If Not HO-Has-Producer (WS-Found-Ix)
               Move 'NO PRODUCER POSTED FOR DATASET' To WS-Reason
               Move 0 To WS-Expected-Count
               Move RL-Read-Count To WS-Found-Count
               Perform REPORT-DISCREPANCY
           Else
               If RL-Read-Count Not = HO-Written (WS-Found-Ix)
                   Move 'RECORDS READ NOT = PRODUCED' To WS-Reason
                   Move HO-Written (WS-Found-Ix) To WS-Expected-Count
                   Move RL-Read-Count To WS-Found-Count
                   Perform REPORT-DISCREPANCY
               End-If
               If RL-Written-Count Not = HO-Carried (WS-Found-Ix)
                   Move 'ACTED ON NOT = DATA RECORDS' To WS-Reason
                   Move HO-Carried (WS-Found-Ix) To WS-Expected-Count
                   Move RL-Written-Count To WS-Found-Count
                   Perform REPORT-DISCREPANCY
               End-If
           End-If
           Compute WS-Accounted-Total =
                   RL-Written-Count + RL-Skipped-Count
                   + RL-Rejected-Count
           If WS-Accounted-Total Not = RL-Read-Count
               Move 'RECORDS READ NOT ACCOUNTED FOR' To WS-Reason
               Move RL-Read-Count To WS-Expected-Count
               Move WS-Accounted-Total To WS-Found-Count
               Perform REPORT-DISCREPANCY
           End-If
           If RL-Rejected-Count > 0
               Move 'RECORDS REJECTED BY CONSUMER' To WS-Reason
               Move 0 To WS-Expected-Count
               Move RL-Rejected-Count To WS-Found-Count
               Perform REPORT-DISCREPANCY
           End-If
           Move 0 To WS-Detail-Total
           Move 'N' To WS-Detail-Given-Switch
           Perform Varying WS-Detail-Ix From 1 By 1
                   Until WS-Detail-Ix > 3
               If RL-Detail-Name (WS-Detail-Ix) Not = Spaces
                   Set WS-Detail-Given To True
                   Add RL-Detail-Count (WS-Detail-Ix)
                       To WS-Detail-Total
               End-If
           End-Perform
           If WS-Detail-Given
              And WS-Detail-Total Not = RL-Written-Count
               Move 'DETAIL COUNTS NOT = ACTED ON' To WS-Reason
               Move RL-Written-Count To WS-Expected-Count
               Move WS-Detail-Total To WS-Found-Count
               Perform REPORT-DISCREPANCY
           End-If
           If WS-Posting-Discrepancies = 0
               Move HO-Producer (WS-Found-Ix) To TL-Producer
               Move HO-Written (WS-Found-Ix)  To TL-Written
               Move HO-Carried (WS-Found-Ix)  To TL-Carried
               Move WS-Tied-Line To BALANCE-RPT-RECORD
               Write BALANCE-RPT-RECORD
           End-If.

       REPORT-DISCREPANCY.
           Add 1 To WS-Posting-Discrepancies
           Add 1 To WS-Discrepancy-Count
           Add 1 To HO-Discrepancy-Count (WS-Found-Ix)
           Move WS-Reason         To DX-Reason
           Move WS-Expected-Count To DX-Expected
           Move WS-Found-Count    To DX-Found
           Move WS-Discrepancy-Line To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Display 'REMBAL: ' RL-Handoff ' ' RL-Program ' '
                   RL-Function ' OUT OF BALANCE: ' WS-Reason.
      *---------------------------------------------------------------
      *  One line per hand-off: where it stands after this ledger.
      *---------------------------------------------------------------
       WRITE-HANDOFF-SUMMARY.
           Move Spaces To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Move 'HAND-OFF SUMMARY' To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Perform Varying WS-Handoff-Ix From 1 By 1
                   Until WS-Handoff-Ix > WS-Handoff-Entry-Count
               Move HO-Handoff (WS-Handoff-Ix)  To HS-Handoff
               Move HO-Producer (WS-Handoff-Ix) To HS-Producer
               Move HO-Written (WS-Handoff-Ix)  To HS-Written
               Move HO-Carried (WS-Handoff-Ix)  To HS-Carried
               Move HO-Consumer-Postings (WS-Handoff-Ix)
                   To HS-Consumer-Postings
               Evaluate True
                   When HO-Discrepancy-Count (WS-Handoff-Ix) > 0
                       Move 'OUT OF BALANCE'    To HS-Status
                       Add 1 To WS-Unbalanced-Count
                   When HO-Awaiting-Consumer (WS-Handoff-Ix)
                       Move 'AWAITING CONSUMER' To HS-Status
                       Add 1 To WS-Awaiting-Count
                   When HO-Consumer-Postings (WS-Handoff-Ix) > 0
                       Move 'TIED'              To HS-Status
                       Add 1 To WS-Tied-Count
                   When Other
                       Move 'NO NEW POSTINGS'   To HS-Status
               End-Evaluate
               Move WS-Handoff-Summary-Line To BALANCE-RPT-RECORD
               Write BALANCE-RPT-RECORD
           End-Perform
           Move Spaces To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Move WS-Posting-Count       To BT-Posting-Count
           Move WS-Handoff-Entry-Count To BT-Handoff-Count
           Move WS-Tied-Count          To BT-Tied-Count
           Move WS-Unbalanced-Count    To BT-Unbalanced-Count
           Move WS-Awaiting-Count      To BT-Awaiting-Count
           Move WS-Discrepancy-Count   To BT-Discrepancy-Count
           Move WS-Balance-Total-Line To BALANCE-RPT-RECORD
           Write BALANCE-RPT-RECORD
           Display WS-Balance-Total-Line.
      *---------------------------------------------------------------
      *  Each hand-off with a producer on record is carried into the
      *  next ledger as one 'B' posting holding its on-file counts.
      *  A consumer-only hand-off has nothing on file to carry; its
      *  discrepancy is on this run's report.
      *---------------------------------------------------------------
       WRITE-CARRY-FORWARD.
           Open Output CARRY-FILE
           If WS-Carry-Status Not = '00'
               Display 'REMBAL: unable to open CARRY, status='
                       WS-Carry-Status
               Move 8 To Return-Code
           Else
               Perform WRITE-ONE-CARRY-POSTING
                   Varying WS-Handoff-Ix From 1 By 1
                   Until WS-Handoff-Ix > WS-Handoff-Entry-Count
               Close CARRY-FILE
           End-If.

       WRITE-ONE-CARRY-POSTING.
           If HO-Has-Producer (WS-Handoff-Ix)
               Initialize CARRY-RECORD
               Move HO-Last-Produced (WS-Handoff-Ix)
                   To CF-Post-Timestamp
               Move HO-Producer (WS-Handoff-Ix) To CF-Program
               Move HO-Producer-Function (WS-Handoff-Ix)
                   To CF-Function
               Move HO-Handoff (WS-Handoff-Ix) To CF-Handoff
               Move 'B' To CF-Role
               If HO-Awaiting-Consumer (WS-Handoff-Ix)
                   Move 'A' To CF-Open-Mode
               Else
                   Move Space To CF-Open-Mode
               End-If
               Move HO-Written (WS-Handoff-Ix) To CF-Written-Count
               Move HO-Carried (WS-Handoff-Ix) To CF-Carried-Count
               Write CARRY-RECORD
           End-If.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       SET-FINAL-RETURN-CODE.
           If Return-Code = 0 And WS-Discrepancy-Count > 0
               Move 4 To Return-Code
           End-If.
