      *
      *  Answering "where does the bug stand today?" used to mean
      *  opening four different outputs: the newest HISTLOG
      *  records for last night's mismatch counts, CAMPRPT for
      *  campaign progress, the REMKFDB load summary for database
      *  size, and CMPOUT when a compare ran.  This program reads
      *  all of them and writes the one page the whole team reads
      *
      *     NIGHTLY REGRESSION  - per OPT/mode profile: last night's
      *          mismatch count, the prior night's, the delta, and a
      *          PASS/FAIL status, from the history master HISTMST
      *          paired by night exactly as REMALERT judges it: the
      *          latest night on file against the latest before it.
      *          A profile with no run last night is listed MISSING
      *          and one that ran more than once shows its RUNS=.
      *     CAMPAIGN            - completion percentage, divisors
      *          remaining and total mismatches, straight from the
      *          CAMPWQ work queue REMCAMP maintains.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER ASSIGN TO HISTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-Key
               FILE STATUS IS WS-Histmst-Status.
           SELECT WORKQ-FILE ASSIGN TO CAMPWQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Campwq-Status.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  HISTORY-MASTER.
      *    Must match HISTORY-MASTER-RECORD as REMHLOAD writes it.
       01  HISTORY-MASTER-RECORD.
           05 HM-Key.
              10 HM-Night           PIC X(8).
              10 HM-Opt-Setting     PIC X(6).
              10 HM-Run-Mode        PIC X(8).
              10 HM-Profile-Id      PIC X(20).
           05 HM-Run-Date           PIC X(8).
           05 HM-Run-Time           PIC X(6).
           05 HM-Job-Name           PIC X(8).
           05 HM-Step-Name          PIC X(8).
           05 HM-Compile-Timestamp  PIC X(16).
           05 HM-Backend-Build-Id   PIC X(52).
           05 HM-Trunc-Setting      PIC X(10).
           05 HM-Arch-Setting       PIC X(8).
           05 HM-Tune-Setting       PIC X(8).
           05 HM-Mismatch-Count     PIC 9(9).
           05 HM-Run-Count          PIC 9(3).
           05 HM-Loaded-On          PIC X(16).

       FD  WORKQ-FILE
           RECORDING MODE IS F.
      *    Must match FAILURE-RECORD as REMKFDB maintains it.
       01  FAILURE-RECORD.
           05 FD-Key.
              10 FD-Divisor         PIC 9(10).
              10 FD-Dividend        PIC 9(10).
              10 FD-Profile-Id      PIC X(20).
              10 FD-Rep             PIC X(8).
           05 FD-Divide-Remain      PIC 9(10).
           05 FD-Calc-Remain        PIC 9(10).
           05 FD-Failure-Class      PIC X(4).
           05 FD-First-Seen         PIC X(16).
           05 FD-Last-Seen          PIC X(16).

       WORKING-STORAGE SECTION.

       01  WS-Histmst-Status        PIC XX.
       01  WS-Campwq-Status         PIC XX.
       01  WS-Faildb-Status         PIC XX.
       01  WS-Cmpin-Status          PIC XX.
       01  WS-Dashout-Status        PIC XX.
       01  WS-Histmst-Eof-Switch    PIC X       Value 'N'.
           88 Histmst-Eof                       Value 'Y'.
       01  WS-Campwq-Eof-Switch     PIC X       Value 'N'.
           88 Campwq-Eof                        Value 'Y'.
       01  WS-Faildb-Eof-Switch     PIC X       Value 'N'.
       01  WS-Current-Date-Stamp    PIC X(21).

      *---------------------------------------------------------------
      *  One entry per OPT/mode profile, one table per night, exactly
      *  as REMALERT keeps them: the master comes in night order and
      *  the current table rolls into the previous one at each night
      *  change.  The two tables must stay the same shape.
      *---------------------------------------------------------------
       01  WS-Prof-Table-Max        PIC 9(4)  Comp Value 50.
       01  WS-Cur-Entry-Count       PIC 9(4)  Comp Value 0.
              10 CT-Opt-Setting     PIC X(6).
              10 CT-Run-Mode        PIC X(8).
              10 CT-Mismatch-Count  PIC 9(9)  Comp.
              10 CT-Run-Count       PIC 9(4)  Comp.
       01  WS-Prv-Entry-Count       PIC 9(4)  Comp Value 0.
       01  WS-Prv-Table.
           05 WS-Prv-Entry Occurs 50 Times.
              10 PT-Opt-Setting     PIC X(6).
              10 PT-Run-Mode        PIC X(8).
              10 PT-Mismatch-Count  PIC 9(9)  Comp.
              10 PT-Run-Count       PIC 9(4)  Comp.
       01  WS-Cur-Night             PIC X(8)    Value Spaces.
       01  WS-Prv-Night             PIC X(8)    Value Spaces.
       01  WS-Table-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Found-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Cur-Ix                PIC 9(4)  Comp Value 0.
           05 PD-Delta-Count        PIC X(10).
           05 FILLER                PIC X(8)    Value ' STATUS='.
           05 PD-Status             PIC X(4).
           05 FILLER                PIC X(6)    Value ' RUNS='.
           05 PD-Run-Count          PIC ZZ9.

      *    a profile last night had and tonight does not, laid out
      *    under the detail columns
       01  WS-Missing-Detail-Line.
           05 FILLER                PIC X(2)    Value Spaces.
           05 MD-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(6)    Value ' MODE='.
           05 MD-Run-Mode           PIC X(8).
           05 FILLER                PIC X(19)   Value
              ' MISMATCH=   (NONE)'.
           05 FILLER                PIC X(7)    Value ' PRIOR='.
           05 MD-Prior-Count        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(17)   Value ' DELTA='.
           05 FILLER                PIC X(12)   Value ' STATUS=MISS'.
           05 FILLER                PIC X(6)    Value ' RUNS='.
           05 MD-Run-Count          PIC ZZ9.

       01  WS-Nights-Line.
           05 FILLER                PIC X(8)    Value '  NIGHT='.
           05 NL-Cur-Night          PIC X(8).
           05 FILLER                PIC X(13)   Value ' PRIOR-NIGHT='.
           05 NL-Prv-Night          PIC X(8).

       01  WS-Prior-Edited          PIC ZZZZZZZZ9.
       01  WS-Delta-Edited          PIC +++++++++9.
           Perform WRITE-BLANK-LINE
           Move 'NIGHTLY REGRESSION BY PROFILE' To DASH-RECORD
           Write DASH-RECORD
           Perform LOAD-HISTORY-NIGHTS
           If WS-Cur-Entry-Count = 0
               Move '  (NO HISTORY MASTER RUNS AVAILABLE)'
                   To DASH-RECORD
               Write DASH-RECORD
           Else
               Move WS-Cur-Night To NL-Cur-Night
               If WS-Prv-Night = Spaces
                   Move '(NONE)' To NL-Prv-Night
               Else
                   Move WS-Prv-Night To NL-Prv-Night
               End-If
               Move WS-Nights-Line To DASH-RECORD
               Write DASH-RECORD
               Perform WRITE-ONE-PROFILE-LINE
                   Varying WS-Cur-Ix From 1 By 1
                   Until WS-Cur-Ix > WS-Cur-Entry-Count
               Perform WRITE-ONE-MISSING-LINE
                   Varying WS-Table-Ix From 1 By 1
                   Until WS-Table-Ix > WS-Prv-Entry-Count
           End-If.
      *---------------------------------------------------------------
      *  The whole master, night by night: what is left in the two
      *  tables at end of file is the latest night and the one
      *  before it.
      *---------------------------------------------------------------
       LOAD-HISTORY-NIGHTS.
           Open Input HISTORY-MASTER
           If WS-Histmst-Status Not = '00'
               Display 'REMDASH: no HISTMST available, status='
                       WS-Histmst-Status
           Else
               Perform Until Histmst-Eof
                   Read HISTORY-MASTER
                       At End Set Histmst-Eof To True
                       Not At End Perform STORE-ONE-MASTER-RUN
                   End-Read
               End-Perform
               Close HISTORY-MASTER
           End-If.

       STORE-ONE-MASTER-RUN.
           If HM-Night Not = WS-Cur-Night
               If WS-Cur-Entry-Count > 0
                   Move WS-Cur-Table To WS-Prv-Table
                   Move WS-Cur-Entry-Count To WS-Prv-Entry-Count
                   Move WS-Cur-Night To WS-Prv-Night
               End-If
               Move 0 To WS-Cur-Entry-Count
               Move HM-Night To WS-Cur-Night
           End-If
           Perform STORE-ONE-CURRENT.

       STORE-ONE-CURRENT.
           Move 0 To WS-Found-Ix
           Perform Varying WS-Table-Ix From 1 By 1
                   Until WS-Table-Ix > WS-Cur-Entry-Count
                      Or WS-Found-Ix > 0
               If CT-Opt-Setting (WS-Table-Ix) = HM-Opt-Setting
                  And CT-Run-Mode (WS-Table-Ix) = HM-Run-Mode
                   Move WS-Table-Ix To WS-Found-Ix
               End-If
           End-Perform
           If WS-Found-Ix = 0
               If WS-Cur-Entry-Count >= WS-Prof-Table-Max
                   Display 'REMDASH: profile table full, record'
                           ' ignored: ' HM-Opt-Setting ' '
                           HM-Run-Mode
               Else
                   Add 1 To WS-Cur-Entry-Count
                   Move WS-Cur-Entry-Count To WS-Found-Ix
                   Move HM-Opt-Setting
                       To CT-Opt-Setting (WS-Found-Ix)
                   Move HM-Run-Mode To CT-Run-Mode (WS-Found-Ix)
                   Move 0 To CT-Run-Count (WS-Found-Ix)
               End-If
           End-If
           If WS-Found-Ix > 0
               Move HM-Mismatch-Count
                   To CT-Mismatch-Count (WS-Found-Ix)
               Add HM-Run-Count To CT-Run-Count (WS-Found-Ix)
           End-If.

       WRITE-ONE-PROFILE-LINE.
               Move WS-Delta-Count To WS-Delta-Edited
               Move WS-Delta-Edited To PD-Delta-Count
           End-If
           Move CT-Run-Count (WS-Cur-Ix) To PD-Run-Count
           Move WS-Profile-Detail-Line To DASH-RECORD
           Write DASH-RECORD.

       WRITE-ONE-MISSING-LINE.
           Move 0 To WS-Found-Ix
           Perform Varying WS-Cur-Ix From 1 By 1
                   Until WS-Cur-Ix > WS-Cur-Entry-Count
                      Or WS-Found-Ix > 0
               If CT-Opt-Setting (WS-Cur-Ix)
                      = PT-Opt-Setting (WS-Table-Ix)
                  And CT-Run-Mode (WS-Cur-Ix)
                      = PT-Run-Mode (WS-Table-Ix)
                   Move WS-Cur-Ix To WS-Found-Ix
               End-If
           End-Perform
           If WS-Found-Ix = 0
               Move PT-Opt-Setting (WS-Table-Ix)    To MD-Opt-Setting
               Move PT-Run-Mode (WS-Table-Ix)       To MD-Run-Mode
               Move PT-Mismatch-Count (WS-Table-Ix) To MD-Prior-Count
               Move 0                               To MD-Run-Count
               Move WS-Missing-Detail-Line To DASH-RECORD
               Write DASH-RECORD
           End-If.
      *---------------------------------------------------------------
      *  Campaign progress straight from the work queue: CAMPWQ is
      *  the authoritative state, CAMPRPT only a rendering of it.
