      *
      * Trend analysis over the REMAIN1 HISTLOG audit trail.
      *
      *  Reads the history master HISTMST (REMHLOAD files it by run
      *  night, so key order is night order), groups the
      *  records by OPT setting and run mode, and prints one
      *  chronological section per profile showing the mismatch
      *  count night by night with the backend build id that
      *  produced it.  Whenever the count changes between two
      *  consecutive runs of the same profile a flag line is
      *  written -- that line is the whole point of this report:
      *  because the backend id is NOT part of the section key, the
      *  flag fires exactly at a PTF boundary (the run where a new
      *  backend first moves the count), so nobody has to pull
      *  HISTLOG generations into ISPF by hand to answer "when did
      *  OPT(1) start failing?".
      *
      *  Because every run carries its night, the gaps show too: a
      *  profile with no run on nights other profiles ran gets a
      *  MISSING line for them, one that stopped running a NO RUN
      *  SINCE line, and a night with more than one run for the
      *  profile a DUPLICATE line -- a missed night is never read as
      *  "the count did not change".
      *
      *  The master only grows, and the table holds 2000 runs; once
      *  it is full the oldest night is dropped whole to make room,
      *  so the report always covers the newest nights on file (a
      *  part-dropped night would read as MISSING for the profiles
      *  it lost).  How many nights were dropped is reported on
      *  SYSOUT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER ASSIGN TO HISTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-Key
               FILE STATUS IS WS-Histmst-Status.
           SELECT TREND-FILE ASSIGN TO TRNDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trndout-Status.
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

       FD  TREND-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.

       01  WS-Histmst-Status        PIC XX.
       01  WS-Histmst-Eof-Switch    PIC X       Value 'N'.
           88 Histmst-Eof                       Value 'Y'.
       01  WS-Trndout-Status        PIC XX.

      *---------------------------------------------------------------
      *  One table entry per master record, kept in the order read
      *  (the master is in night order, so the table order IS
      *  chronological order within each profile).  HT-Night-Ix
      *  points into the table of nights below.
      *---------------------------------------------------------------
       01  WS-Hist-Record-Count     PIC 9(4)  Comp Value 0.
       01  WS-Hist-Table-Max        PIC 9(4)  Comp Value 2000.
              10 HT-Tune-Setting     PIC X(8).
              10 HT-Compile-Timestamp PIC X(16).
              10 HT-Mismatch-Count   PIC 9(9)  Comp.
              10 HT-Night            PIC X(8).
              10 HT-Night-Ix         PIC 9(4)  Comp.
              10 HT-Run-Count        PIC 9(3).
              10 HT-Reported-Switch  PIC X.
                 88 HT-Reported                Value 'Y'.

      *---------------------------------------------------------------
      *  Every night any profile ran, oldest first -- the calendar a
      *  profile's own runs are checked against for gaps.
      *---------------------------------------------------------------
       01  WS-Night-Count           PIC 9(4)  Comp Value 0.
       01  WS-Night-Table.
           05 WS-Night-Entry Occurs 2000 Times.
              10 NT-Night            PIC X(8).
       01  WS-Prior-Night-Ix        PIC 9(4)  Comp Value 0.
       01  WS-Gap-Night-Count       PIC 9(4)  Comp Value 0.
       01  WS-Gap-To-Night-Ix       PIC 9(4)  Comp Value 0.
       01  WS-Missing-Night-Count   PIC 9(4)  Comp Value 0.
       01  WS-Duplicate-Night-Count PIC 9(4)  Comp Value 0.
       01  WS-Dropped-Night-Count   PIC 9(4)  Comp Value 0.
       01  WS-Drop-Entry-Count      PIC 9(4)  Comp Value 0.
       01  WS-Keep-Entry-Count      PIC 9(4)  Comp Value 0.
       01  WS-Night-Overflow-Switch PIC X       Value 'N'.
           88 WS-Night-Overflow-Reported        Value 'Y'.

       01  WS-Hist-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Scan-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Profile-Run-Number    PIC 9(4)  Comp Value 0.
           05 TD-Backend-Build-Id   PIC X(52).
           05 FILLER                PIC X(11)   Value ' MISMATCH='.
           05 TD-Mismatch-Count     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(7)    Value ' NIGHT='.
           05 TD-Night              PIC X(8).

       01  WS-Change-Flag-Line.
           05 FILLER                PIC X(34)   Value
           05 FILLER                PIC X(13)   Value ' AT COMPILED='.
           05 CF-Compile-Timestamp  PIC X(16).

       01  WS-Missing-Flag-Line.
           05 FILLER                PIC X(27)   Value
              '  >>> MISSING: NO RUN ON   '.
           05 MF-Night-Count        PIC ZZZ9.
           05 FILLER                PIC X(16)   Value
              ' NIGHT(S) FROM  '.
           05 MF-From-Night         PIC X(8).
           05 FILLER                PIC X(4)    Value ' TO '.
           05 MF-To-Night           PIC X(8).

       01  WS-Duplicate-Flag-Line.
           05 FILLER                PIC X(17)   Value
              '  >>> DUPLICATE: '.
           05 DF-Run-Count          PIC ZZ9.
           05 FILLER                PIC X(27)   Value
              ' RUNS FILED FOR NIGHT      '.
           05 DF-Night              PIC X(8).

       01  WS-Stopped-Flag-Line.
           05 FILLER                PIC X(28)   Value
              '  >>> NO RUN SINCE NIGHT    '.
           05 SF-Last-Night         PIC X(8).
           05 FILLER                PIC X(24)   Value
              ', LATEST NIGHT ON FILE  '.
           05 SF-Latest-Night       PIC X(8).

       01  WS-Totals-Line.
           05 FILLER                PIC X(15)   Value 'RUNS ANALYZED ='.
           05 TL-Record-Count       PIC ZZZ9.
           05 FILLER                PIC X(23)   Value
              '  COUNT CHANGES FOUND ='.
           05 TL-Change-Count       PIC ZZZ9.
           05 FILLER                PIC X(18)   Value
              '  MISSING NIGHTS ='.
           05 TL-Missing-Count      PIC ZZZ9.
           05 FILLER                PIC X(20)   Value
              '  DUPLICATE NIGHTS ='.
           05 TL-Duplicate-Count    PIC ZZZ9.

       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  Read every master record into the chronological table,
      *  noting each new night as it goes by.
      *---------------------------------------------------------------
       LOAD-HISTORY-TABLE.
           Open Input HISTORY-MASTER
           If WS-Histmst-Status Not = '00'
               Display 'REMHIST: unable to open HISTMST, status='
                       WS-Histmst-Status
               Move 8 To Return-Code
           Else
               Perform Until Histmst-Eof
                   Read HISTORY-MASTER
                       At End Set Histmst-Eof To True
                       Not At End Perform STORE-ONE-HISTORY-RECORD
                   End-Read
               End-Perform
               Close HISTORY-MASTER
               If WS-Dropped-Night-Count > 0
                   Display 'REMHIST: more than ' WS-Hist-Table-Max
                           ' HISTMST records, oldest '
                           WS-Dropped-Night-Count
                           ' night(s) dropped, report starts at night '
                           NT-Night (1)
               End-If
           End-If.

      *    a full table gives up its oldest night -- unless that is
      *    the night being loaded, which can only keep what fits
       STORE-ONE-HISTORY-RECORD.
           If WS-Hist-Record-Count >= WS-Hist-Table-Max
              And (WS-Night-Count > 1 Or HM-Night Not = NT-Night (1))
               Perform DROP-OLDEST-NIGHT
           End-If
           If WS-Hist-Record-Count >= WS-Hist-Table-Max
               If Not WS-Night-Overflow-Reported
                   Display 'REMHIST: more than ' WS-Hist-Table-Max
                           ' HISTMST records for night ' HM-Night
                           ', excess ignored'
                   Set WS-Night-Overflow-Reported To True
               End-If
           Else
               If WS-Night-Count = 0
                  Or HM-Night Not = NT-Night (WS-Night-Count)
                   Add 1 To WS-Night-Count
                   Move HM-Night To NT-Night (WS-Night-Count)
               End-If
               Add 1 To WS-Hist-Record-Count
               Move WS-Hist-Record-Count To WS-Hist-Ix
               Move HM-Backend-Build-Id
                   To HT-Backend-Build-Id (WS-Hist-Ix)
               Move HM-Opt-Setting
                   To HT-Opt-Setting (WS-Hist-Ix)
               Move HM-Run-Mode
                   To HT-Run-Mode (WS-Hist-Ix)
               Move HM-Trunc-Setting
                   To HT-Trunc-Setting (WS-Hist-Ix)
               Move HM-Arch-Setting
                   To HT-Arch-Setting (WS-Hist-Ix)
               Move HM-Tune-Setting
                   To HT-Tune-Setting (WS-Hist-Ix)
               Move HM-Compile-Timestamp
                   To HT-Compile-Timestamp (WS-Hist-Ix)
               Move HM-Mismatch-Count
                   To HT-Mismatch-Count (WS-Hist-Ix)
               Move HM-Night      To HT-Night (WS-Hist-Ix)
               Move WS-Night-Count To HT-Night-Ix (WS-Hist-Ix)
               Move HM-Run-Count  To HT-Run-Count (WS-Hist-Ix)
               Move 'N' To HT-Reported-Switch (WS-Hist-Ix)
           End-If.
      *---------------------------------------------------------------
      *  The table is in night order, so the oldest night's runs are
      *  the leading entries: slide the rest down over them, and the
      *  calendar with them.
      *---------------------------------------------------------------
       DROP-OLDEST-NIGHT.
           Move 0 To WS-Drop-Entry-Count
           Perform Varying WS-Hist-Ix From 1 By 1
                   Until WS-Hist-Ix > WS-Hist-Record-Count
                      Or HT-Night-Ix (WS-Hist-Ix) > 1
               Add 1 To WS-Drop-Entry-Count
           End-Perform
           Compute WS-Keep-Entry-Count =
                   WS-Hist-Record-Count - WS-Drop-Entry-Count
           Perform Varying WS-Hist-Ix From 1 By 1
                   Until WS-Hist-Ix > WS-Keep-Entry-Count
               Move WS-Hist-Entry (WS-Hist-Ix + WS-Drop-Entry-Count)
                   To WS-Hist-Entry (WS-Hist-Ix)
               Subtract 1 From HT-Night-Ix (WS-Hist-Ix)
           End-Perform
           Perform Varying WS-Scan-Ix From 1 By 1
                   Until WS-Scan-Ix >= WS-Night-Count
               Move NT-Night (WS-Scan-Ix + 1) To NT-Night (WS-Scan-Ix)
           End-Perform
           Move WS-Keep-Entry-Count To WS-Hist-Record-Count
           Subtract 1 From WS-Night-Count
           Add 1 To WS-Dropped-Night-Count.
      *---------------------------------------------------------------
      *  Walk the table in input (chronological) order.  Each not-yet-
      *  reported entry opens a new profile section; every entry with
      *  the same OPT/mode key is then reported in order and marked,
      *  so each profile's history prints contiguously no matter how
      *  its runs interleave with other profiles'.  Backend id is
      *  deliberately NOT part of the key: a count change across a
      *  backend transition is the PTF signal this report exists
      *  to flag.
           Write TREND-RECORD
           Move 0 To WS-Profile-Run-Number
           Move 0 To WS-Prior-Mismatch-Count
           Move 0 To WS-Prior-Night-Ix
           Move 'Y' To WS-First-Run-Switch
           Perform Varying WS-Scan-Ix From WS-Hist-Ix By 1
                   Until WS-Scan-Ix > WS-Hist-Record-Count
                  And HT-Run-Mode (WS-Scan-Ix) = WS-Group-Run-Mode
                   Perform REPORT-ONE-PROFILE-RUN
               End-If
           End-Perform
      *    a profile that stopped running says so once, not once
      *    per night since
           If WS-Prior-Night-Ix < WS-Night-Count
               Move NT-Night (WS-Prior-Night-Ix) To SF-Last-Night
               Move NT-Night (WS-Night-Count)    To SF-Latest-Night
               Move WS-Stopped-Flag-Line To TREND-RECORD
               Write TREND-RECORD
           End-If.

       REPORT-ONE-PROFILE-RUN.
           If Not WS-First-Run-Of-Profile
               Perform FLAG-NIGHT-GAP
           End-If
           Add 1 To WS-Profile-Run-Number
           Move WS-Profile-Run-Number To TD-Run-Number
           Move HT-Compile-Timestamp (WS-Scan-Ix)
           Move HT-Backend-Build-Id (WS-Scan-Ix)
               To TD-Backend-Build-Id
           Move HT-Mismatch-Count (WS-Scan-Ix) To TD-Mismatch-Count
           Move HT-Night (WS-Scan-Ix)          To TD-Night
           Move WS-Trend-Detail-Line To TREND-RECORD
           Write TREND-RECORD
           If HT-Run-Count (WS-Scan-Ix) > 1
               Add 1 To WS-Duplicate-Night-Count
               Move HT-Run-Count (WS-Scan-Ix) To DF-Run-Count
               Move HT-Night (WS-Scan-Ix)     To DF-Night
               Move WS-Duplicate-Flag-Line To TREND-RECORD
               Write TREND-RECORD
           End-If
           If Not WS-First-Run-Of-Profile
              And HT-Mismatch-Count (WS-Scan-Ix)
                  Not = WS-Prior-Mismatch-Count
           Move HT-Mismatch-Count (WS-Scan-Ix)
               To WS-Prior-Mismatch-Count
           Move 'N' To WS-First-Run-Switch
           Move HT-Night-Ix (WS-Scan-Ix) To WS-Prior-Night-Ix
           Set HT-Reported (WS-Scan-Ix) To True.
      *---------------------------------------------------------------
      *  Between this run and the profile's previous one: nights
      *  other profiles ran are nights this one missed, and a second
      *  record on the same night (another profile tag on the same
      *  OPT/mode) is a duplicate.
      *---------------------------------------------------------------
       FLAG-NIGHT-GAP.
           Evaluate True
               When HT-Night-Ix (WS-Scan-Ix) = WS-Prior-Night-Ix
                   Add 1 To WS-Duplicate-Night-Count
                   Move 2 To DF-Run-Count
                   Move HT-Night (WS-Scan-Ix) To DF-Night
                   Move WS-Duplicate-Flag-Line To TREND-RECORD
                   Write TREND-RECORD
               When HT-Night-Ix (WS-Scan-Ix) > WS-Prior-Night-Ix + 1
                   Compute WS-Gap-Night-Count =
                           HT-Night-Ix (WS-Scan-Ix)
                           - WS-Prior-Night-Ix - 1
                   Add WS-Gap-Night-Count To WS-Missing-Night-Count
                   Move WS-Gap-Night-Count To MF-Night-Count
                   Move NT-Night (WS-Prior-Night-Ix + 1)
                       To MF-From-Night
                   Compute WS-Gap-To-Night-Ix =
                           HT-Night-Ix (WS-Scan-Ix) - 1
                   Move NT-Night (WS-Gap-To-Night-Ix) To MF-To-Night
                   Move WS-Missing-Flag-Line To TREND-RECORD
                   Write TREND-RECORD
           End-Evaluate.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       WRITE-TOTALS-LINE.
           Move WS-Hist-Record-Count To TL-Record-Count
           Move WS-Profile-Count     To TL-Profile-Count
           Move WS-Change-Count      To TL-Change-Count
           Move WS-Missing-Night-Count   To TL-Missing-Count
           Move WS-Duplicate-Night-Count To TL-Duplicate-Count
           Move Spaces To TREND-RECORD
           Write TREND-RECORD
           Move WS-Totals-Line To TREND-RECORD
