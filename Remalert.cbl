      *  RUN2 is expected to end RC=4 every night until IBM's fix
      *  lands, so operations either paged on the expected failure or
      *  filtered it out and risked missing real changes.  This final
      *  analysis step compares tonight's runs on the history master
      *  (HISTMST, filed by REMHLOAD under run night) against the
      *  latest earlier night's per OPT/mode profile and signals only
      *  the DIFFERENCE:
      *
      *     RC=8 + console WTO  'NEW REGRESSION'  - a profile that
      *          passed last night (mismatch 0) now fails
      *  wins; every signal is still written individually.  All
      *  comparisons also go to SYSOUT for the morning audit trail.
      *
      *  Tonight is the latest night on the master (or the NIGHT=
      *  PARM); last night is the latest night on file before it,
      *  whatever the calendar says -- a gap is noted on SYSOUT.  The
      *  pairing is by night, never by position, so a profile that
      *  ran last night but not tonight, or ran more than once
      *  tonight, is signalled for what it is:
      *
      *     RC=4 + console WTO  'MISSING RUN'     - no run tonight
      *     RC=4 + console WTO  'DUPLICATE RUN'   - more than one
      *          run filed for the night (the latest is judged)
      *
      *  Signals are no longer ephemeral: every NEW REGRESSION and
      *  IMPROVEMENT is also written to the persistent alert log on
      *  ALERTDB with an OPEN status, the comparison counts, the
      *  tonight's:
      *
      *     RC=8  any OPEN regression alert (new or carried)
      *     RC=4  otherwise, a missing or duplicate run tonight
      *     RC=2  otherwise, any OPEN improvement alert
      *     RC=0  all alerts acknowledged and tonight steady
      *
      *  PARM:
      *     (none) / 'JUDGE[,ESC=n][,NIGHT=yyyymmdd]' - the nightly
      *          comparison above; NIGHT= judges that night instead
      *          of the latest one on the master
      *     'ACK,SEQ=n,INIT=xxx,DISP=text' - record an
      *          acknowledgment: alert n is closed with the
      *          operator's initials, a free-form disposition and a
           CONSOLE IS OPER-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER ASSIGN TO HISTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-Key
               FILE STATUS IS WS-Histmst-Status.
           SELECT ALERT-LOG-FILE ASSIGN TO ALERTDB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Alertdb-Status.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *    Must match HISTORY-MASTER-RECORD as REMHLOAD writes it.
       FD  HISTORY-MASTER.
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

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.

       01  WS-Histmst-Status        PIC XX.
       01  WS-Histmst-Eof-Switch    PIC X       Value 'N'.
           88 Histmst-Eof                       Value 'Y'.

       01  WS-Alertdb-Status        PIC XX.
       01  WS-Alertdb-Eof-Switch    PIC X       Value 'N'.
       01  WS-Improvement-Count     PIC 9(4)    Value 0.
       01  WS-Steady-Count          PIC 9(4)    Value 0.
       01  WS-No-Baseline-Count     PIC 9(4)    Value 0.
       01  WS-Missing-Count         PIC 9(4)    Value 0.
       01  WS-Duplicate-Count       PIC 9(4)    Value 0.

      *    the night being judged, the one it is judged against, and
      *    the NIGHT= override
       01  WS-Target-Night          PIC X(8)    Value Spaces.
       01  WS-Cur-Night             PIC X(8)    Value Spaces.
       01  WS-Cur-Night-Num Redefines WS-Cur-Night
                                    PIC 9(8).
       01  WS-Prv-Night             PIC X(8)    Value Spaces.
       01  WS-Prv-Night-Num Redefines WS-Prv-Night
                                    PIC 9(8).
       01  WS-Night-Gap             PIC S9(9)   Value 0.

       01  WS-Run-Mode              PIC X(8)    Value 'JUDGE'.
       01  WS-Escalate-Nights       PIC 9(3)    Value 3.
       01  WS-Open-Improve-Count    PIC 9(4)    Value 0.

      *---------------------------------------------------------------
      *  One entry per OPT/mode profile, one table per night.  The
      *  master is read in key order, night by night; when the night
      *  changes the current table becomes the previous one, so at
      *  end of file they hold tonight and the night before it.  The
      *  two tables must stay the same shape for that MOVE.
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

       01  WS-Table-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Found-Ix              PIC 9(4)  Comp Value 0.
           05 FILLER                PIC X(4)    Value ' -> '.
           05 AL-Curr-Count         PIC ZZZZZZZZ9.

       01  WS-Run-Check-Line.
           05 FILLER                PIC X(15)   Value 'REMAIN1 ALERT: '.
           05 RC-Signal             PIC X(15).
           05 FILLER                PIC X(1)    Value Space.
           05 RC-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(1)    Value Space.
           05 RC-Run-Mode           PIC X(8).
           05 FILLER                PIC X(7)    Value ' NIGHT='.
           05 RC-Night              PIC X(8).
           05 FILLER                PIC X(6)    Value ' RUNS='.
           05 RC-Run-Count          PIC ZZZ9.

       01  WS-Realert-Line.
           05 FILLER                PIC X(15)   Value 'REMAIN1 ALERT: '.
           05 RA-Urgency            PIC X(10).
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  PARM: 'JUDGE[,ESC=n][,NIGHT=yyyymmdd]' (blank = JUDGE) or
      *        'ACK,SEQ=n,INIT=xxx,DISP=text'.
      *---------------------------------------------------------------
       PARSE-PARM.
           End-If
           If WS-Parm-Tok2 (1:5) = 'DISP='
               Move WS-Parm-Tok2 (6:20) To WS-Ack-Disposition
           End-If
           If WS-Parm-Tok2 (1:6) = 'NIGHT='
               Move WS-Parm-Tok2 (7:8) To WS-Target-Night
           End-If.

       APPLY-TOKEN-VALUE-3.
           End-If
           If WS-Parm-Tok3 (1:5) = 'DISP='
               Move WS-Parm-Tok3 (6:20) To WS-Ack-Disposition
           End-If
           If WS-Parm-Tok3 (1:6) = 'NIGHT='
               Move WS-Parm-Tok3 (7:8) To WS-Target-Night
           End-If.

       APPLY-TOKEN-VALUE-4.
           End-If
           If WS-Parm-Tok4 (1:5) = 'DISP='
               Move WS-Parm-Tok4 (6:20) To WS-Ack-Disposition
           End-If
           If WS-Parm-Tok4 (1:6) = 'NIGHT='
               Move WS-Parm-Tok4 (7:8) To WS-Target-Night
           End-If.
      *---------------------------------------------------------------
      *  The nightly judgment, wrapped in the alert-log lifecycle:
       JUDGE-CONTROL.
           Perform LOAD-ALERT-LOG
           Move WS-Alert-Entry-Count To WS-New-Entry-Mark
           If Return-Code = 0
               Perform LOAD-HISTORY-NIGHTS
           End-If
           If Return-Code = 0
               Perform COMPARE-EACH-PROFILE
               Perform CHECK-MISSING-RUNS
               Perform CHECK-DUPLICATE-RUNS
               Perform RESIGNAL-OPEN-ALERTS
               Perform REWRITE-ALERT-LOG
               Display 'REMALERT: regressions=' WS-Regression-Count
                       ' improvements=' WS-Improvement-Count
                       ' steady=' WS-Steady-Count
                       ' no-baseline=' WS-No-Baseline-Count
                       ' missing=' WS-Missing-Count
                       ' duplicate=' WS-Duplicate-Count
                       ' open-alerts=' WS-Open-Regression-Count
                       '/' WS-Open-Improve-Count
      *        a failed alert-log rewrite already set RC=8 and must
                   Evaluate True
                       When WS-Open-Regression-Count > 0
                           Move 8 To Return-Code
                       When WS-Missing-Count > 0
                         Or WS-Duplicate-Count > 0
                           Move 4 To Return-Code
                       When WS-Open-Improve-Count > 0
                           Move 2 To Return-Code
                       When Other
               End-If
           End-If.
      *---------------------------------------------------------------
      *  Read the master up to the night being judged.  Tonight's
      *  runs are required -- without them there is nothing to judge
      *  and the step must show red.  No earlier night is legitimate
      *  only on the very first night; every profile then reports
      *  no-baseline on SYSOUT and the step stays quiet.
      *---------------------------------------------------------------
       LOAD-HISTORY-NIGHTS.
           Open Input HISTORY-MASTER
           If WS-Histmst-Status Not = '00'
               Display 'REMALERT: unable to open HISTMST, status='
                       WS-Histmst-Status
               Move 8 To Return-Code
           Else
               Perform Until Histmst-Eof
                   Read HISTORY-MASTER
                       At End Set Histmst-Eof To True
                       Not At End Perform STORE-ONE-MASTER-RUN
                   End-Read
               End-Perform
               Close HISTORY-MASTER
               Evaluate True
                   When WS-Cur-Entry-Count = 0
                       Display 'REMALERT: HISTMST holds no runs'
                       Move 8 To Return-Code
                   When WS-Target-Night Not = Spaces
                    And WS-Cur-Night Not = WS-Target-Night
                       Display 'REMALERT: HISTMST holds no runs for'
                               ' night ' WS-Target-Night
                       Move 8 To Return-Code
                   When WS-Prv-Night = Spaces
                       Display 'REMALERT: judging night '
                               WS-Cur-Night ', no earlier night on'
                               ' HISTMST'
                   When Other
                       Display 'REMALERT: judging night '
                               WS-Cur-Night ' against night '
                               WS-Prv-Night
                       Perform NOTE-NIGHT-GAP
               End-Evaluate
           End-If.

       STORE-ONE-MASTER-RUN.
           If WS-Target-Night Not = Spaces
              And HM-Night > WS-Target-Night
               Set Histmst-Eof To True
           Else
               If HM-Night Not = WS-Cur-Night
                   If WS-Cur-Entry-Count > 0
                       Move WS-Cur-Table To WS-Prv-Table
                       Move WS-Cur-Entry-Count To WS-Prv-Entry-Count
                       Move WS-Cur-Night To WS-Prv-Night
                   End-If
                   Move 0 To WS-Cur-Entry-Count
                   Move HM-Night To WS-Cur-Night
               End-If
               Perform STORE-ONE-CURRENT
           End-If.
      *---------------------------------------------------------------
      *  Nights the job did not run at all are not a profile's fault;
      *  they are noted so the comparison is read for what it spans.
      *---------------------------------------------------------------
       NOTE-NIGHT-GAP.
           If WS-Cur-Night Is Numeric And WS-Prv-Night Is Numeric
               Compute WS-Night-Gap =
                       Function INTEGER-OF-DATE (WS-Cur-Night-Num)
                     - Function INTEGER-OF-DATE (WS-Prv-Night-Num)
               If WS-Night-Gap > 1
                   Display 'REMALERT: previous night on HISTMST is '
                           WS-Prv-Night ', not the night before '
                           WS-Cur-Night
               End-If
           End-If.
      *---------------------------------------------------------------
      *  Two master records for one OPT/mode in the same night (two
      *  profile tags sharing an OPT, or a run REMHLOAD merged) are
      *  counted, not quietly overwritten; the latest record judges.
      *---------------------------------------------------------------
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
                   Display 'REMALERT: profile table full, record'
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
      *---------------------------------------------------------------
      *  The judgment the trailer comment in jcl/REMAIN1J.jcl always
               End-Evaluate
           End-If.
      *---------------------------------------------------------------
      *  A profile that ran the night before but has no run tonight
      *  was skipped, bypassed or abended -- the comparison above
      *  cannot see it, so it is signalled here.
      *---------------------------------------------------------------
       CHECK-MISSING-RUNS.
           Perform CHECK-ONE-PREVIOUS-PROFILE
               Varying WS-Table-Ix From 1 By 1
               Until WS-Table-Ix > WS-Prv-Entry-Count.

       CHECK-ONE-PREVIOUS-PROFILE.
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
               Add 1 To WS-Missing-Count
               Move 'MISSING RUN' To RC-Signal
               Move PT-Opt-Setting (WS-Table-Ix) To RC-Opt-Setting
               Move PT-Run-Mode (WS-Table-Ix)    To RC-Run-Mode
               Move WS-Cur-Night                 To RC-Night
               Move 0                            To RC-Run-Count
               Display WS-Run-Check-Line Upon OPER-CONSOLE
               Display WS-Run-Check-Line
           End-If.

       CHECK-DUPLICATE-RUNS.
           Perform CHECK-ONE-CURRENT-PROFILE
               Varying WS-Cur-Ix From 1 By 1
               Until WS-Cur-Ix > WS-Cur-Entry-Count.

       CHECK-ONE-CURRENT-PROFILE.
           If CT-Run-Count (WS-Cur-Ix) > 1
               Add 1 To WS-Duplicate-Count
               Move 'DUPLICATE RUN' To RC-Signal
               Move CT-Opt-Setting (WS-Cur-Ix) To RC-Opt-Setting
               Move CT-Run-Mode (WS-Cur-Ix)    To RC-Run-Mode
               Move WS-Cur-Night               To RC-Night
               Move CT-Run-Count (WS-Cur-Ix)   To RC-Run-Count
               Display WS-Run-Check-Line Upon OPER-CONSOLE
               Display WS-Run-Check-Line
           End-If.
      *---------------------------------------------------------------
      *  A missing ALERTDB is the first night the log exists; it is
      *  created by the rewrite at end of run.
      *---------------------------------------------------------------
