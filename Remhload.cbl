       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMHLOAD.
      *
      * Nightly load of the REMAIN1 run history into the keyed
      * history master.
      *
      *  Every RUNn step of the nightly job appends its one HISTLOG
      *  record to the night's staging dataset (see REMAIN1J); this
      *  program files those records into the history master HISTMST,
      *  a KSDS keyed on run night + OPT setting + run mode + profile.
      *  REMALERT, REMDASH and REMHIST read the master by night, so a
      *  bypassed step, a rerun or a manually submitted RUNn step can
      *  no longer shift the relative GDG generations they used to
      *  pair "tonight" against "last night" by.
      *
      *  The night a batch is filed under is the earliest run date on
      *  the staging records -- a job that starts before midnight and
      *  finishes after it is still one night -- or the NIGHT= PARM,
      *  which a rerun submitted the next morning must pass so its
      *  runs land on the night they belong to.
      *
      *  Missing and duplicate runs are reported on HMRPT, never
      *  resolved silently:
      *     DUPLICATE  - a profile ran more than once for the night
      *                  (in the staging file, or already on the
      *                  master).  The latest run by run date and
      *                  time is the one kept; the run it displaced is
      *                  listed as SUPERSEDED and the master record's
      *                  run count says how many runs the night saw.
      *     MISSING    - a profile the previous night on the master
      *                  ran has no run for this night.
      *     NEW        - a profile with no run the previous night
      *                  (informational).
      *  A staging record already on the master (the same run loaded
      *  twice) is listed as ALREADY LOADED and left alone.
      *
      *  PARM (optional): 'NIGHT=yyyymmdd' files the batch under that
      *     night.  Required for records written before REMAIN1
      *     carried a run date (REMHLODJ's backfill step).
      *
      *  RETURN-CODE: 0 = night filed, every profile ran once,
      *               4 = filed, but with missing or duplicate runs,
      *               8 = nothing to load, no run date to file under,
      *                   file problem, VSAM error or table overflow.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTIN-FILE ASSIGN TO HISTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Histin-Status.
           SELECT HISTORY-MASTER ASSIGN TO HISTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-Key
               FILE STATUS IS WS-Histmst-Status.
           SELECT LOAD-RPT-FILE ASSIGN TO HMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hmrpt-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  HISTIN-FILE
           RECORDING MODE IS F.
      *    Must match WS-History-Line as written by REMAIN1's
      *    WRITE-HISTORY-RECORD -- one 251-byte record per run.
       01  HISTIN-RECORD.
           05 HI-Record-Tag         PIC X(14).
              88 HI-History-Record             Value 'COMPILED-TIME='.
           05 HI-Compile-Timestamp  PIC X(16).
           05 FILLER                PIC X(9).
           05 HI-Backend-Build-Id   PIC X(52).
           05 FILLER                PIC X(1).
           05 HI-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(1).
           05 HI-Trunc-Setting      PIC X(10).
           05 FILLER                PIC X(1).
           05 HI-Arch-Setting       PIC X(8).
           05 FILLER                PIC X(1).
           05 HI-Tune-Setting       PIC X(8).
           05 FILLER                PIC X(6).
           05 HI-Run-Mode           PIC X(8).
           05 FILLER                PIC X(11).
           05 HI-Mismatch-Edited    PIC X(9).
           05 FILLER                PIC X(10).
           05 HI-Run-Date           PIC X(8).
           05 FILLER                PIC X(10).
           05 HI-Run-Time           PIC X(6).
           05 FILLER                PIC X(5).
           05 HI-Job-Name           PIC X(8).
           05 FILLER                PIC X(6).
           05 HI-Step-Name          PIC X(8).
           05 FILLER                PIC X(9).
           05 HI-Profile-Id         PIC X(20).

      *    194 bytes.  REMALERT, REMDASH and REMHIST read this
      *    layout; the key sorts a night's runs together, nights in
      *    date order.
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

       FD  LOAD-RPT-FILE
           RECORDING MODE IS F.
       01  LOAD-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-Histin-Status         PIC XX.
       01  WS-Histmst-Status        PIC XX.
       01  WS-Hmrpt-Status          PIC XX.
       01  WS-Histin-Eof-Switch     PIC X       Value 'N'.
           88 Histin-Eof                        Value 'Y'.
       01  WS-Histmst-Eof-Switch    PIC X       Value 'N'.
           88 Histmst-Eof                       Value 'Y'.
       01  WS-Fresh-Cluster-Switch  PIC X       Value 'N'.
           88 WS-Fresh-Cluster                  Value 'Y'.
       01  WS-Report-Open-Switch    PIC X       Value 'N'.
           88 WS-Report-Open                    Value 'Y'.

       01  WS-Run-Timestamp         PIC X(16).
       01  WS-Current-Date-Stamp    PIC X(21).

       01  WS-Parm-Tokens.
           05 WS-Parm-Tok1          PIC X(40).
           05 WS-Parm-Tok2          PIC X(40).

      *    the night this batch is filed under, and the latest night
      *    before it already on the master
       01  WS-Load-Night            PIC X(8)    Value Spaces.
       01  WS-Parm-Night            PIC X(8)    Value Spaces.
       01  WS-Previous-Night        PIC X(8)    Value Spaces.

       01  WS-Read-Count            PIC 9(9)    Value 0.
       01  WS-Unusable-Count        PIC 9(9)    Value 0.
       01  WS-Loaded-Count          PIC 9(9)    Value 0.
       01  WS-Merged-Count          PIC 9(9)    Value 0.
       01  WS-Already-Count         PIC 9(9)    Value 0.
       01  WS-Duplicate-Count       PIC 9(9)    Value 0.
       01  WS-Missing-Count         PIC 9(9)    Value 0.
       01  WS-New-Count             PIC 9(9)    Value 0.
       01  WS-Run-Count-Limit       PIC 9(3)    Value 999.

      *---------------------------------------------------------------
      *  Tonight's runs, one entry per OPT/mode/profile.  A profile
      *  the staging file holds twice keeps its latest run here and
      *  counts the runs.
      *---------------------------------------------------------------
       01  WS-Batch-Entry-Count     PIC 9(4)  Comp Value 0.
       01  WS-Batch-Table-Max       PIC 9(4)  Comp Value 200.
       01  WS-Batch-Table.
           05 WS-Batch-Entry Occurs 200 Times.
              10 BT-Opt-Setting     PIC X(6).
              10 BT-Run-Mode        PIC X(8).
              10 BT-Profile-Id      PIC X(20).
              10 BT-Run-Stamp.
                 15 BT-Run-Date     PIC X(8).
                 15 BT-Run-Time     PIC X(6).
              10 BT-Job-Name        PIC X(8).
              10 BT-Step-Name       PIC X(8).
              10 BT-Compile-Timestamp PIC X(16).
              10 BT-Backend-Build-Id PIC X(52).
              10 BT-Trunc-Setting   PIC X(10).
              10 BT-Arch-Setting    PIC X(8).
              10 BT-Tune-Setting    PIC X(8).
              10 BT-Mismatch-Count  PIC 9(9).
              10 BT-Run-Count       PIC 9(3).

      *---------------------------------------------------------------
      *  The profiles that ran the previous night on the master.
      *---------------------------------------------------------------
       01  WS-Prev-Entry-Count      PIC 9(4)  Comp Value 0.
       01  WS-Prev-Table-Max        PIC 9(4)  Comp Value 200.
       01  WS-Prev-Table.
           05 WS-Prev-Entry Occurs 200 Times.
              10 PV-Opt-Setting     PIC X(6).
              10 PV-Run-Mode        PIC X(8).
              10 PV-Profile-Id      PIC X(20).

       01  WS-Batch-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Prev-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Found-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Input-Run-Stamp       PIC X(14).
       01  WS-Master-Run-Stamp      PIC X(14).

       01  WS-Report-Header.
           05 FILLER                PIC X(36)
                   Value 'REMAIN1 HISTORY MASTER LOAD - NIGHT '.
           05 RH-Load-Night         PIC X(8).
           05 FILLER                PIC X(16)
                   Value ' PREVIOUS NIGHT '.
           05 RH-Previous-Night     PIC X(8).
           05 FILLER                PIC X(8)    Value ' AS OF '.
           05 RH-Run-Timestamp      PIC X(16).

      *    one line per run filed, displaced or skipped
       01  WS-Run-Line.
           05 RL-Action             PIC X(15).
           05 RL-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(1)    Value Space.
           05 RL-Run-Mode           PIC X(8).
           05 FILLER                PIC X(1)    Value Space.
           05 RL-Profile-Id         PIC X(20).
           05 FILLER                PIC X(5)    Value ' RUN='.
           05 RL-Run-Date           PIC X(8).
           05 FILLER                PIC X(1)    Value Space.
           05 RL-Run-Time           PIC X(6).
           05 FILLER                PIC X(5)    Value ' JOB='.
           05 RL-Job-Name           PIC X(8).
           05 FILLER                PIC X(6)    Value ' STEP='.
           05 RL-Step-Name          PIC X(8).
           05 FILLER                PIC X(10)   Value ' MISMATCH='.
           05 RL-Mismatch-Count     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(6)    Value ' RUNS='.
           05 RL-Run-Count          PIC ZZ9.

      *    MISSING / NEW against the previous night
       01  WS-Profile-Line.
           05 PL-Action             PIC X(15).
           05 PL-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(1)    Value Space.
           05 PL-Run-Mode           PIC X(8).
           05 FILLER                PIC X(1)    Value Space.
           05 PL-Profile-Id         PIC X(20).
           05 PL-Remark             PIC X(32).
           05 PL-Night              PIC X(8).

       01  WS-Summary-Line.
           05 FILLER                PIC X(5)    Value 'READ='.
           05 SM-Read-Count         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(10)   Value ' UNUSABLE='.
           05 SM-Unusable-Count     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' LOADED='.
           05 SM-Loaded-Count       PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' MERGED='.
           05 SM-Merged-Count       PIC ZZZZZZZZ9.
           05 FILLER                PIC X(16)
                   Value ' ALREADY-LOADED='.
           05 SM-Already-Count      PIC ZZZZZZZZ9.

       01  WS-Exception-Line.
           05 FILLER                PIC X(10)   Value 'DUPLICATE='.
           05 EX-Duplicate-Count    PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' MISSING='.
           05 EX-Missing-Count      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(5)    Value ' NEW='.
           05 EX-New-Count          PIC ZZZZZZZZ9.

       LINKAGE SECTION.
       01  LK-Parm.
           05 LK-Parm-Len            PIC S9(4) Comp.
           05 LK-Parm-Text           PIC X(80).

       PROCEDURE DIVISION USING LK-Parm.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-CONTROL.
           Move Function CURRENT-DATE To WS-Current-Date-Stamp
           Move WS-Current-Date-Stamp (1:16) To WS-Run-Timestamp
           Perform PARSE-PARM
           If Return-Code = 0
               Perform LOAD-STAGED-RUNS
           End-If
           If Return-Code = 0
               Perform SET-LOAD-NIGHT
           End-If
           If Return-Code = 0
               Perform OPEN-LOAD-REPORT
           End-If
           If Return-Code = 0
               Perform FILE-NIGHT-IN-MASTER
           End-If
           If WS-Report-Open
               Perform WRITE-LOAD-SUMMARY
           End-If
           Perform SET-FINAL-RETURN-CODE
           GOBACK.
      *---------------------------------------------------------------
      *  PARM (from JCL EXEC PARM=) may name the night to file under.
      *---------------------------------------------------------------
       PARSE-PARM.
           Move Spaces To WS-Parm-Tokens
           If LK-Parm-Len > 0
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2
               End-Unstring
           End-If
           If WS-Parm-Tok1 (1:6) = 'NIGHT='
               Move WS-Parm-Tok1 (7:8) To WS-Parm-Night
           End-If
           If WS-Parm-Tok2 (1:6) = 'NIGHT='
               Move WS-Parm-Tok2 (7:8) To WS-Parm-Night
           End-If
           If WS-Parm-Night Not = Spaces
              And WS-Parm-Night Not Numeric
               Display 'REMHLOAD: NIGHT= must be yyyymmdd, got '
                       WS-Parm-Night
               Move 8 To Return-Code
           End-If.
      *---------------------------------------------------------------
      *  Read the night's staging file.  An empty one means no RUNn
      *  step ran at all -- that is a failure of the night, not a
      *  quiet one, and ends RC 8 so operations see it.
      *---------------------------------------------------------------
       LOAD-STAGED-RUNS.
           Open Input HISTIN-FILE
           If WS-Histin-Status Not = '00'
               Display 'REMHLOAD: unable to open HISTIN, status='
                       WS-Histin-Status
               Move 8 To Return-Code
           Else
               Perform Until Histin-Eof
                   Read HISTIN-FILE
                       At End Set Histin-Eof To True
                       Not At End Perform TALLY-ONE-RUN
                   End-Read
               End-Perform
               Close HISTIN-FILE
               If Return-Code = 0 And WS-Batch-Entry-Count = 0
                   Display 'REMHLOAD: HISTIN holds no REMAIN1 runs,'
                           ' nothing to load'
                   Move 8 To Return-Code
               End-If
           End-If.

       TALLY-ONE-RUN.
           Add 1 To WS-Read-Count
           If Not HI-History-Record
              Or HI-Opt-Setting = Spaces
              Or HI-Run-Mode = Spaces
              Or HI-Mismatch-Edited = Spaces
               Add 1 To WS-Unusable-Count
               Display 'REMHLOAD: unusable HISTIN record: '
                       HISTIN-RECORD (1:100)
           Else
               Perform ADD-RUN-TO-BATCH
           End-If.
      *---------------------------------------------------------------
      *  A profile already in the batch ran twice in one staging
      *  file (a step rerun inside the same night): the later run is
      *  kept, the pair is reported on SYSOUT and counted, and the
      *  LOADED DUPL line on HMRPT carries the number of runs.
      *---------------------------------------------------------------
       ADD-RUN-TO-BATCH.
           Move 0 To WS-Found-Ix
           Perform Varying WS-Batch-Ix From 1 By 1
                   Until WS-Batch-Ix > WS-Batch-Entry-Count
                      Or WS-Found-Ix > 0
               If BT-Opt-Setting (WS-Batch-Ix) = HI-Opt-Setting
                  And BT-Run-Mode (WS-Batch-Ix) = HI-Run-Mode
                  And BT-Profile-Id (WS-Batch-Ix) = HI-Profile-Id
                   Move WS-Batch-Ix To WS-Found-Ix
               End-If
           End-Perform
           If WS-Found-Ix = 0
               If WS-Batch-Entry-Count >= WS-Batch-Table-Max
                   Display 'REMHLOAD: more than ' WS-Batch-Table-Max
                           ' profiles in one night, run abandoned'
                   Move 8 To Return-Code
                   Set Histin-Eof To True
               Else
                   Add 1 To WS-Batch-Entry-Count
                   Move WS-Batch-Entry-Count To WS-Found-Ix
                   Move 0 To BT-Run-Count (WS-Found-Ix)
                   Perform COPY-RUN-INTO-BATCH
               End-If
           Else
               Add 1 To WS-Duplicate-Count
               Move HI-Run-Date To WS-Input-Run-Stamp (1:8)
               Move HI-Run-Time To WS-Input-Run-Stamp (9:6)
               Display 'REMHLOAD: DUPLICATE RUN in HISTIN for '
                       HI-Opt-Setting ' ' HI-Run-Mode ' '
                       HI-Profile-Id ', steps '
                       BT-Step-Name (WS-Found-Ix) ' and '
                       HI-Step-Name ' - latest kept'
               If WS-Input-Run-Stamp >= BT-Run-Stamp (WS-Found-Ix)
                   Perform COPY-RUN-INTO-BATCH
               End-If
           End-If
           If WS-Found-Ix > 0
              And BT-Run-Count (WS-Found-Ix) < WS-Run-Count-Limit
               Add 1 To BT-Run-Count (WS-Found-Ix)
           End-If.

       COPY-RUN-INTO-BATCH.
           Move HI-Opt-Setting       To BT-Opt-Setting (WS-Found-Ix)
           Move HI-Run-Mode          To BT-Run-Mode (WS-Found-Ix)
           Move HI-Profile-Id        To BT-Profile-Id (WS-Found-Ix)
           Move HI-Run-Date          To BT-Run-Date (WS-Found-Ix)
           Move HI-Run-Time          To BT-Run-Time (WS-Found-Ix)
           Move HI-Job-Name          To BT-Job-Name (WS-Found-Ix)
           Move HI-Step-Name         To BT-Step-Name (WS-Found-Ix)
           Move HI-Compile-Timestamp
               To BT-Compile-Timestamp (WS-Found-Ix)
           Move HI-Backend-Build-Id
               To BT-Backend-Build-Id (WS-Found-Ix)
           Move HI-Trunc-Setting     To BT-Trunc-Setting (WS-Found-Ix)
           Move HI-Arch-Setting      To BT-Arch-Setting (WS-Found-Ix)
           Move HI-Tune-Setting      To BT-Tune-Setting (WS-Found-Ix)
           Compute BT-Mismatch-Count (WS-Found-Ix) =
                   Function NUMVAL (HI-Mismatch-Edited).
      *---------------------------------------------------------------
      *  NIGHT= wins; otherwise the earliest run date in the batch.
      *---------------------------------------------------------------
       SET-LOAD-NIGHT.
           If WS-Parm-Night Not = Spaces
               Move WS-Parm-Night To WS-Load-Night
           Else
               Perform PICK-EARLIEST-RUN-DATE
                   Varying WS-Batch-Ix From 1 By 1
                   Until WS-Batch-Ix > WS-Batch-Entry-Count
           End-If
           If WS-Load-Night = Spaces
               Display 'REMHLOAD: no run date on the HISTIN records,'
                       ' PARM NIGHT=yyyymmdd is required'
               Move 8 To Return-Code
           End-If.

       PICK-EARLIEST-RUN-DATE.
           If BT-Run-Date (WS-Batch-Ix) Not = Spaces
               If WS-Load-Night = Spaces
                  Or BT-Run-Date (WS-Batch-Ix) < WS-Load-Night
                   Move BT-Run-Date (WS-Batch-Ix) To WS-Load-Night
               End-If
           End-If.

       OPEN-LOAD-REPORT.
           Open Output LOAD-RPT-FILE
           If WS-Hmrpt-Status Not = '00'
               Display 'REMHLOAD: unable to open HMRPT, status='
                       WS-Hmrpt-Status
               Move 8 To Return-Code
           Else
               Set WS-Report-Open To True
           End-If.
      *---------------------------------------------------------------
      *  The cluster is opened I-O; a never-loaded cluster comes back
      *  '35' and is opened OUTPUT, every run then written as
      *  brand-new -- REMKFDB's LOAD fallback.  The previous night is
      *  found before anything of tonight's is written.
      *---------------------------------------------------------------
       FILE-NIGHT-IN-MASTER.
           Open I-O HISTORY-MASTER
           If WS-Histmst-Status = '35'
               Open Output HISTORY-MASTER
               Set WS-Fresh-Cluster To True
           End-If
           If WS-Histmst-Status Not = '00'
               Display 'REMHLOAD: unable to open HISTMST, status='
                       WS-Histmst-Status
               Move 8 To Return-Code
           Else
               If Not WS-Fresh-Cluster
                   Perform FIND-PREVIOUS-NIGHT
               End-If
               Perform WRITE-LOAD-HEADER
               If Return-Code = 0
                   Perform FILE-ONE-RUN
                       Varying WS-Batch-Ix From 1 By 1
                       Until WS-Batch-Ix > WS-Batch-Entry-Count
                   Perform CHECK-ONE-PREVIOUS-PROFILE
                       Varying WS-Prev-Ix From 1 By 1
                       Until WS-Prev-Ix > WS-Prev-Entry-Count
                   Perform CHECK-ONE-NEW-PROFILE
                       Varying WS-Batch-Ix From 1 By 1
                       Until WS-Batch-Ix > WS-Batch-Entry-Count
               End-If
               Close HISTORY-MASTER
           End-If.
      *---------------------------------------------------------------
      *  Browse from the start of the master up to the load night;
      *  the profile table is restarted at each night change, so it
      *  ends holding the latest night before the load night.
      *---------------------------------------------------------------
       FIND-PREVIOUS-NIGHT.
           Move Low-Values To HM-Key
           Start HISTORY-MASTER Key Is Not Less Than HM-Key
               Invalid Key Set Histmst-Eof To True
           End-Start
           Perform Until Histmst-Eof
               Read HISTORY-MASTER Next Record
                   At End Set Histmst-Eof To True
                   Not At End Perform NOTE-PREVIOUS-NIGHT-RUN
               End-Read
           End-Perform.

       NOTE-PREVIOUS-NIGHT-RUN.
           If HM-Night Not < WS-Load-Night
               Set Histmst-Eof To True
           Else
               If HM-Night Not = WS-Previous-Night
                   Move HM-Night To WS-Previous-Night
                   Move 0 To WS-Prev-Entry-Count
               End-If
               If WS-Prev-Entry-Count >= WS-Prev-Table-Max
                   Display 'REMHLOAD: more than ' WS-Prev-Table-Max
                           ' profiles on night ' HM-Night
                           ', run abandoned'
                   Move 8 To Return-Code
                   Set Histmst-Eof To True
               Else
                   Add 1 To WS-Prev-Entry-Count
                   Move HM-Opt-Setting
                       To PV-Opt-Setting (WS-Prev-Entry-Count)
                   Move HM-Run-Mode
                       To PV-Run-Mode (WS-Prev-Entry-Count)
                   Move HM-Profile-Id
                       To PV-Profile-Id (WS-Prev-Entry-Count)
               End-If
           End-If.

       FILE-ONE-RUN.
           Move WS-Load-Night                 To HM-Night
           Move BT-Opt-Setting (WS-Batch-Ix)  To HM-Opt-Setting
           Move BT-Run-Mode (WS-Batch-Ix)     To HM-Run-Mode
           Move BT-Profile-Id (WS-Batch-Ix)   To HM-Profile-Id
           If WS-Fresh-Cluster
               Perform ADD-NEW-RUN
           Else
               Read HISTORY-MASTER
                   Invalid Key
                       Perform ADD-NEW-RUN
                   Not Invalid Key
                       Perform MERGE-KNOWN-RUN
               End-Read
           End-If.

       ADD-NEW-RUN.
           Perform COPY-BATCH-INTO-MASTER
           Move BT-Run-Count (WS-Batch-Ix) To HM-Run-Count
           Write HISTORY-MASTER-RECORD
               Invalid Key
                   Display 'REMHLOAD: WRITE failed, status='
                           WS-Histmst-Status ' key=' HM-Key
                   Move 8 To Return-Code
               Not Invalid Key
                   Add 1 To WS-Loaded-Count
                   If BT-Run-Count (WS-Batch-Ix) > 1
                       Move 'LOADED DUPL' To RL-Action
                   Else
                       Move 'LOADED' To RL-Action
                   End-If
                   Perform WRITE-MASTER-RUN-LINE
           End-Write.
      *---------------------------------------------------------------
      *  The night already holds this profile.  The same run loaded
      *  again is left alone; a different run is a duplicate, and
      *  the later of the two is kept, the other listed SUPERSEDED.
      *---------------------------------------------------------------
       MERGE-KNOWN-RUN.
           Move HM-Run-Date To WS-Master-Run-Stamp (1:8)
           Move HM-Run-Time To WS-Master-Run-Stamp (9:6)
           Evaluate True
               When WS-Master-Run-Stamp = BT-Run-Stamp (WS-Batch-Ix)
                And HM-Step-Name = BT-Step-Name (WS-Batch-Ix)
                   Add 1 To WS-Already-Count
                   Move 'ALREADY LOADED' To RL-Action
                   Perform WRITE-MASTER-RUN-LINE
               When WS-Master-Run-Stamp <= BT-Run-Stamp (WS-Batch-Ix)
                   Add 1 To WS-Duplicate-Count
                   Move 'SUPERSEDED' To RL-Action
                   Perform WRITE-MASTER-RUN-LINE
                   Perform ADD-BATCH-RUN-COUNT
                   Perform COPY-BATCH-INTO-MASTER
                   Move 'REPLACED DUPL' To RL-Action
                   Perform REWRITE-KNOWN-RUN
               When Other
                   Add 1 To WS-Duplicate-Count
                   Move 'SUPERSEDED' To RL-Action
                   Perform WRITE-BATCH-RUN-LINE
                   Perform ADD-BATCH-RUN-COUNT
                   Move 'KEPT DUPL' To RL-Action
                   Perform REWRITE-KNOWN-RUN
           End-Evaluate.

       ADD-BATCH-RUN-COUNT.
           If HM-Run-Count + BT-Run-Count (WS-Batch-Ix)
                   > WS-Run-Count-Limit
               Move WS-Run-Count-Limit To HM-Run-Count
           Else
               Add BT-Run-Count (WS-Batch-Ix) To HM-Run-Count
           End-If.

       REWRITE-KNOWN-RUN.
           Rewrite HISTORY-MASTER-RECORD
               Invalid Key
                   Display 'REMHLOAD: REWRITE failed, status='
                           WS-Histmst-Status ' key=' HM-Key
                   Move 8 To Return-Code
               Not Invalid Key
                   Add 1 To WS-Merged-Count
                   Perform WRITE-MASTER-RUN-LINE
           End-Rewrite.

       COPY-BATCH-INTO-MASTER.
           Move BT-Run-Date (WS-Batch-Ix)     To HM-Run-Date
           Move BT-Run-Time (WS-Batch-Ix)     To HM-Run-Time
           Move BT-Job-Name (WS-Batch-Ix)     To HM-Job-Name
           Move BT-Step-Name (WS-Batch-Ix)    To HM-Step-Name
           Move BT-Compile-Timestamp (WS-Batch-Ix)
               To HM-Compile-Timestamp
           Move BT-Backend-Build-Id (WS-Batch-Ix)
               To HM-Backend-Build-Id
           Move BT-Trunc-Setting (WS-Batch-Ix) To HM-Trunc-Setting
           Move BT-Arch-Setting (WS-Batch-Ix) To HM-Arch-Setting
           Move BT-Tune-Setting (WS-Batch-Ix) To HM-Tune-Setting
           Move BT-Mismatch-Count (WS-Batch-Ix) To HM-Mismatch-Count
           Move WS-Run-Timestamp              To HM-Loaded-On.
      *---------------------------------------------------------------
      *  Every profile of the previous night must have a run filed
      *  for this night -- from tonight's batch or an earlier load.
      *---------------------------------------------------------------
       CHECK-ONE-PREVIOUS-PROFILE.
           Move WS-Load-Night                To HM-Night
           Move PV-Opt-Setting (WS-Prev-Ix)  To HM-Opt-Setting
           Move PV-Run-Mode (WS-Prev-Ix)     To HM-Run-Mode
           Move PV-Profile-Id (WS-Prev-Ix)   To HM-Profile-Id
           Read HISTORY-MASTER
               Invalid Key
                   Add 1 To WS-Missing-Count
                   Move 'MISSING RUN' To PL-Action
                   Move PV-Opt-Setting (WS-Prev-Ix) To PL-Opt-Setting
                   Move PV-Run-Mode (WS-Prev-Ix)    To PL-Run-Mode
                   Move PV-Profile-Id (WS-Prev-Ix)  To PL-Profile-Id
                   Move ' NO RUN TONIGHT, LAST RAN NIGHT '
                       To PL-Remark
                   Perform WRITE-PROFILE-LINE
                   Display 'REMHLOAD: MISSING RUN for night '
                           WS-Load-Night ': '
                           PV-Opt-Setting (WS-Prev-Ix) ' '
                           PV-Run-Mode (WS-Prev-Ix) ' '
                           PV-Profile-Id (WS-Prev-Ix)
           End-Read.

       CHECK-ONE-NEW-PROFILE.
           Move 0 To WS-Found-Ix
           Perform Varying WS-Prev-Ix From 1 By 1
                   Until WS-Prev-Ix > WS-Prev-Entry-Count
                      Or WS-Found-Ix > 0
               If PV-Opt-Setting (WS-Prev-Ix)
                       = BT-Opt-Setting (WS-Batch-Ix)
                  And PV-Run-Mode (WS-Prev-Ix)
                       = BT-Run-Mode (WS-Batch-Ix)
                  And PV-Profile-Id (WS-Prev-Ix)
                       = BT-Profile-Id (WS-Batch-Ix)
                   Move WS-Prev-Ix To WS-Found-Ix
               End-If
           End-Perform
           If WS-Found-Ix = 0 And WS-Previous-Night Not = Spaces
               Add 1 To WS-New-Count
               Move 'NEW PROFILE' To PL-Action
               Move BT-Opt-Setting (WS-Batch-Ix) To PL-Opt-Setting
               Move BT-Run-Mode (WS-Batch-Ix)    To PL-Run-Mode
               Move BT-Profile-Id (WS-Batch-Ix)  To PL-Profile-Id
               Move ' DID NOT RUN ON PREVIOUS NIGHT '
                   To PL-Remark
               Perform WRITE-PROFILE-LINE
           End-If.
      *---------------------------------------------------------------
      *  Report lines.
      *---------------------------------------------------------------
       WRITE-LOAD-HEADER.
           Move WS-Load-Night     To RH-Load-Night
           If WS-Previous-Night = Spaces
               Move '(NONE)' To RH-Previous-Night
           Else
               Move WS-Previous-Night To RH-Previous-Night
           End-If
           Move WS-Run-Timestamp  To RH-Run-Timestamp
           Move WS-Report-Header To LOAD-RPT-RECORD
           Write LOAD-RPT-RECORD
           Move Spaces To LOAD-RPT-RECORD
           Write LOAD-RPT-RECORD.

       WRITE-MASTER-RUN-LINE.
           Move HM-Opt-Setting       To RL-Opt-Setting
           Move HM-Run-Mode          To RL-Run-Mode
           Move HM-Profile-Id        To RL-Profile-Id
           Move HM-Run-Date          To RL-Run-Date
           Move HM-Run-Time          To RL-Run-Time
           Move HM-Job-Name          To RL-Job-Name
           Move HM-Step-Name         To RL-Step-Name
           Move HM-Mismatch-Count    To RL-Mismatch-Count
           Move HM-Run-Count         To RL-Run-Count
           Move WS-Run-Line To LOAD-RPT-RECORD
           Write LOAD-RPT-RECORD.

       WRITE-BATCH-RUN-LINE.
           Move BT-Opt-Setting (WS-Batch-Ix)    To RL-Opt-Setting
           Move BT-Run-Mode (WS-Batch-Ix)       To RL-Run-Mode
           Move BT-Profile-Id (WS-Batch-Ix)     To RL-Profile-Id
           Move BT-Run-Date (WS-Batch-Ix)       To RL-Run-Date
           Move BT-Run-Time (WS-Batch-Ix)       To RL-Run-Time
           Move BT-Job-Name (WS-Batch-Ix)       To RL-Job-Name
           Move BT-Step-Name (WS-Batch-Ix)      To RL-Step-Name
           Move BT-Mismatch-Count (WS-Batch-Ix) To RL-Mismatch-Count
           Move BT-Run-Count (WS-Batch-Ix)      To RL-Run-Count
           Move WS-Run-Line To LOAD-RPT-RECORD
           Write LOAD-RPT-RECORD.

       WRITE-PROFILE-LINE.
           Move WS-Previous-Night To PL-Night
           Move WS-Profile-Line To LOAD-RPT-RECORD
           Write LOAD-RPT-RECORD.

       WRITE-LOAD-SUMMARY.
           Move Spaces To LOAD-RPT-RECORD
           Write LOAD-RPT-RECORD
           Move WS-Read-Count      To SM-Read-Count
           Move WS-Unusable-Count  To SM-Unusable-Count
           Move WS-Loaded-Count    To SM-Loaded-Count
           Move WS-Merged-Count    To SM-Merged-Count
           Move WS-Already-Count   To SM-Already-Count
           Move WS-Summary-Line To LOAD-RPT-RECORD
           Write LOAD-RPT-RECORD
           Move WS-Duplicate-Count To EX-Duplicate-Count
           Move WS-Missing-Count   To EX-Missing-Count
           Move WS-New-Count       To EX-New-Count
           Move WS-Exception-Line To LOAD-RPT-RECORD
           Write LOAD-RPT-RECORD
           Close LOAD-RPT-FILE
           Display 'REMHLOAD: night ' WS-Load-Night ' '
                   WS-Loaded-Count ' runs loaded, '
                   WS-Duplicate-Count ' duplicate, '
                   WS-Missing-Count ' missing'.

       SET-FINAL-RETURN-CODE.
           If Return-Code = 0
              And (WS-Duplicate-Count > 0 Or WS-Missing-Count > 0)
               Move 4 To Return-Code
           End-If.
