       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMDENS.
      *
      * Two-dimensional failure density map from the known-failure
      * cluster.
      *
      *  REMBAND looks at one divisor at a time and REMDASH gives
      *  totals only; neither shows where the bug sits across the
      *  whole divisor-by-dividend plane.  This program walks FAILDB
      *  for one compile profile and one representation and prints,
      *  on DENSRPT, the plane cut into buckets -- divisor buckets
      *  down the side, dividend buckets across the top -- with a
      *  density symbol in every cell:
      *
      *     ACTIVE FAILURES  - entries still failing
      *     FIXED FAILURES   - entries REMKFDB VERIFY marked FIXED
      *     CHANGE IN ACTIVE FAILURES - this run's ACTIVE grid
      *          against the grid saved by the previous run for the
      *          same profile, representation and bucket sizes
      *
      *  A cell's symbol is the number of digits in its count ('.'
      *  for none, '1' for 1-9, '2' for 10-99 ... '9' for 100 million
      *  and over), so one glance reads as orders of magnitude; each
      *  row ends with its exact total.  The change grid marks a
      *  cell N (new), X (cleared), + (grew), - (shrank) or =
      *  (unchanged).
      *
      *  The map covers at most 64 divisor buckets and 32 dividend
      *  buckets from zero, printed out to the highest bucket that
      *  holds an entry.  Entries beyond that are counted OFF-GRID:
      *  choose larger buckets to bring them in.
      *
      *  The previous run's grid comes from GRIDOLD and this run's
      *  is written to GRIDNEW (the next generation).  Grids saved
      *  for other profiles or representations are copied across
      *  unchanged, so one dataset carries every map in use.  A
      *  missing or empty GRIDOLD, or a saved grid with other bucket
      *  sizes, just means there is nothing to compare with yet.
      *  A run that fails once GRIDNEW is open leaves GRIDNEW a
      *  straight copy of GRIDOLD, so no saved grid is lost to it.
      *
      *  PARM: 'PROFILE=xxxx,REP=xxxx,DIVBKT=n,DVDBKT=n' in any
      *        order.  PROFILE= defaults to the production profile
      *        OPT2-TRUNCOPT-A12T12, REP= to UNS-HALF, and both
      *        bucket sizes to 2048 (the halfword plane as 32 by 32
      *        buckets).  DIVBKT= is capped at 156250000 and DVDBKT=
      *        at 312500000, which spans the ten-digit key.
      *
      *  RETURN-CODE: 0 = map written and grid saved,
      *               4 = map written, but entries fell OFF-GRID,
      *               8 = file problem.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAILURE-DB ASSIGN TO FAILDB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-Key
               FILE STATUS IS WS-Faildb-Status.
           SELECT GRID-OLD-FILE ASSIGN TO GRIDOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gridold-Status.
           SELECT GRID-NEW-FILE ASSIGN TO GRIDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gridnew-Status.
           SELECT DENSITY-RPT-FILE ASSIGN TO DENSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Densrpt-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  FAILURE-DB.
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
           05 FD-Times-Seen         PIC 9(5).
           05 FD-State              PIC X(1).
              88 FD-State-Active               Value 'A'.
              88 FD-State-Fixed                Value 'F'.
           05 FD-Fixed-On           PIC X(16).

       FD  GRID-OLD-FILE
           RECORDING MODE IS F.
      *    Must match GRID-NEW-FILE below.  Each saved grid is one
      *    'H' record followed by one 'C' record per non-empty cell.
       01  GRID-OLD-HEADER.
           05 GO-Rec-Type           PIC X(1).
              88 GO-Header                     Value 'H'.
              88 GO-Cell                       Value 'C'.
           05 GO-Profile-Id         PIC X(20).
           05 GO-Rep                PIC X(8).
           05 GO-Div-Bucket         PIC 9(10).
           05 GO-Dvd-Bucket         PIC 9(10).
           05 GO-Run-Timestamp      PIC X(16).
           05 GO-Active-Total       PIC 9(9).
           05 FILLER                PIC X(6).
       01  GRID-OLD-CELL.
           05 FILLER                PIC X(29).
           05 GO-Row                PIC 9(3).
           05 GO-Col                PIC 9(3).
           05 GO-Active-Count       PIC 9(9).
           05 GO-Fixed-Count        PIC 9(9).
           05 FILLER                PIC X(27).

       FD  GRID-NEW-FILE
           RECORDING MODE IS F.
       01  GRID-NEW-HEADER.
           05 GN-Rec-Type           PIC X(1).
           05 GN-Profile-Id         PIC X(20).
           05 GN-Rep                PIC X(8).
           05 GN-Div-Bucket         PIC 9(10).
           05 GN-Dvd-Bucket         PIC 9(10).
           05 GN-Run-Timestamp      PIC X(16).
           05 GN-Active-Total       PIC 9(9).
           05 FILLER                PIC X(6).
       01  GRID-NEW-CELL.
           05 FILLER                PIC X(29).
           05 GN-Row                PIC 9(3).
           05 GN-Col                PIC 9(3).
           05 GN-Active-Count       PIC 9(9).
           05 GN-Fixed-Count        PIC 9(9).
           05 GN-Cell-Filler        PIC X(27).

       FD  DENSITY-RPT-FILE
           RECORDING MODE IS F.
       01  DENSITY-RPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-Faildb-Status         PIC XX.
       01  WS-Gridold-Status        PIC XX.
       01  WS-Gridnew-Status        PIC XX.
       01  WS-Densrpt-Status        PIC XX.
       01  WS-Faildb-Eof-Switch     PIC X       Value 'N'.
           88 Faildb-Eof                        Value 'Y'.
       01  WS-Gridold-Eof-Switch    PIC X       Value 'N'.
           88 Gridold-Eof                       Value 'Y'.

       01  WS-Profile-Text          PIC X(20)   Value
           'OPT2-TRUNCOPT-A12T12'.
       01  WS-Rep-Text              PIC X(8)    Value 'UNS-HALF'.
       01  WS-Div-Bucket            PIC 9(10)   Value 2048.
       01  WS-Dvd-Bucket            PIC 9(10)   Value 2048.
       01  WS-Div-Bucket-Max        PIC 9(10)   Value 156250000.
       01  WS-Dvd-Bucket-Max        PIC 9(10)   Value 312500000.
       01  WS-Run-Timestamp         PIC X(16).
       01  WS-Current-Date-Stamp    PIC X(21).

      *    X(40) tokens, as in REMKFDB: a full PROFILE= token is 28
      *    characters and must not be truncated by the UNSTRING.
       01  WS-Parm-Tokens.
           05 WS-Parm-Tok1          PIC X(40).
           05 WS-Parm-Tok2          PIC X(40).
           05 WS-Parm-Tok3          PIC X(40).
           05 WS-Parm-Tok4          PIC X(40).
       01  WS-Parm-Token-Table Redefines WS-Parm-Tokens.
           05 WS-Parm-Tok           PIC X(40)   Occurs 4 Times.
       01  WS-Parm-Ix               PIC 9(4)  Comp Value 0.

      *---------------------------------------------------------------
      *  The plane: this run's ACTIVE and FIXED counts per cell and
      *  the previous run's, when its grid is comparable.  Row n
      *  holds divisors (n-1)*DIVBKT thru n*DIVBKT-1, column n
      *  dividends (n-1)*DVDBKT thru n*DVDBKT-1.
      *---------------------------------------------------------------
       01  WS-Row-Max               PIC 9(4)  Comp Value 64.
       01  WS-Col-Max               PIC 9(4)  Comp Value 32.
       01  WS-Grid-Table.
           05 WS-Grid-Row           Occurs 64 Times.
              10 WS-Grid-Cell       Occurs 32 Times.
                 15 DN-Active-Now   PIC 9(9)  Comp.
                 15 DN-Fixed-Now    PIC 9(9)  Comp.
                 15 DN-Active-Prev  PIC 9(9)  Comp.
                 15 DN-Fixed-Prev   PIC 9(9)  Comp.
       01  WS-Row-Ix                PIC 9(4)  Comp Value 0.
       01  WS-Col-Ix                PIC 9(4)  Comp Value 0.
       01  WS-High-Row              PIC 9(4)  Comp Value 0.
       01  WS-High-Col              PIC 9(4)  Comp Value 0.
       01  WS-Cell-Row              PIC 9(10)   Value 0.
       01  WS-Cell-Col              PIC 9(10)   Value 0.
       01  WS-Bucket-Low            PIC 9(11)   Value 0.
       01  WS-Bucket-High           PIC 9(11)   Value 0.

       01  WS-Grid-Kind             PIC X       Value 'A'.
           88 WS-Grid-Active                    Value 'A'.
           88 WS-Grid-Fixed                     Value 'F'.
           88 WS-Grid-Change                    Value 'C'.
       01  WS-Cell-Count            PIC 9(9)  Comp Value 0.
       01  WS-Cell-Symbol           PIC X       Value Space.
       01  WS-Row-Net               PIC S9(10)  Value 0.

      *    The previous run's grid for this profile and rep.
       01  WS-Prev-Found-Switch     PIC X       Value 'N'.
           88 WS-Prev-Found                     Value 'Y'.
       01  WS-Prev-Usable-Switch    PIC X       Value 'N'.
           88 WS-Prev-Usable                    Value 'Y'.
       01  WS-Prev-Div-Bucket       PIC 9(10)   Value 0.
       01  WS-Prev-Dvd-Bucket       PIC 9(10)   Value 0.
       01  WS-Prev-Timestamp        PIC X(16)   Value Spaces.

       01  WS-Read-Count            PIC 9(9)    Value 0.
       01  WS-Other-Select-Count    PIC 9(9)    Value 0.
       01  WS-Active-Count          PIC 9(9)    Value 0.
       01  WS-Fixed-Count           PIC 9(9)    Value 0.
       01  WS-Off-Active-Count      PIC 9(9)    Value 0.
       01  WS-Off-Fixed-Count       PIC 9(9)    Value 0.
       01  WS-Prev-Active-Count     PIC 9(9)    Value 0.
       01  WS-Prev-Fixed-Count      PIC 9(9)    Value 0.
       01  WS-Saved-Copied-Count    PIC 9(9)    Value 0.
       01  WS-Carried-Count         PIC 9(9)    Value 0.
       01  WS-Saved-Cell-Count      PIC 9(9)    Value 0.
       01  WS-New-Cell-Count        PIC 9(9)    Value 0.
       01  WS-Cleared-Cell-Count    PIC 9(9)    Value 0.
       01  WS-Grew-Cell-Count       PIC 9(9)    Value 0.
       01  WS-Shrank-Cell-Count     PIC 9(9)    Value 0.
       01  WS-Same-Cell-Count       PIC 9(9)    Value 0.

       01  WS-Title-Line.
           05 FILLER                PIC X(21)   Value
              'FAILURE DENSITY MAP  '.
           05 FILLER                PIC X(8)    Value 'PROFILE='.
           05 TL-Profile-Id         PIC X(20).
           05 FILLER                PIC X(5)    Value ' REP='.
           05 TL-Rep                PIC X(8).
           05 FILLER                PIC X(5)    Value ' RUN='.
           05 TL-Run-Timestamp      PIC X(16).

       01  WS-Bucket-Line.
           05 FILLER                PIC X(15)   Value
              'DIVISOR BUCKET='.
           05 BL-Div-Bucket         PIC ZZZZZZZZZ9.
           05 FILLER                PIC X(17)   Value
              ' DIVIDEND BUCKET='.
           05 BL-Dvd-Bucket         PIC ZZZZZZZZZ9.
           05 FILLER                PIC X(6)    Value ' ROWS='.
           05 BL-Rows               PIC Z9.
           05 FILLER                PIC X(9)    Value ' COLUMNS='.
           05 BL-Cols               PIC Z9.

       01  WS-Count-Line.
           05 FILLER                PIC X(12)   Value 'FAILDB READ='.
           05 CL-Read-Count         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' ACTIVE='.
           05 CL-Active-Count       PIC ZZZZZZZZ9.
           05 FILLER                PIC X(7)    Value ' FIXED='.
           05 CL-Fixed-Count        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(19)   Value
              ' OTHER PROFILE/REP='.
           05 CL-Other-Count        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(17)   Value
              ' OFF-GRID ACTIVE='.
           05 CL-Off-Active-Count   PIC ZZZZZZZZ9.
           05 FILLER                PIC X(7)    Value ' FIXED='.
           05 CL-Off-Fixed-Count    PIC ZZZZZZZZ9.

       01  WS-Column-Key-Line.
           05 FILLER                PIC X(9)    Value '  COLUMN '.
           05 KL-Col                PIC 99.
           05 FILLER                PIC X(12)   Value ' DIVIDENDS '.
           05 KL-Low                PIC ZZZZZZZZZ9.
           05 FILLER                PIC X(6)    Value ' THRU '.
           05 KL-High               PIC ZZZZZZZZZ9.

       01  WS-Grid-Title-Line.
           05 GT-Title              PIC X(40).
           05 GT-Since-Text         PIC X(7).
           05 GT-Prev-Timestamp     PIC X(16).

      *    The row label spans the 23 positions ahead of the cells.
       01  WS-Column-Heading.
           05 FILLER                PIC X(23)   Value
              'DIVISORS              |'.
           05 CH-Columns.
              10 CH-Column          Occurs 32 Times.
                 15 CH-Col-Pad      PIC X(1).
                 15 CH-Col-No       PIC 99.
           05 FILLER                PIC X(3)    Value ' | '.
           05 CH-Total-Title        PIC X(10).

       01  WS-Grid-Line.
           05 GL-Row-Low            PIC ZZZZZZZZZ9.
           05 FILLER                PIC X(1)    Value '-'.
           05 GL-Row-High           PIC ZZZZZZZZZ9.
           05 FILLER                PIC X(2)    Value ' |'.
           05 GL-Cells.
              10 GL-Cell            Occurs 32 Times.
                 15 GL-Cell-Pad     PIC X(2).
                 15 GL-Cell-Symbol  PIC X(1).
           05 FILLER                PIC X(3)    Value ' | '.
           05 GL-Row-Total          PIC -(9)9.

       01  WS-Change-Line.
           05 FILLER                PIC X(10)   Value 'NEW CELLS='.
           05 XL-New-Count          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' CLEARED='.
           05 XL-Cleared-Count      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(6)    Value ' GREW='.
           05 XL-Grew-Count         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' SHRANK='.
           05 XL-Shrank-Count       PIC ZZZZZZZZ9.
           05 FILLER                PIC X(11)   Value ' UNCHANGED='.
           05 XL-Same-Count         PIC ZZZZZZZZ9.

       01  WS-Change-Total-Line.
           05 FILLER                PIC X(11)   Value 'ACTIVE NOW='.
           05 XT-Active-Now         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' BEFORE='.
           05 XT-Active-Prev        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(12)   Value '  FIXED NOW='.
           05 XT-Fixed-Now          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' BEFORE='.
           05 XT-Fixed-Prev         PIC ZZZZZZZZ9.

       01  WS-No-Compare-Line.
           05 FILLER                PIC X(34)   Value
              'PREVIOUS GRID USED DIVISOR BUCKET='.
           05 NC-Div-Bucket         PIC ZZZZZZZZZ9.
           05 FILLER                PIC X(17)   Value
              ' DIVIDEND BUCKET='.
           05 NC-Dvd-Bucket         PIC ZZZZZZZZZ9.
           05 FILLER                PIC X(18)   Value
              ' -- NOT COMPARABLE'.

       LINKAGE SECTION.
       01  LK-Parm.
           05 LK-Parm-Len            PIC S9(4) Comp.
           05 LK-Parm-Text           PIC X(80).

       PROCEDURE DIVISION USING LK-Parm.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-CONTROL.
           Perform PARSE-PARM
           Move Function CURRENT-DATE To WS-Current-Date-Stamp
           Move WS-Current-Date-Stamp (1:16) To WS-Run-Timestamp
           Initialize WS-Grid-Table
           Perform OPEN-GRID-FILES
           If Return-Code = 0
               Perform LOAD-PREVIOUS-GRID
           End-If
           If Return-Code = 0
               Perform WALK-FAILURE-DB
           End-If
           If Return-Code = 0
               Perform WRITE-DENSITY-REPORT
           End-If
           If Return-Code = 0
               Perform SAVE-CURRENT-GRID
               Close GRID-NEW-FILE
               Display 'REMDENS: ' WS-Active-Count ' active and '
                       WS-Fixed-Count ' fixed entries mapped for '
                       WS-Profile-Text ' ' WS-Rep-Text
               Display 'REMDENS: ' WS-Saved-Cell-Count
                       ' cells saved, ' WS-Saved-Copied-Count
                       ' saved records of other grids copied'
               If WS-Off-Active-Count > 0 Or WS-Off-Fixed-Count > 0
                   Display 'REMDENS: ' WS-Off-Active-Count
                           ' active and ' WS-Off-Fixed-Count
                           ' fixed entries fell OFF-GRID'
                   Move 4 To Return-Code
               End-If
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  PARM: PROFILE=, REP=, DIVBKT= and DVDBKT= in any order.  A
      *  zero or missing bucket size takes the default.
      *---------------------------------------------------------------
       PARSE-PARM.
           Move Spaces To WS-Parm-Tokens
           If LK-Parm-Len > 0
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2 WS-Parm-Tok3
                        WS-Parm-Tok4
               End-Unstring
           End-If
           Perform APPLY-ONE-PARM-TOKEN
               Varying WS-Parm-Ix From 1 By 1
               Until WS-Parm-Ix > 4
           If WS-Div-Bucket = 0
               Move 2048 To WS-Div-Bucket
           End-If
           If WS-Div-Bucket > WS-Div-Bucket-Max
               Move WS-Div-Bucket-Max To WS-Div-Bucket
           End-If
           If WS-Dvd-Bucket = 0
               Move 2048 To WS-Dvd-Bucket
           End-If
           If WS-Dvd-Bucket > WS-Dvd-Bucket-Max
               Move WS-Dvd-Bucket-Max To WS-Dvd-Bucket
           End-If.

       APPLY-ONE-PARM-TOKEN.
           If WS-Parm-Tok (WS-Parm-Ix) (1:8) = 'PROFILE='
               Move WS-Parm-Tok (WS-Parm-Ix) (9:20) To WS-Profile-Text
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:4) = 'REP='
               Move WS-Parm-Tok (WS-Parm-Ix) (5:8) To WS-Rep-Text
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:7) = 'DIVBKT='
               Compute WS-Div-Bucket =
                       Function NUMVAL (WS-Parm-Tok (WS-Parm-Ix) (8:10))
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:7) = 'DVDBKT='
               Compute WS-Dvd-Bucket =
                       Function NUMVAL (WS-Parm-Tok (WS-Parm-Ix) (8:10))
           End-If.
      *---------------------------------------------------------------
      *  GRIDNEW is written as GRIDOLD is read, so it is opened
      *  first; a missing GRIDOLD is the first run, nothing saved.
      *---------------------------------------------------------------
       OPEN-GRID-FILES.
           Open Output GRID-NEW-FILE
           If WS-Gridnew-Status Not = '00'
               Display 'REMDENS: unable to open GRIDNEW, status='
                       WS-Gridnew-Status
               Move 8 To Return-Code
           End-If.
      *---------------------------------------------------------------
      *  Every saved grid but this profile's and rep's goes straight
      *  across to GRIDNEW; ours is held for the change grid when it
      *  was cut with the same bucket sizes, and is replaced by this
      *  run's at the end.
      *---------------------------------------------------------------
       LOAD-PREVIOUS-GRID.
           Open Input GRID-OLD-FILE
           Evaluate True
               When WS-Gridold-Status = '00'
                   Perform Until Gridold-Eof
                       Read GRID-OLD-FILE
                           At End Set Gridold-Eof To True
                           Not At End Perform SORT-ONE-SAVED-RECORD
                       End-Read
                   End-Perform
                   Close GRID-OLD-FILE
               When WS-Gridold-Status = '35'
                   Continue
               When Other
                   Display 'REMDENS: unable to open GRIDOLD, status='
                           WS-Gridold-Status
                   Move 8 To Return-Code
           End-Evaluate
           If Return-Code Not = 0
               Perform CARRY-GRIDOLD-THROUGH
           End-If.

       SORT-ONE-SAVED-RECORD.
           If GO-Profile-Id Not = WS-Profile-Text
              Or GO-Rep Not = WS-Rep-Text
               Write GRID-NEW-HEADER From GRID-OLD-HEADER
               Add 1 To WS-Saved-Copied-Count
           Else
               Evaluate True
                   When GO-Header
                       Set WS-Prev-Found To True
                       Move GO-Div-Bucket    To WS-Prev-Div-Bucket
                       Move GO-Dvd-Bucket    To WS-Prev-Dvd-Bucket
                       Move GO-Run-Timestamp To WS-Prev-Timestamp
                       If GO-Div-Bucket = WS-Div-Bucket
                          And GO-Dvd-Bucket = WS-Dvd-Bucket
                           Set WS-Prev-Usable To True
                       End-If
                   When GO-Cell
                       If WS-Prev-Usable
                          And GO-Row > 0 And GO-Row <= WS-Row-Max
                          And GO-Col > 0 And GO-Col <= WS-Col-Max
                           Move GO-Active-Count
                               To DN-Active-Prev (GO-Row GO-Col)
                           Move GO-Fixed-Count
                               To DN-Fixed-Prev (GO-Row GO-Col)
                           Add GO-Active-Count To WS-Prev-Active-Count
                           Add GO-Fixed-Count  To WS-Prev-Fixed-Count
                       End-If
                   When Other
                       Display 'REMDENS: unknown GRIDOLD record'
                               ' dropped: ' GRID-OLD-HEADER
               End-Evaluate
           End-If.
      *---------------------------------------------------------------
      *  A failed run starts GRIDNEW over as a record-for-record copy
      *  of GRIDOLD, this profile's previous grid included, so the
      *  generation it catalogs is as good as the one it follows.  A
      *  GRIDOLD that cannot be opened leaves GRIDNEW empty; REMDENSJ
      *  deletes the generation after any RC=8 run in any case.
      *---------------------------------------------------------------
       CARRY-GRIDOLD-THROUGH.
           Close GRID-NEW-FILE
           Open Output GRID-NEW-FILE
           Open Input GRID-OLD-FILE
           If WS-Gridold-Status = '00' And WS-Gridnew-Status = '00'
               Move 'N' To WS-Gridold-Eof-Switch
               Perform Until Gridold-Eof
                   Read GRID-OLD-FILE
                       At End Set Gridold-Eof To True
                       Not At End
                           Write GRID-NEW-HEADER From GRID-OLD-HEADER
                           Add 1 To WS-Carried-Count
                   End-Read
               End-Perform
               Display 'REMDENS: ' WS-Carried-Count
                       ' GRIDOLD records carried to GRIDNEW unchanged'
           Else
               Display 'REMDENS: GRIDOLD could not be carried to'
                       ' GRIDNEW, GRIDOLD status=' WS-Gridold-Status
                       ' GRIDNEW status=' WS-Gridnew-Status
           End-If
           Close GRID-OLD-FILE
           Close GRID-NEW-FILE.
      *---------------------------------------------------------------
      *  One sequential pass over the cluster; entries for other
      *  profiles or representations are only counted.
      *---------------------------------------------------------------
       WALK-FAILURE-DB.
           Open Input FAILURE-DB
           If WS-Faildb-Status Not = '00'
               Display 'REMDENS: unable to open FAILDB, status='
                       WS-Faildb-Status
               Move 8 To Return-Code
               Perform CARRY-GRIDOLD-THROUGH
           Else
               Perform Until Faildb-Eof
                   Read FAILURE-DB
                       At End Set Faildb-Eof To True
                       Not At End Perform PLACE-ONE-FAILURE
                   End-Read
               End-Perform
               Close FAILURE-DB
           End-If.

       PLACE-ONE-FAILURE.
           Add 1 To WS-Read-Count
           If FD-Profile-Id Not = WS-Profile-Text
              Or FD-Rep Not = WS-Rep-Text
               Add 1 To WS-Other-Select-Count
           Else
               Divide FD-Divisor By WS-Div-Bucket Giving WS-Cell-Row
               Add 1 To WS-Cell-Row
               Divide FD-Dividend By WS-Dvd-Bucket Giving WS-Cell-Col
               Add 1 To WS-Cell-Col
               If FD-State-Fixed
                   Add 1 To WS-Fixed-Count
               Else
                   Add 1 To WS-Active-Count
               End-If
               Evaluate True
                   When WS-Cell-Row > WS-Row-Max
                    Or WS-Cell-Col > WS-Col-Max
                       If FD-State-Fixed
                           Add 1 To WS-Off-Fixed-Count
                       Else
                           Add 1 To WS-Off-Active-Count
                       End-If
                   When FD-State-Fixed
                       Add 1 To DN-Fixed-Now (WS-Cell-Row WS-Cell-Col)
                   When Other
                       Add 1 To DN-Active-Now (WS-Cell-Row WS-Cell-Col)
               End-Evaluate
           End-If.
      *---------------------------------------------------------------
      *  The map runs out to the highest bucket holding anything,
      *  now or in the comparable previous grid, so all three grids
      *  share one shape; empty rows inside it are printed too.
      *---------------------------------------------------------------
       FIND-GRID-EXTENT.
           Move 1 To WS-High-Row
           Move 1 To WS-High-Col
           Perform Varying WS-Row-Ix From 1 By 1
                   Until WS-Row-Ix > WS-Row-Max
               Perform Varying WS-Col-Ix From 1 By 1
                       Until WS-Col-Ix > WS-Col-Max
                   If DN-Active-Now (WS-Row-Ix WS-Col-Ix) > 0
                      Or DN-Fixed-Now (WS-Row-Ix WS-Col-Ix) > 0
                      Or DN-Active-Prev (WS-Row-Ix WS-Col-Ix) > 0
                      Or DN-Fixed-Prev (WS-Row-Ix WS-Col-Ix) > 0
                       If WS-Row-Ix > WS-High-Row
                           Move WS-Row-Ix To WS-High-Row
                       End-If
                       If WS-Col-Ix > WS-High-Col
                           Move WS-Col-Ix To WS-High-Col
                       End-If
                   End-If
               End-Perform
           End-Perform.
      *---------------------------------------------------------------
      *  Heading, counts, legend and column key, then the ACTIVE,
      *  FIXED and change grids.
      *---------------------------------------------------------------
       WRITE-DENSITY-REPORT.
           Open Output DENSITY-RPT-FILE
           If WS-Densrpt-Status Not = '00'
               Display 'REMDENS: unable to open DENSRPT, status='
                       WS-Densrpt-Status
               Move 8 To Return-Code
               Perform CARRY-GRIDOLD-THROUGH
           Else
               Perform FIND-GRID-EXTENT
               Perform WRITE-REPORT-HEADING
               Move 'ACTIVE FAILURES' To GT-Title
               Move Spaces To GT-Since-Text GT-Prev-Timestamp
               Move 'ROW TOTAL' To CH-Total-Title
               Set WS-Grid-Active To True
               Perform WRITE-ONE-GRID
               Move 'FIXED FAILURES' To GT-Title
               Set WS-Grid-Fixed To True
               Perform WRITE-ONE-GRID
               Perform WRITE-CHANGE-SECTION
               Close DENSITY-RPT-FILE
           End-If.

       WRITE-REPORT-HEADING.
           Move WS-Profile-Text  To TL-Profile-Id
           Move WS-Rep-Text      To TL-Rep
           Move WS-Run-Timestamp To TL-Run-Timestamp
           Write DENSITY-RPT-RECORD From WS-Title-Line
           Move WS-Div-Bucket To BL-Div-Bucket
           Move WS-Dvd-Bucket To BL-Dvd-Bucket
           Move WS-High-Row   To BL-Rows
           Move WS-High-Col   To BL-Cols
           Write DENSITY-RPT-RECORD From WS-Bucket-Line
           Move WS-Read-Count         To CL-Read-Count
           Move WS-Active-Count       To CL-Active-Count
           Move WS-Fixed-Count        To CL-Fixed-Count
           Move WS-Other-Select-Count To CL-Other-Count
           Move WS-Off-Active-Count   To CL-Off-Active-Count
           Move WS-Off-Fixed-Count    To CL-Off-Fixed-Count
           Write DENSITY-RPT-RECORD From WS-Count-Line
           Move Spaces To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Move 'CELL SYMBOL = DIGITS IN THE COUNT:  . NONE  1 = 1-9'
               To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Move '    2 = 10-99  3 = 100-999 ... 9 = 100000000 AND OVER'
               To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Move 'CHANGE GRID:  N NEW  X CLEARED  + GREW  - SHRANK'
               To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Move '    = UNCHANGED  . NONE EITHER RUN'
               To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Move Spaces To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Move 'DIVIDEND COLUMNS' To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Perform WRITE-ONE-COLUMN-KEY
               Varying WS-Col-Ix From 1 By 1
               Until WS-Col-Ix > WS-High-Col
           Move Spaces To CH-Columns
           Perform Varying WS-Col-Ix From 1 By 1
                   Until WS-Col-Ix > WS-High-Col
               Move WS-Col-Ix To CH-Col-No (WS-Col-Ix)
           End-Perform.

       WRITE-ONE-COLUMN-KEY.
           Compute WS-Bucket-Low = (WS-Col-Ix - 1) * WS-Dvd-Bucket
           Compute WS-Bucket-High = WS-Bucket-Low + WS-Dvd-Bucket - 1
           Move WS-Col-Ix      To KL-Col
           Move WS-Bucket-Low  To KL-Low
           Move WS-Bucket-High To KL-High
           Write DENSITY-RPT-RECORD From WS-Column-Key-Line.

       WRITE-ONE-GRID.
           Move Spaces To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD From WS-Grid-Title-Line
           Write DENSITY-RPT-RECORD From WS-Column-Heading
           Perform WRITE-ONE-GRID-ROW
               Varying WS-Row-Ix From 1 By 1
               Until WS-Row-Ix > WS-High-Row.

       WRITE-ONE-GRID-ROW.
           Compute WS-Bucket-Low = (WS-Row-Ix - 1) * WS-Div-Bucket
           Compute WS-Bucket-High = WS-Bucket-Low + WS-Div-Bucket - 1
           Move WS-Bucket-Low  To GL-Row-Low
           Move WS-Bucket-High To GL-Row-High
           Move Spaces To GL-Cells
           Move 0 To WS-Row-Net
           Perform SET-ONE-GRID-CELL
               Varying WS-Col-Ix From 1 By 1
               Until WS-Col-Ix > WS-High-Col
           Move WS-Row-Net To GL-Row-Total
           Write DENSITY-RPT-RECORD From WS-Grid-Line.
      *---------------------------------------------------------------
      *  ACTIVE and FIXED cells show the magnitude of their count;
      *  a change cell compares ACTIVE now with the previous run.
      *  The row total is the row's count, or its net change.
      *---------------------------------------------------------------
       SET-ONE-GRID-CELL.
           Evaluate True
               When WS-Grid-Active
                   Move DN-Active-Now (WS-Row-Ix WS-Col-Ix)
                       To WS-Cell-Count
                   Perform SET-DENSITY-SYMBOL
                   Add WS-Cell-Count To WS-Row-Net
               When WS-Grid-Fixed
                   Move DN-Fixed-Now (WS-Row-Ix WS-Col-Ix)
                       To WS-Cell-Count
                   Perform SET-DENSITY-SYMBOL
                   Add WS-Cell-Count To WS-Row-Net
               When Other
                   Perform SET-CHANGE-SYMBOL
                   Compute WS-Row-Net = WS-Row-Net
                           + DN-Active-Now (WS-Row-Ix WS-Col-Ix)
                           - DN-Active-Prev (WS-Row-Ix WS-Col-Ix)
           End-Evaluate
           Move WS-Cell-Symbol To GL-Cell-Symbol (WS-Col-Ix).

       SET-DENSITY-SYMBOL.
           Evaluate True
               When WS-Cell-Count = 0
                   Move '.' To WS-Cell-Symbol
               When WS-Cell-Count < 10
                   Move '1' To WS-Cell-Symbol
               When WS-Cell-Count < 100
                   Move '2' To WS-Cell-Symbol
               When WS-Cell-Count < 1000
                   Move '3' To WS-Cell-Symbol
               When WS-Cell-Count < 10000
                   Move '4' To WS-Cell-Symbol
               When WS-Cell-Count < 100000
                   Move '5' To WS-Cell-Symbol
               When WS-Cell-Count < 1000000
                   Move '6' To WS-Cell-Symbol
               When WS-Cell-Count < 10000000
                   Move '7' To WS-Cell-Symbol
               When WS-Cell-Count < 100000000
                   Move '8' To WS-Cell-Symbol
               When Other
                   Move '9' To WS-Cell-Symbol
           End-Evaluate.

       SET-CHANGE-SYMBOL.
           Evaluate True
               When DN-Active-Now (WS-Row-Ix WS-Col-Ix) = 0
                And DN-Active-Prev (WS-Row-Ix WS-Col-Ix) = 0
                   Move '.' To WS-Cell-Symbol
               When DN-Active-Prev (WS-Row-Ix WS-Col-Ix) = 0
                   Move 'N' To WS-Cell-Symbol
                   Add 1 To WS-New-Cell-Count
               When DN-Active-Now (WS-Row-Ix WS-Col-Ix) = 0
                   Move 'X' To WS-Cell-Symbol
                   Add 1 To WS-Cleared-Cell-Count
               When DN-Active-Now (WS-Row-Ix WS-Col-Ix)
                  > DN-Active-Prev (WS-Row-Ix WS-Col-Ix)
                   Move '+' To WS-Cell-Symbol
                   Add 1 To WS-Grew-Cell-Count
               When DN-Active-Now (WS-Row-Ix WS-Col-Ix)
                  < DN-Active-Prev (WS-Row-Ix WS-Col-Ix)
                   Move '-' To WS-Cell-Symbol
                   Add 1 To WS-Shrank-Cell-Count
               When Other
                   Move '=' To WS-Cell-Symbol
                   Add 1 To WS-Same-Cell-Count
           End-Evaluate.
      *---------------------------------------------------------------
      *  The change grid, or the reason there is none this run.
      *---------------------------------------------------------------
       WRITE-CHANGE-SECTION.
           Move Spaces To DENSITY-RPT-RECORD
           Write DENSITY-RPT-RECORD
           Evaluate True
               When WS-Prev-Usable
                   Move 'CHANGE IN ACTIVE FAILURES' To GT-Title
                   Move 'SINCE' To GT-Since-Text
                   Move WS-Prev-Timestamp To GT-Prev-Timestamp
                   Move 'NET CHANGE' To CH-Total-Title
                   Set WS-Grid-Change To True
                   Perform WRITE-ONE-GRID
                   Move Spaces To DENSITY-RPT-RECORD
                   Write DENSITY-RPT-RECORD
                   Move WS-New-Cell-Count     To XL-New-Count
                   Move WS-Cleared-Cell-Count To XL-Cleared-Count
                   Move WS-Grew-Cell-Count    To XL-Grew-Count
                   Move WS-Shrank-Cell-Count  To XL-Shrank-Count
                   Move WS-Same-Cell-Count    To XL-Same-Count
                   Write DENSITY-RPT-RECORD From WS-Change-Line
                   Move WS-Active-Count      To XT-Active-Now
                   Move WS-Prev-Active-Count To XT-Active-Prev
                   Move WS-Fixed-Count       To XT-Fixed-Now
                   Move WS-Prev-Fixed-Count  To XT-Fixed-Prev
                   Write DENSITY-RPT-RECORD From WS-Change-Total-Line
               When WS-Prev-Found
                   Move WS-Prev-Div-Bucket To NC-Div-Bucket
                   Move WS-Prev-Dvd-Bucket To NC-Dvd-Bucket
                   Write DENSITY-RPT-RECORD From WS-No-Compare-Line
               When Other
                   Move 'NO PREVIOUS GRID FOR THIS PROFILE AND REP'
                       To DENSITY-RPT-RECORD
                   Write DENSITY-RPT-RECORD
           End-Evaluate.
      *---------------------------------------------------------------
      *  This run's grid, header first, then every non-empty cell.
      *  Only cells on the map are saved, so the next run compares
      *  like with like.
      *---------------------------------------------------------------
       SAVE-CURRENT-GRID.
           Move Spaces           To GRID-NEW-HEADER
           Move 'H'              To GN-Rec-Type
           Move WS-Profile-Text  To GN-Profile-Id
           Move WS-Rep-Text      To GN-Rep
           Move WS-Div-Bucket    To GN-Div-Bucket
           Move WS-Dvd-Bucket    To GN-Dvd-Bucket
           Move WS-Run-Timestamp To GN-Run-Timestamp
           Compute GN-Active-Total =
                   WS-Active-Count - WS-Off-Active-Count
           Write GRID-NEW-HEADER
           Perform Varying WS-Row-Ix From 1 By 1
                   Until WS-Row-Ix > WS-Row-Max
               Perform Varying WS-Col-Ix From 1 By 1
                       Until WS-Col-Ix > WS-Col-Max
                   If DN-Active-Now (WS-Row-Ix WS-Col-Ix) > 0
                      Or DN-Fixed-Now (WS-Row-Ix WS-Col-Ix) > 0
                       Perform WRITE-ONE-SAVED-CELL
                   End-If
               End-Perform
           End-Perform.

       WRITE-ONE-SAVED-CELL.
           Move 'C'             To GN-Rec-Type
           Move WS-Profile-Text To GN-Profile-Id
           Move WS-Rep-Text     To GN-Rep
           Move WS-Row-Ix       To GN-Row
           Move WS-Col-Ix       To GN-Col
           Move DN-Active-Now (WS-Row-Ix WS-Col-Ix) To GN-Active-Count
           Move DN-Fixed-Now (WS-Row-Ix WS-Col-Ix)  To GN-Fixed-Count
           Move Spaces          To GN-Cell-Filler
           Write GRID-NEW-CELL
           Add 1 To WS-Saved-Cell-Count.
