       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMGSUM.
      *
      * Nightly summary of the REMGUARD runtime guard log.
      *
      *  Every wrong result REMGUARD caught and corrected in a
      *  production program during the day is one 120-byte event on
      *  the guard log (see Remguard.cbl).  This program reads the
      *  day's events, reports the hits by calling program and
      *  divisor, and files every dividend/divisor pair production
      *  actually hit into the known-failure database, so FAILDB
      *  carries the failures production met as well as the ones the
      *  sweeps found.
      *
      *  GSUMRPT gets one line per calling program and divisor --
      *  hits, the REM/RNGE/QUOT/BOTH breakdown, and the first and
      *  last event -- callers in name order, each caller's divisors
      *  busiest first, with a total line per caller, then the FAILDB
      *  filing counts.
      *
      *  Pairs are filed under REMKFDB's key (divisor, dividend,
      *  profile, representation) with REMKFDB's LOAD rules: a pair
      *  new to the cluster is added ACTIVE, first-seen and last-seen
      *  from its own first and last event and times-seen = its hit
      *  count; a pair already on file has its last-seen trail and
      *  times-seen brought forward; a FIXED pair production hit
      *  again has regressed and is put back in force.  Events that
      *  name no representation file as the UNS-HALF baseline, as
      *  REMKFDB does.  Pairs FAILDB cannot hold -- an operand past
      *  its ten-digit key, or no profile to file under -- stay in
      *  the report and are counted, never silently dropped.
      *
      *  PARM (optional): 'PROFILE=xxxx' names the profile to file
      *     events under when the caller left Guard-Profile-Id blank.
      *
      *  RETURN-CODE: 0 = log summarized, nothing new for FAILDB,
      *               4 = summarized, and at least one pair was new
      *                   to FAILDB or reopened a FIXED entry,
      *               8 = file problem, VSAM error or table overflow.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARD-LOG-FILE ASSIGN TO GRDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Grdlog-Status.
           SELECT FAILURE-DB ASSIGN TO FAILDB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-Key
               FILE STATUS IS WS-Faildb-Status.
           SELECT SUMMARY-RPT-FILE ASSIGN TO GSUMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gsumrpt-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  GUARD-LOG-FILE
           RECORDING MODE IS F.
      *    Must match GUARD-LOG-RECORD as REMGUARD writes it.
       01  GUARD-LOG-RECORD.
           05 GL-Event-Timestamp    PIC X(16).
           05 GL-Caller-Id          PIC X(8).
           05 GL-Source-Tag         PIC X(8).
           05 GL-Profile-Id         PIC X(20).
           05 GL-Rep-Name           PIC X(8).
           05 GL-Dividend           PIC 9(9).
           05 GL-Divisor            PIC 9(9).
           05 GL-Divide-Quotient    PIC S9(9)
                                    Sign Leading Separate.
           05 GL-Divide-Remain      PIC S9(9)
                                    Sign Leading Separate.
           05 GL-Correct-Quotient   PIC 9(9).
           05 GL-Correct-Remain     PIC 9(9).
           05 GL-Failure-Class      PIC X(4).

      *    Must match FAILURE-RECORD as REMKFDB defines it.
       FD  FAILURE-DB.
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

       FD  SUMMARY-RPT-FILE
           RECORDING MODE IS F.
       01  SUMMARY-RPT-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.

       01  WS-Grdlog-Status         PIC XX.
       01  WS-Faildb-Status         PIC XX.
       01  WS-Gsumrpt-Status        PIC XX.
       01  WS-Grdlog-Eof-Switch     PIC X       Value 'N'.
           88 Grdlog-Eof                        Value 'Y'.
       01  WS-Fresh-Cluster-Switch  PIC X       Value 'N'.
           88 WS-Fresh-Cluster                  Value 'Y'.

       01  WS-Default-Profile       PIC X(20)   Value Spaces.
       01  WS-Run-Timestamp         PIC X(16).
       01  WS-Current-Date-Stamp    PIC X(21).

      *    X(40) tokens: PROFILE= plus the full 20-byte tag must not
      *    be truncated by the UNSTRING.
       01  WS-Parm-Tokens.
           05 WS-Parm-Tok1          PIC X(40).
           05 WS-Parm-Tok2          PIC X(40).

      *    FAILDB's key holds ten digits; a larger operand cannot
      *    be filed there.  Every operand the guard can check fits,
      *    so TOO-WIDE only counts a corrupt log record.
       01  WS-Faildb-Key-Limit      PIC 9(10)   Value 9999999999.
       01  WS-Faildb-Count-Limit    PIC 9(9)    Value 99999.

       01  WS-Event-Count           PIC 9(9)    Value 0.
       01  WS-Unusable-Count        PIC 9(9)    Value 0.
       01  WS-Added-Count           PIC 9(9)    Value 0.
       01  WS-Updated-Count         PIC 9(9)    Value 0.
       01  WS-Reopened-Count        PIC 9(9)    Value 0.
       01  WS-Too-Wide-Count        PIC 9(9)    Value 0.
       01  WS-No-Profile-Count      PIC 9(9)    Value 0.

      *---------------------------------------------------------------
      *  Hits per calling program and divisor.
      *---------------------------------------------------------------
       01  WS-Hit-Entry-Count       PIC 9(4)  Comp Value 0.
       01  WS-Hit-Table-Max         PIC 9(4)  Comp Value 2000.
       01  WS-Hit-Table.
           05 WS-Hit-Entry Occurs 2000 Times.
              10 HT-Caller-Id       PIC X(8).
              10 HT-Divisor         PIC 9(9).
              10 HT-Hit-Count       PIC 9(9)  Comp.
              10 HT-Rem-Count       PIC 9(9)  Comp.
              10 HT-Range-Count     PIC 9(9)  Comp.
              10 HT-Quot-Count      PIC 9(9)  Comp.
              10 HT-Both-Count      PIC 9(9)  Comp.
              10 HT-First-Seen      PIC X(16).
              10 HT-Last-Seen       PIC X(16).
       01  WS-Swap-Hit-Entry.
           05 FILLER                PIC X(8).
           05 FILLER                PIC 9(9).
           05 FILLER                PIC 9(9)  Comp.
           05 FILLER                PIC 9(9)  Comp.
           05 FILLER                PIC 9(9)  Comp.
           05 FILLER                PIC 9(9)  Comp.
           05 FILLER                PIC 9(9)  Comp.
           05 FILLER                PIC X(16).
           05 FILLER                PIC X(16).

      *---------------------------------------------------------------
      *  Distinct failing pairs, keyed as FAILDB keys them.  The
      *  divide results kept are the latest event's.
      *---------------------------------------------------------------
       01  WS-Pair-Entry-Count      PIC 9(4)  Comp Value 0.
       01  WS-Pair-Table-Max        PIC 9(4)  Comp Value 5000.
       01  WS-Pair-Table.
           05 WS-Pair-Entry Occurs 5000 Times.
              10 PT-Dividend        PIC 9(9).
              10 PT-Divisor         PIC 9(9).
              10 PT-Profile-Id      PIC X(20).
              10 PT-Rep             PIC X(8).
              10 PT-Divide-Quotient PIC S9(9).
              10 PT-Divide-Remain   PIC S9(9).
              10 PT-Failure-Class   PIC X(4).
              10 PT-Hit-Count       PIC 9(9)  Comp.
              10 PT-First-Seen      PIC X(16).
              10 PT-Last-Seen       PIC X(16).

       01  WS-Hit-Ix                PIC 9(4)  Comp Value 0.
       01  WS-Pair-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Scan-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Found-Ix              PIC 9(4)  Comp Value 0.
       01  WS-Pick-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Work-Profile          PIC X(20)   Value Spaces.
       01  WS-Work-Rep              PIC X(8)    Value Spaces.
      *    REMAIN1's CALC-REMAIN: the remainder recomputed from the
      *    quotient the failing divide handed back
       01  WS-Recomputed-Remain     PIC S9(18)  Value 0.
       01  WS-Previous-Caller       PIC X(8)    Value Spaces.
       01  WS-Caller-Hit-Count      PIC 9(9)    Value 0.
       01  WS-Caller-Divisor-Count  PIC 9(9)    Value 0.

       01  WS-Report-Header.
           05 FILLER                PIC X(40)
                   Value 'REMGUARD RUNTIME HITS BY CALLER/DIVISOR'.
           05 FILLER                PIC X(8)    Value ' AS OF '.
           05 RH-Run-Timestamp      PIC X(16).

       01  WS-Hit-Line.
           05 FILLER                PIC X(7)    Value 'CALLER='.
           05 HL-Caller-Id          PIC X(8).
           05 FILLER                PIC X(9)    Value ' DIVISOR='.
           05 HL-Divisor            PIC ZZZZZZZZ9.
           05 FILLER                PIC X(6)    Value ' HITS='.
           05 HL-Hit-Count          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(5)    Value ' REM='.
           05 HL-Rem-Count          PIC ZZZZZ9.
           05 FILLER                PIC X(6)    Value ' RNGE='.
           05 HL-Range-Count        PIC ZZZZZ9.
           05 FILLER                PIC X(6)    Value ' QUOT='.
           05 HL-Quot-Count         PIC ZZZZZ9.
           05 FILLER                PIC X(6)    Value ' BOTH='.
           05 HL-Both-Count         PIC ZZZZZ9.
           05 FILLER                PIC X(7)    Value ' FIRST='.
           05 HL-First-Seen         PIC X(16).
           05 FILLER                PIC X(6)    Value ' LAST='.
           05 HL-Last-Seen          PIC X(16).

       01  WS-Caller-Total-Line.
           05 FILLER                PIC X(7)    Value 'CALLER='.
           05 CT-Caller-Id          PIC X(8).
           05 FILLER                PIC X(11)   Value ' DIVISORS='.
           05 CT-Divisor-Count      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(12)   Value ' TOTAL-HITS='.
           05 CT-Hit-Count          PIC ZZZZZZZZ9.

       01  WS-Summary-Line.
           05 FILLER                PIC X(7)    Value 'EVENTS='.
           05 SM-Event-Count        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(10)   Value ' UNUSABLE='.
           05 SM-Unusable-Count     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(7)    Value ' PAIRS='.
           05 SM-Pair-Count         PIC ZZZZZZZZ9.

       01  WS-Filing-Line.
           05 FILLER                PIC X(13)   Value 'FAILDB ADDED='.
           05 FL-Added-Count        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' UPDATED='.
           05 FL-Updated-Count      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(10)   Value ' REOPENED='.
           05 FL-Reopened-Count     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(10)   Value ' TOO-WIDE='.
           05 FL-Too-Wide-Count     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(12)   Value ' NO-PROFILE='.
           05 FL-No-Profile-Count   PIC ZZZZZZZZ9.

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
           Perform LOAD-GUARD-LOG
           If Return-Code = 0
               Perform SORT-HITS-BY-CALLER
               Perform FILE-PAIRS-IN-FAILDB
           End-If
           If Return-Code = 0
               Perform WRITE-SUMMARY-REPORT
           End-If
           Perform SET-FINAL-RETURN-CODE
           GOBACK.
      *---------------------------------------------------------------
      *  PARM (from JCL EXEC PARM=) may name the default profile.
      *---------------------------------------------------------------
       PARSE-PARM.
           Move Spaces To WS-Parm-Tokens
           If LK-Parm-Len > 0
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2
               End-Unstring
           End-If
           If WS-Parm-Tok1 (1:8) = 'PROFILE='
               Move WS-Parm-Tok1 (9:20) To WS-Default-Profile
           End-If
           If WS-Parm-Tok2 (1:8) = 'PROFILE='
               Move WS-Parm-Tok2 (9:20) To WS-Default-Profile
           End-If.
      *---------------------------------------------------------------
      *  Tally the day's events.  An empty log is a quiet day, not
      *  an error; a record that is not a guard event is counted and
      *  listed, REMRECON's rule for unusable input.
      *---------------------------------------------------------------
       LOAD-GUARD-LOG.
           Open Input GUARD-LOG-FILE
           If WS-Grdlog-Status Not = '00'
               Display 'REMGSUM: unable to open GRDLOG, status='
                       WS-Grdlog-Status
               Move 8 To Return-Code
           Else
               Perform Until Grdlog-Eof
                   Read GUARD-LOG-FILE
                       At End Set Grdlog-Eof To True
                       Not At End Perform TALLY-ONE-EVENT
                   End-Read
               End-Perform
               Close GUARD-LOG-FILE
           End-If.

       TALLY-ONE-EVENT.
           If GL-Dividend Not Numeric Or GL-Divisor Not Numeric
              Or GL-Divide-Quotient Not Numeric
              Or GL-Divide-Remain Not Numeric
              Or GL-Caller-Id = Spaces
               Add 1 To WS-Unusable-Count
               Display 'REMGSUM: unusable GRDLOG record: '
                       GUARD-LOG-RECORD
           Else
               Add 1 To WS-Event-Count
               Perform ADD-EVENT-TO-HIT-TABLE
               If Return-Code = 0
                   Perform ADD-EVENT-TO-PAIR-TABLE
               End-If
           End-If.

       ADD-EVENT-TO-HIT-TABLE.
           Move 0 To WS-Found-Ix
           Perform Varying WS-Hit-Ix From 1 By 1
                   Until WS-Hit-Ix > WS-Hit-Entry-Count
                      Or WS-Found-Ix > 0
               If HT-Caller-Id (WS-Hit-Ix) = GL-Caller-Id
                  And HT-Divisor (WS-Hit-Ix) = GL-Divisor
                   Move WS-Hit-Ix To WS-Found-Ix
               End-If
           End-Perform
           If WS-Found-Ix = 0
               If WS-Hit-Entry-Count >= WS-Hit-Table-Max
                   Display 'REMGSUM: more than ' WS-Hit-Table-Max
                           ' caller/divisor combinations, run'
                           ' abandoned'
                   Move 8 To Return-Code
                   Set Grdlog-Eof To True
               Else
                   Add 1 To WS-Hit-Entry-Count
                   Move WS-Hit-Entry-Count To WS-Found-Ix
                   Move GL-Caller-Id To HT-Caller-Id (WS-Found-Ix)
                   Move GL-Divisor   To HT-Divisor (WS-Found-Ix)
                   Move 0 To HT-Hit-Count (WS-Found-Ix)
                             HT-Rem-Count (WS-Found-Ix)
                             HT-Range-Count (WS-Found-Ix)
                             HT-Quot-Count (WS-Found-Ix)
                             HT-Both-Count (WS-Found-Ix)
                   Move GL-Event-Timestamp
                       To HT-First-Seen (WS-Found-Ix)
                   Move GL-Event-Timestamp
                       To HT-Last-Seen (WS-Found-Ix)
               End-If
           End-If
           If WS-Found-Ix > 0
               Add 1 To HT-Hit-Count (WS-Found-Ix)
               Evaluate GL-Failure-Class
                   When 'REM'
                       Add 1 To HT-Rem-Count (WS-Found-Ix)
                   When 'RNGE'
                       Add 1 To HT-Range-Count (WS-Found-Ix)
                   When 'QUOT'
                       Add 1 To HT-Quot-Count (WS-Found-Ix)
                   When 'BOTH'
                       Add 1 To HT-Both-Count (WS-Found-Ix)
               End-Evaluate
      *        the log is appended in time order, but several jobs
      *        share it, so keep the true earliest and latest
               If GL-Event-Timestamp < HT-First-Seen (WS-Found-Ix)
                   Move GL-Event-Timestamp
                       To HT-First-Seen (WS-Found-Ix)
               End-If
               If GL-Event-Timestamp > HT-Last-Seen (WS-Found-Ix)
                   Move GL-Event-Timestamp
                       To HT-Last-Seen (WS-Found-Ix)
               End-If
           End-If.
      *---------------------------------------------------------------
      *  The pair table is keyed exactly as FAILDB will key it, so
      *  the blank-profile and blank-representation defaults are
      *  applied here, before the lookup.
      *---------------------------------------------------------------
       ADD-EVENT-TO-PAIR-TABLE.
           If GL-Profile-Id = Spaces
               Move WS-Default-Profile To WS-Work-Profile
           Else
               Move GL-Profile-Id To WS-Work-Profile
           End-If
           If GL-Rep-Name = Spaces
               Move 'UNS-HALF' To WS-Work-Rep
           Else
               Move GL-Rep-Name To WS-Work-Rep
           End-If
           Move 0 To WS-Found-Ix
           Perform Varying WS-Pair-Ix From 1 By 1
                   Until WS-Pair-Ix > WS-Pair-Entry-Count
                      Or WS-Found-Ix > 0
               If PT-Dividend (WS-Pair-Ix) = GL-Dividend
                  And PT-Divisor (WS-Pair-Ix) = GL-Divisor
                  And PT-Profile-Id (WS-Pair-Ix) = WS-Work-Profile
                  And PT-Rep (WS-Pair-Ix) = WS-Work-Rep
                   Move WS-Pair-Ix To WS-Found-Ix
               End-If
           End-Perform
           If WS-Found-Ix = 0
               If WS-Pair-Entry-Count >= WS-Pair-Table-Max
                   Display 'REMGSUM: more than ' WS-Pair-Table-Max
                           ' distinct failing pairs, run abandoned'
                   Move 8 To Return-Code
                   Set Grdlog-Eof To True
               Else
                   Add 1 To WS-Pair-Entry-Count
                   Move WS-Pair-Entry-Count To WS-Found-Ix
                   Move GL-Dividend     To PT-Dividend (WS-Found-Ix)
                   Move GL-Divisor      To PT-Divisor (WS-Found-Ix)
                   Move WS-Work-Profile To PT-Profile-Id (WS-Found-Ix)
                   Move WS-Work-Rep     To PT-Rep (WS-Found-Ix)
                   Move 0 To PT-Hit-Count (WS-Found-Ix)
                   Move GL-Event-Timestamp
                       To PT-First-Seen (WS-Found-Ix)
                   Move GL-Event-Timestamp
                       To PT-Last-Seen (WS-Found-Ix)
               End-If
           End-If
           If WS-Found-Ix > 0
               Add 1 To PT-Hit-Count (WS-Found-Ix)
               If GL-Event-Timestamp < PT-First-Seen (WS-Found-Ix)
                   Move GL-Event-Timestamp
                       To PT-First-Seen (WS-Found-Ix)
               End-If
               If GL-Event-Timestamp >= PT-Last-Seen (WS-Found-Ix)
                   Move GL-Event-Timestamp
                       To PT-Last-Seen (WS-Found-Ix)
                   Move GL-Divide-Quotient
                       To PT-Divide-Quotient (WS-Found-Ix)
                   Move GL-Divide-Remain
                       To PT-Divide-Remain (WS-Found-Ix)
                   Move GL-Failure-Class
                       To PT-Failure-Class (WS-Found-Ix)
               End-If
           End-If.
      *---------------------------------------------------------------
      *  Selection sort: caller name ascending, then busiest divisor
      *  first, lower divisor first on ties so reruns of the same log
      *  order identically.
      *---------------------------------------------------------------
       SORT-HITS-BY-CALLER.
           Perform PICK-ONE-HIT-SLOT
               Varying WS-Hit-Ix From 1 By 1
               Until WS-Hit-Ix >= WS-Hit-Entry-Count.

       PICK-ONE-HIT-SLOT.
           Move WS-Hit-Ix To WS-Pick-Ix
           Compute WS-Scan-Ix = WS-Hit-Ix + 1
           Perform Varying WS-Scan-Ix From WS-Scan-Ix By 1
                   Until WS-Scan-Ix > WS-Hit-Entry-Count
               If HT-Caller-Id (WS-Scan-Ix) < HT-Caller-Id (WS-Pick-Ix)
                  Or (HT-Caller-Id (WS-Scan-Ix)
                          = HT-Caller-Id (WS-Pick-Ix)
                      And HT-Hit-Count (WS-Scan-Ix)
                          > HT-Hit-Count (WS-Pick-Ix))
                  Or (HT-Caller-Id (WS-Scan-Ix)
                          = HT-Caller-Id (WS-Pick-Ix)
                      And HT-Hit-Count (WS-Scan-Ix)
                          = HT-Hit-Count (WS-Pick-Ix)
                      And HT-Divisor (WS-Scan-Ix)
                          < HT-Divisor (WS-Pick-Ix))
                   Move WS-Scan-Ix To WS-Pick-Ix
               End-If
           End-Perform
           If WS-Pick-Ix Not = WS-Hit-Ix
               Move WS-Hit-Entry (WS-Hit-Ix)  To WS-Swap-Hit-Entry
               Move WS-Hit-Entry (WS-Pick-Ix)
                   To WS-Hit-Entry (WS-Hit-Ix)
               Move WS-Swap-Hit-Entry To WS-Hit-Entry (WS-Pick-Ix)
           End-If.
      *---------------------------------------------------------------
      *  File every distinct pair.  The cluster is opened I-O; a
      *  never-loaded cluster comes back '35' and is opened OUTPUT,
      *  every pair then written as brand-new -- REMKFDB's LOAD
      *  fallback, for the same status-47 reason.
      *---------------------------------------------------------------
       FILE-PAIRS-IN-FAILDB.
           If WS-Pair-Entry-Count > 0
               Open I-O FAILURE-DB
               If WS-Faildb-Status = '35'
                   Open Output FAILURE-DB
                   Set WS-Fresh-Cluster To True
               End-If
               If WS-Faildb-Status Not = '00'
                   Display 'REMGSUM: unable to open FAILDB, status='
                           WS-Faildb-Status
                   Move 8 To Return-Code
               Else
                   Perform FILE-ONE-PAIR
                       Varying WS-Pair-Ix From 1 By 1
                       Until WS-Pair-Ix > WS-Pair-Entry-Count
                   Close FAILURE-DB
               End-If
           End-If.

       FILE-ONE-PAIR.
           Evaluate True
               When PT-Profile-Id (WS-Pair-Ix) = Spaces
                   Add 1 To WS-No-Profile-Count
                   Display 'REMGSUM: no profile to file under,'
                           ' DIVIDEND=' PT-Dividend (WS-Pair-Ix)
                           ' DIVISOR=' PT-Divisor (WS-Pair-Ix)
               When PT-Dividend (WS-Pair-Ix) > WS-Faildb-Key-Limit
                 Or PT-Divisor (WS-Pair-Ix) > WS-Faildb-Key-Limit
                   Add 1 To WS-Too-Wide-Count
               When Other
                   Move PT-Divisor (WS-Pair-Ix)    To FD-Divisor
                   Move PT-Dividend (WS-Pair-Ix)   To FD-Dividend
                   Move PT-Profile-Id (WS-Pair-Ix) To FD-Profile-Id
                   Move PT-Rep (WS-Pair-Ix)        To FD-Rep
                   If WS-Fresh-Cluster
                       Perform ADD-NEW-FAILURE
                   Else
                       Read FAILURE-DB
                           Invalid Key
                               Perform ADD-NEW-FAILURE
                           Not Invalid Key
                               Perform UPDATE-KNOWN-FAILURE
                       End-Read
                   End-If
           End-Evaluate.
      *---------------------------------------------------------------
      *  The remainder columns as a sweep would have recorded them:
      *  the divide's own remainder, and the remainder recomputed
      *  from the quotient it handed back.  A value the bug pushed
      *  past ten digits keeps its low-order digits, as the ten-
      *  digit SWPOUT columns of REMAIN2's SAMPLE layout would; a
      *  negative one from a signed-field caller is filed by its
      *  magnitude, as REMKFDB files a signed sweep's.
      *---------------------------------------------------------------
       SET-FAILURE-RESULTS.
           Compute WS-Recomputed-Remain =
                   PT-Dividend (WS-Pair-Ix)
                   - (PT-Divide-Quotient (WS-Pair-Ix)
                      * PT-Divisor (WS-Pair-Ix))
           Move PT-Divide-Remain (WS-Pair-Ix) To FD-Divide-Remain
           Move WS-Recomputed-Remain          To FD-Calc-Remain
           Move PT-Failure-Class (WS-Pair-Ix) To FD-Failure-Class.

       ADD-NEW-FAILURE.
           Perform SET-FAILURE-RESULTS
           Move PT-First-Seen (WS-Pair-Ix) To FD-First-Seen
           Move PT-Last-Seen (WS-Pair-Ix)  To FD-Last-Seen
           If PT-Hit-Count (WS-Pair-Ix) > WS-Faildb-Count-Limit
               Move WS-Faildb-Count-Limit To FD-Times-Seen
           Else
               Move PT-Hit-Count (WS-Pair-Ix) To FD-Times-Seen
           End-If
           Set FD-State-Active To True
           Move Spaces To FD-Fixed-On
           Write FAILURE-RECORD
               Invalid Key
                   Display 'REMGSUM: WRITE failed, status='
                           WS-Faildb-Status ' key=' FD-Key
                   Move 8 To Return-Code
               Not Invalid Key
                   Add 1 To WS-Added-Count
           End-Write.

       UPDATE-KNOWN-FAILURE.
           Perform SET-FAILURE-RESULTS
           If PT-Last-Seen (WS-Pair-Ix) > FD-Last-Seen
               Move PT-Last-Seen (WS-Pair-Ix) To FD-Last-Seen
           End-If
           If FD-Times-Seen + PT-Hit-Count (WS-Pair-Ix)
                   > WS-Faildb-Count-Limit
               Move WS-Faildb-Count-Limit To FD-Times-Seen
           Else
               Add PT-Hit-Count (WS-Pair-Ix) To FD-Times-Seen
           End-If
      *    production hitting a FIXED pair means it has regressed:
      *    put it back in force so INQ stops vouching for it
           If FD-State-Fixed
               Add 1 To WS-Reopened-Count
               Display 'REMGSUM: FIXED entry regressed, key=' FD-Key
               Set FD-State-Active To True
               Move Spaces To FD-Fixed-On
           End-If
           Rewrite FAILURE-RECORD
               Invalid Key
                   Display 'REMGSUM: REWRITE failed, status='
                           WS-Faildb-Status ' key=' FD-Key
                   Move 8 To Return-Code
               Not Invalid Key
                   Add 1 To WS-Updated-Count
           End-Rewrite.
      *---------------------------------------------------------------
      *  Caller/divisor lines with a control break on caller, then
      *  the event and FAILDB filing counts.
      *---------------------------------------------------------------
       WRITE-SUMMARY-REPORT.
           Open Output SUMMARY-RPT-FILE
           If WS-Gsumrpt-Status Not = '00'
               Display 'REMGSUM: unable to open GSUMRPT, status='
                       WS-Gsumrpt-Status
               Move 8 To Return-Code
           Else
               Move WS-Run-Timestamp To RH-Run-Timestamp
               Move WS-Report-Header To SUMMARY-RPT-RECORD
               Write SUMMARY-RPT-RECORD
               Move Spaces To SUMMARY-RPT-RECORD
               Write SUMMARY-RPT-RECORD
               Perform WRITE-ONE-HIT-LINE
                   Varying WS-Hit-Ix From 1 By 1
                   Until WS-Hit-Ix > WS-Hit-Entry-Count
               If WS-Previous-Caller Not = Spaces
                   Perform WRITE-CALLER-TOTAL
               End-If
               Move Spaces To SUMMARY-RPT-RECORD
               Write SUMMARY-RPT-RECORD
               Move WS-Event-Count      To SM-Event-Count
               Move WS-Unusable-Count   To SM-Unusable-Count
               Move WS-Pair-Entry-Count To SM-Pair-Count
               Move WS-Summary-Line To SUMMARY-RPT-RECORD
               Write SUMMARY-RPT-RECORD
               Move WS-Added-Count      To FL-Added-Count
               Move WS-Updated-Count    To FL-Updated-Count
               Move WS-Reopened-Count   To FL-Reopened-Count
               Move WS-Too-Wide-Count   To FL-Too-Wide-Count
               Move WS-No-Profile-Count To FL-No-Profile-Count
               Move WS-Filing-Line To SUMMARY-RPT-RECORD
               Write SUMMARY-RPT-RECORD
               Close SUMMARY-RPT-FILE
               Display 'REMGSUM: ' WS-Event-Count ' guard events, '
                       WS-Added-Count ' pairs new to FAILDB, '
                       WS-Reopened-Count ' reopened'
           End-If.

       WRITE-ONE-HIT-LINE.
           If HT-Caller-Id (WS-Hit-Ix) Not = WS-Previous-Caller
               If WS-Previous-Caller Not = Spaces
                   Perform WRITE-CALLER-TOTAL
               End-If
               Move HT-Caller-Id (WS-Hit-Ix) To WS-Previous-Caller
               Move 0 To WS-Caller-Hit-Count WS-Caller-Divisor-Count
           End-If
           Add HT-Hit-Count (WS-Hit-Ix) To WS-Caller-Hit-Count
           Add 1 To WS-Caller-Divisor-Count
           Move HT-Caller-Id (WS-Hit-Ix)   To HL-Caller-Id
           Move HT-Divisor (WS-Hit-Ix)     To HL-Divisor
           Move HT-Hit-Count (WS-Hit-Ix)   To HL-Hit-Count
           Move HT-Rem-Count (WS-Hit-Ix)   To HL-Rem-Count
           Move HT-Range-Count (WS-Hit-Ix) To HL-Range-Count
           Move HT-Quot-Count (WS-Hit-Ix)  To HL-Quot-Count
           Move HT-Both-Count (WS-Hit-Ix)  To HL-Both-Count
           Move HT-First-Seen (WS-Hit-Ix)  To HL-First-Seen
           Move HT-Last-Seen (WS-Hit-Ix)   To HL-Last-Seen
           Move WS-Hit-Line To SUMMARY-RPT-RECORD
           Write SUMMARY-RPT-RECORD.

       WRITE-CALLER-TOTAL.
           Move WS-Previous-Caller      To CT-Caller-Id
           Move WS-Caller-Divisor-Count To CT-Divisor-Count
           Move WS-Caller-Hit-Count     To CT-Hit-Count
           Move WS-Caller-Total-Line To SUMMARY-RPT-RECORD
           Write SUMMARY-RPT-RECORD
           Move Spaces To SUMMARY-RPT-RECORD
           Write SUMMARY-RPT-RECORD.

       SET-FINAL-RETURN-CODE.
           If Return-Code = 0
              And (WS-Added-Count > 0 Or WS-Reopened-Count > 0)
               Move 4 To Return-Code
           End-If.
