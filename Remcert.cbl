       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMCERT.
      *
      * Compiler PTF certification for the REMAIN1 remainder bug.
      *
      *  When systems programming stages a compiler PTF, the first
      *  anyone saw of its effect on the bug was the nightly REMAIN1J
      *  run after promotion.  The certification job (REMCERTJ)
      *  builds REMAIN1 and REMAIN2 under both the current and the
      *  staged SIGYCOMP and runs the same evidence through each
      *  pair of load modules; this program prepares that evidence
      *  and then judges it, writing one GO / NO-GO certificate per
      *  PTF to the permanent certification file change control
      *  reads before the PTF goes live.
      *
      *  PARM selects the mode:
      *     'EXTRACT,TOP=n,PROFILE=xxxx' - before the builds.  Takes
      *          the first n usable divisors from CAMPWQ (REMWQBLD
      *          keeps it in production-exposure order, so these
      *          are the divisors production divides by most;
      *          default 10, at most 50) and writes them to DIVQOUT
      *          in ascending order, the list REMAIN1 and REMAIN2
      *          sweep with SWEEP,DIVQ.  Every ACTIVE known failure
      *          recorded on FAILDB under the named profile goes to
      *          PAIROUT as a TESTCASE-layout record, one per value
      *          pair in key order, for REMAIN2 TEST,DETAIL to
      *          re-drive.  PROFILE= defaults to the production
      *          profile OPT2-TRUNCOPT-A12T12.  The nightly REMAIN1J
      *          runs EXTRACT too, for REMPATT's pattern battery,
      *          which reads both lists as DIVQIN and PAIRIN.
      *     'CERTIFY,PTF=xxxxxxxx,PROFILE=xxxx' - after the runs.
      *          Matches the current compiler's results against the
      *          staged compiler's the way REMCOMP does -- balanced
      *          line on Divisor/Dividend (and representation),
      *          FIXED = mismatch only under the current compiler,
      *          REGRESSED = mismatch only under the staged one,
      *          CHANGED = both, with a different DIV-REMAIN -- for
      *          three sources: the REMAIN1 sweeps, the REMAIN2
      *          sweeps and the FAILDB re-drive.  The two compilers'
      *          TEST mode summary lines are compared per
      *          representation too.  CERTRPT lists every
      *          difference, the per-representation verdicts and the
      *          certificate; CERTOUT gets the certificate record.
      *
      *  REMAIN1's results are the UNS-HALF baseline (the STUFFCPY
      *  fields REMAIN2 also drives as UNS-HALF) and are judged under
      *  that representation.  A representation is NO-GO when the
      *  staged compiler produces any mismatch the current one does
      *  not, or more failing TEST cases; the certificate is GO only
      *  when every representation is GO and the evidence is
      *  complete.  A staged compiler reporting the same backend id
      *  as the current one did not test a new compiler, and a
      *  missing backend id cannot be recorded, so both are NO-GO.
      *
      *  This program's own arithmetic is packed decimal only (the
      *  expected remainders on PAIROUT); like TCMAINT it belongs in
      *  the OPT(0) link pack.
      *
      *  RETURN-CODE: 0 = EXTRACT done / certificate GO,
      *               4 = certificate NO-GO on the results,
      *               8 = bad PARM or file problem, or NO-GO because
      *                   the evidence cannot certify the PTF
      *                   (incomplete, unknown or unchanged backend).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKQ-FILE ASSIGN TO CAMPWQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Campwq-Status.
           SELECT FAILURE-DB ASSIGN TO FAILDB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-Key
               FILE STATUS IS WS-Faildb-Status.
           SELECT DIVQ-OUT-FILE ASSIGN TO DIVQOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Divqout-Status.
           SELECT PAIR-OUT-FILE ASSIGN TO PAIROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pairout-Status.
           SELECT DIVQ-IN-FILE ASSIGN TO DIVQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Divqin-Status.
           SELECT PAIR-IN-FILE ASSIGN TO PAIRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pairin-Status.
           SELECT OLDBKID-FILE ASSIGN TO OLDBKID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oldbkid-Status.
           SELECT NEWBKID-FILE ASSIGN TO NEWBKID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Newbkid-Status.
           SELECT OLDTST1-FILE ASSIGN TO OLDTST1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oldtst1-Status.
           SELECT NEWTST1-FILE ASSIGN TO NEWTST1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Newtst1-Status.
           SELECT OLDTST2-FILE ASSIGN TO OLDTST2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oldtst2-Status.
           SELECT NEWTST2-FILE ASSIGN TO NEWTST2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Newtst2-Status.
           SELECT OLDSWP1-FILE ASSIGN TO OLDSWP1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oldswp1-Status.
           SELECT NEWSWP1-FILE ASSIGN TO NEWSWP1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Newswp1-Status.
           SELECT OLDSWP2-FILE ASSIGN TO OLDSWP2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oldswp2-Status.
           SELECT NEWSWP2-FILE ASSIGN TO NEWSWP2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Newswp2-Status.
           SELECT OLDFDB-FILE ASSIGN TO OLDFDB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oldfdb-Status.
           SELECT NEWFDB-FILE ASSIGN TO NEWFDB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Newfdb-Status.
           SELECT CERT-RPT-FILE ASSIGN TO CERTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Certrpt-Status.
           SELECT CERTIFICATE-FILE ASSIGN TO CERTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Certout-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  WORKQ-FILE
           RECORDING MODE IS F.
      *    Must match WORKQ-RECORD as REMCAMP and REMWQBLD keep it;
      *    read only, the campaign's own state is never touched.
       01  WORKQ-RECORD.
           05 WQ-Divisor                PIC X(5).
           05 WQ-Status                 PIC X(1).
           05 WQ-Last-Dividend          PIC 9(5).
           05 WQ-Mismatch-Count         PIC 9(9).
           05 WQ-Elapsed-Seconds        PIC 9(7).

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
              88 FD-State-Fixed                Value 'F'.
           05 FD-Fixed-On           PIC X(16).

       FD  DIVQ-OUT-FILE
           RECORDING MODE IS F.
      *    The DIVQIN layout REMAIN1 and REMAIN2 read for SWEEP,DIVQ.
       01  DIVQ-OUT-RECORD.
           05 DO-Divisor                PIC 9(5).

       FD  PAIR-OUT-FILE
           RECORDING MODE IS F.
      *    Same 15-byte layout REMAIN1 and REMAIN2 read on TESTIN.
       01  PAIR-OUT-RECORD.
           05 PO-Dividend               PIC 9(5).
           05 PO-Divisor                PIC 9(5).
           05 PO-Expected-Remainder     PIC 9(5).

       FD  DIVQ-IN-FILE
           RECORDING MODE IS F.
       01  DIVQ-IN-RECORD               PIC X(5).

       FD  PAIR-IN-FILE
           RECORDING MODE IS F.
       01  PAIR-IN-RECORD               PIC X(15).

       FD  OLDBKID-FILE
           RECORDING MODE IS F.
      *    REMBKEND's 52-byte BKENDOUT record, one per compiler.
       01  OLDBKID-RECORD               PIC X(52).

       FD  NEWBKID-FILE
           RECORDING MODE IS F.
       01  NEWBKID-RECORD               PIC X(52).

       FD  OLDTST1-FILE
           RECORDING MODE IS F.
      *    REMAIN1's 170-byte TEST summary line (WS-Report-Line).
       01  OLDTST1-RECORD               PIC X(170).

       FD  NEWTST1-FILE
           RECORDING MODE IS F.
       01  NEWTST1-RECORD               PIC X(170).

       FD  OLDTST2-FILE
           RECORDING MODE IS F.
      *    REMAIN2's 132-byte per-representation summary lines.
       01  OLDTST2-RECORD               PIC X(132).

       FD  NEWTST2-FILE
           RECORDING MODE IS F.
       01  NEWTST2-RECORD               PIC X(132).

       FD  OLDSWP1-FILE
           RECORDING MODE IS F.
      *    REMAIN1's 74-byte sweep detail layout.
       01  OLDSWP1-RECORD               PIC X(74).

       FD  NEWSWP1-FILE
           RECORDING MODE IS F.
       01  NEWSWP1-RECORD               PIC X(74).

       FD  OLDSWP2-FILE
           RECORDING MODE IS F.
      *    REMAIN2's 87-byte sweep detail layout, REP= included; the
      *    TEST,DETAIL re-drive of the FAILDB pairs writes the same.
       01  OLDSWP2-RECORD               PIC X(87).

       FD  NEWSWP2-FILE
           RECORDING MODE IS F.
       01  NEWSWP2-RECORD               PIC X(87).

       FD  OLDFDB-FILE
           RECORDING MODE IS F.
       01  OLDFDB-RECORD                PIC X(87).

       FD  NEWFDB-FILE
           RECORDING MODE IS F.
       01  NEWFDB-RECORD                PIC X(87).

       FD  CERT-RPT-FILE
           RECORDING MODE IS F.
       01  CERT-RPT-RECORD              PIC X(132).

       FD  CERTIFICATE-FILE
           RECORDING MODE IS F.
      *    562 bytes, one record per certification run, appended to
      *    the permanent certification file.  Counts are the
      *    record-level sweep and re-drive differences; the TEST
      *    columns are the failing TEST cases under each compiler.
       01  CERTIFICATE-RECORD.
           05 CR-Ptf-Id             PIC X(8).
           05 CR-Certified-On       PIC X(16).
           05 CR-Verdict            PIC X(5).
           05 CR-Reason             PIC X(20).
           05 CR-Profile-Id         PIC X(20).
           05 CR-Old-Backend-Id     PIC X(52).
           05 CR-New-Backend-Id     PIC X(52).
           05 CR-Divisors-Swept     PIC 9(5).
           05 CR-Faildb-Pairs       PIC 9(9).
           05 CR-Fixed-Count        PIC 9(9).
           05 CR-Regressed-Count    PIC 9(9).
           05 CR-Changed-Count      PIC 9(9).
           05 CR-Rep-Verdict Occurs 6 Times.
              10 CR-Rep-Name        PIC X(8).
              10 CR-Rep-Old-Test-Fail PIC 9(9).
              10 CR-Rep-New-Test-Fail PIC 9(9).
              10 CR-Rep-Fixed       PIC 9(9).
              10 CR-Rep-Regressed   PIC 9(9).
              10 CR-Rep-Changed     PIC 9(9).
              10 CR-Rep-Result      PIC X(5).

       WORKING-STORAGE SECTION.

       01  WS-Campwq-Status         PIC XX.
       01  WS-Faildb-Status         PIC XX.
       01  WS-Divqout-Status        PIC XX.
       01  WS-Pairout-Status        PIC XX.
       01  WS-Divqin-Status         PIC XX.
       01  WS-Pairin-Status         PIC XX.
       01  WS-Oldbkid-Status        PIC XX.
       01  WS-Newbkid-Status        PIC XX.
       01  WS-Oldtst1-Status        PIC XX.
       01  WS-Newtst1-Status        PIC XX.
       01  WS-Oldtst2-Status        PIC XX.
       01  WS-Newtst2-Status        PIC XX.
       01  WS-Oldswp1-Status        PIC XX.
       01  WS-Newswp1-Status        PIC XX.
       01  WS-Oldswp2-Status        PIC XX.
       01  WS-Newswp2-Status        PIC XX.
       01  WS-Oldfdb-Status         PIC XX.
       01  WS-Newfdb-Status         PIC XX.
       01  WS-Certrpt-Status        PIC XX.
       01  WS-Certout-Status        PIC XX.

       01  WS-Campwq-Eof-Switch     PIC X       Value 'N'.
           88 Campwq-Eof                        Value 'Y'.
       01  WS-Faildb-Eof-Switch     PIC X       Value 'N'.
           88 Faildb-Eof                        Value 'Y'.
       01  WS-Input-Eof-Switch      PIC X       Value 'N'.
           88 Input-Eof                         Value 'Y'.
       01  WS-Old-Eof-Switch        PIC X       Value 'N'.
           88 Old-Detail-Eof                    Value 'Y'.
       01  WS-New-Eof-Switch        PIC X       Value 'N'.
           88 New-Detail-Eof                    Value 'Y'.

       01  WS-Run-Mode              PIC X(8)    Value Spaces.
       01  WS-Profile-Text          PIC X(20)   Value
           'OPT2-TRUNCOPT-A12T12'.
       01  WS-Ptf-Id                PIC X(8)    Value Spaces.
       01  WS-Top-Divisors          PIC 9(3)    Value 10.
       01  WS-Run-Timestamp         PIC X(16).
       01  WS-Current-Date-Stamp    PIC X(21).

      *    X(40) tokens, as in REMKFDB: a full PROFILE= token is 28
      *    characters and must not be truncated by the UNSTRING.
       01  WS-Parm-Tokens.
           05 WS-Parm-Tok1          PIC X(40).
           05 WS-Parm-Tok2          PIC X(40).
           05 WS-Parm-Tok3          PIC X(40).
       01  WS-Parm-Token-Table Redefines WS-Parm-Tokens.
           05 WS-Parm-Tok           PIC X(40)   Occurs 3 Times.
       01  WS-Parm-Ix               PIC 9(4)  Comp Value 0.

      *---------------------------------------------------------------
      *  EXTRACT: the divisors taken from CAMPWQ, held in ascending
      *  order as they arrive (insertion), so the sweeps come out in
      *  the Divisor-major sequence the CERTIFY match requires.
      *---------------------------------------------------------------
       01  WS-Divisor-Count         PIC 9(4)  Comp Value 0.
       01  WS-Divisor-Table-Max     PIC 9(4)  Comp Value 50.
       01  WS-Divisor-Table.
           05 WS-Divisor-Entry      PIC 9(5)    Occurs 50 Times.
       01  WS-Divisor-Ix            PIC 9(4)  Comp Value 0.
       01  WS-Insert-Ix             PIC 9(4)  Comp Value 0.
       01  WS-Candidate-Divisor     PIC 9(5)    Value 0.
       01  WS-Duplicate-Switch      PIC X       Value 'N'.
           88 WS-Duplicate-Divisor              Value 'Y'.

       01  WS-Queue-Read-Count      PIC 9(9)    Value 0.
       01  WS-Queue-Skip-Count      PIC 9(9)    Value 0.
       01  WS-Faildb-Read-Count     PIC 9(9)    Value 0.
       01  WS-Pair-Count            PIC 9(9)    Value 0.
       01  WS-Fixed-Skip-Count      PIC 9(9)    Value 0.
       01  WS-Other-Profile-Count   PIC 9(9)    Value 0.
       01  WS-Invalid-Skip-Count    PIC 9(9)    Value 0.
       01  WS-Last-Pair.
           05 WS-Last-Pair-Divisor  PIC 9(5).
           05 WS-Last-Pair-Dividend PIC 9(5).

      *---------------------------------------------------------------
      *  Expected remainders for PAIROUT, derived in packed decimal
      *  exactly as TCMAINT and REMPROMO stamp them.
      *---------------------------------------------------------------
       01  WS-Comp3-Fields.
           05 WS-C3-Dividend        PIC 9(5)  Comp-3 Value 0.
           05 WS-C3-Divisor         PIC 9(5)  Comp-3 Value 0.
           05 WS-C3-Quotient        PIC 9(5)  Comp-3 Value 0.
           05 WS-C3-Remain          PIC 9(5)  Comp-3 Value 0.

      *---------------------------------------------------------------
      *  CERTIFY: the evidence switch is set by anything that makes
      *  the comparison untrustworthy -- an input that will not open,
      *  a TEST summary missing or doubled, an out-of-sequence or
      *  unrecognized detail record.  The certificate is still
      *  written, NO-GO, so change control sees the attempt.
      *---------------------------------------------------------------
       01  WS-Evidence-Switch       PIC X       Value 'N'.
           88 WS-Evidence-Incomplete            Value 'Y'.
       01  WS-Open-Status           PIC XX.
       01  WS-Dd-Name               PIC X(8).
       01  WS-Old-Backend-Id        PIC X(52)   Value Spaces.
       01  WS-New-Backend-Id        PIC X(52)   Value Spaces.
       01  WS-Divisors-Swept        PIC 9(5)    Value 0.

      *    side 1 = current compiler, side 2 = staged compiler
       01  WS-Side-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Side-Names.
           05 FILLER                PIC X(8)    Value 'CURRENT'.
           05 FILLER                PIC X(8)    Value 'STAGED'.
       01  WS-Side-Name-Table Redefines WS-Side-Names.
           05 WS-Side-Name          PIC X(8)    Occurs 2 Times.
       01  WS-R1-Test-Table.
           05 WS-R1-Test-Side Occurs 2 Times.
              10 WS-R1-Test-Lines   PIC 9(4).
              10 WS-R1-Test-Fail    PIC 9(9).

      *    REMAIN1's WS-Report-Line and REMAIN2's, as far as the
      *    counts this program needs
       01  WS-Test1-Line.
           05 FILLER                PIC X(66).
           05 T1-Pass-Tag           PIC X(7).
           05 T1-Pass-Count         PIC X(9).
           05 T1-Fail-Tag           PIC X(7).
           05 T1-Fail-Count         PIC X(9).
           05 FILLER                PIC X(72).
       01  WS-Test2-Line.
           05 FILLER                PIC X(66).
           05 T2-Rep-Tag            PIC X(5).
           05 T2-Rep-Name           PIC X(8).
           05 T2-Pass-Tag           PIC X(7).
           05 T2-Pass-Count         PIC X(9).
           05 T2-Fail-Tag           PIC X(7).
           05 T2-Fail-Count         PIC X(9).
           05 FILLER                PIC X(21).

      *---------------------------------------------------------------
      *  Per-representation verdicts.  Entry order is REMAIN2's
      *  WS-Rep-Names order, which is also the order REMAIN2 writes
      *  a value pair's detail records in -- the representation is
      *  the minor part of the match key.
      *---------------------------------------------------------------
       01  WS-Rep-Names.
           05 FILLER                PIC X(8)    Value 'UNS-HALF'.
           05 FILLER                PIC X(8)    Value 'SGN-HALF'.
           05 FILLER                PIC X(8)    Value 'UNS-FULL'.
           05 FILLER                PIC X(8)    Value 'SGN-FULL'.
           05 FILLER                PIC X(8)    Value 'BIN-HALF'.
           05 FILLER                PIC X(8)    Value 'BIN-FULL'.
       01  WS-Rep-Name-Table Redefines WS-Rep-Names.
           05 WS-Rep-Name Occurs 6 Times PIC X(8).
       01  WS-Rep-Ix                PIC 9(4)  Comp Value 0.
       01  WS-Found-Rep-Ix          PIC 9(4)  Comp Value 0.
       01  WS-Lookup-Rep            PIC X(8).

       01  WS-Rep-Verdict-Table.
           05 WS-Rep-Verdict Occurs 6 Times.
              10 RV-Test-Fail       PIC 9(9)    Occurs 2 Times.
              10 RV-Test-Lines      PIC 9(4)    Occurs 2 Times.
              10 RV-Fixed           PIC 9(9).
              10 RV-Regressed       PIC 9(9).
              10 RV-Changed         PIC 9(9).
              10 RV-Result          PIC X(5).
                 88 RV-Go                       Value 'GO'.
                 88 RV-No-Go                    Value 'NO-GO'.

      *---------------------------------------------------------------
      *  The three detail sources, matched one after the other.
      *---------------------------------------------------------------
       01  WS-Source-Ix             PIC 9(4)  Comp Value 0.
       01  WS-Source-Names.
           05 FILLER                PIC X(20)   Value
              'REMAIN1 SWEEPS'.
           05 FILLER                PIC X(20)   Value
              'REMAIN2 SWEEPS'.
           05 FILLER                PIC X(20)   Value
              'FAILDB RE-DRIVE'.
       01  WS-Source-Name-Table Redefines WS-Source-Names.
           05 WS-Source-Name        PIC X(20)   Occurs 3 Times.
       01  WS-Source-Open-Switch    PIC X       Value 'N'.
           88 WS-Source-Open                    Value 'Y'.
       01  WS-Sequence-Error-Switch PIC X       Value 'N'.
           88 WS-Sequence-Error                 Value 'Y'.

      *    one detail record, either sweep layout; a 74-byte REMAIN1
      *    record reads in with a blank REP=, the UNS-HALF baseline
       01  WS-Old-Detail.
           05 FILLER                PIC X(9).
           05 OD-Dividend           PIC X(5).
           05 FILLER                PIC X(9).
           05 OD-Divisor            PIC X(5).
           05 FILLER                PIC X(12).
           05 OD-Divide-Remain      PIC X(5).
           05 FILLER                PIC X(13).
           05 OD-Calc-Remain        PIC X(5).
           05 FILLER                PIC X(7).
           05 OD-Failure-Class      PIC X(4).
           05 FILLER                PIC X(5).
           05 OD-Rep                PIC X(8).
       01  WS-New-Detail.
           05 FILLER                PIC X(9).
           05 ND-Dividend           PIC X(5).
           05 FILLER                PIC X(9).
           05 ND-Divisor            PIC X(5).
           05 FILLER                PIC X(12).
           05 ND-Divide-Remain      PIC X(5).
           05 FILLER                PIC X(13).
           05 ND-Calc-Remain        PIC X(5).
           05 FILLER                PIC X(7).
           05 ND-Failure-Class      PIC X(4).
           05 FILLER                PIC X(5).
           05 ND-Rep                PIC X(8).

      *    Divisor major, Dividend, then representation; HIGH-VALUES
      *    at EOF, as in REMCOMP
       01  WS-Old-Key.
           05 WS-Old-Key-Divisor    PIC 9(5).
           05 WS-Old-Key-Dividend   PIC 9(5).
           05 WS-Old-Key-Rep        PIC 9(1).
       01  WS-New-Key.
           05 WS-New-Key-Divisor    PIC 9(5).
           05 WS-New-Key-Dividend   PIC 9(5).
           05 WS-New-Key-Rep        PIC 9(1).
       01  WS-Old-Prior-Key         PIC X(11)   Value Low-Values.
       01  WS-New-Prior-Key         PIC X(11)   Value Low-Values.
       01  WS-Old-Remain            PIC 9(5).
       01  WS-New-Remain            PIC 9(5).

       01  WS-Source-Fixed          PIC 9(9)    Value 0.
       01  WS-Source-Regressed      PIC 9(9)    Value 0.
       01  WS-Source-Changed        PIC 9(9)    Value 0.
       01  WS-Source-Same           PIC 9(9)    Value 0.
       01  WS-Total-Fixed           PIC 9(9)    Value 0.
       01  WS-Total-Regressed       PIC 9(9)    Value 0.
       01  WS-Total-Changed         PIC 9(9)    Value 0.
      *    mismatches the staged compiler still produces, all sources
       01  WS-New-Remaining-Count   PIC 9(9)    Value 0.
       01  WS-Old-Test-Total        PIC 9(9)    Value 0.
       01  WS-New-Test-Total        PIC 9(9)    Value 0.

       01  WS-Cert-Verdict          PIC X(5)    Value Spaces.
       01  WS-Cert-Reason           PIC X(20)   Value Spaces.
       01  WS-No-Go-Rep-Count       PIC 9(4)    Value 0.

       01  WS-Heading-Line.
           05 FILLER                PIC X(32)   Value
              'COMPILER PTF CERTIFICATION  PTF='.
           05 HD-Ptf-Id             PIC X(8).
           05 FILLER                PIC X(10)   Value '  PROFILE='.
           05 HD-Profile-Id         PIC X(20).
           05 FILLER                PIC X(5)    Value '  ON '.
           05 HD-Run-Timestamp      PIC X(16).

       01  WS-Backend-Line.
           05 FILLER                PIC X(2)    Value Spaces.
           05 BL-Side-Name          PIC X(8).
           05 FILLER                PIC X(9)    Value ' BACKEND='.
           05 BL-Backend-Id         PIC X(52).

       01  WS-Scope-Line.
           05 FILLER                PIC X(17)   Value
              '  DIVISORS SWEPT='.
           05 SP-Divisors-Swept     PIC ZZZZ9.
           05 FILLER                PIC X(25)   Value
              '  FAILDB PAIRS RE-DRIVEN='.
           05 SP-Faildb-Pairs       PIC ZZZZZZZZ9.

       01  WS-Test1-Compare-Line.
           05 FILLER                PIC X(28)   Value
              '  REMAIN1 TEST CURRENT FAIL='.
           05 TC-Old-Fail           PIC ZZZZZZZZ9.
           05 FILLER                PIC X(14)   Value
              '  STAGED FAIL='.
           05 TC-New-Fail           PIC ZZZZZZZZ9.

       01  WS-Detail-Line.
           05 FILLER                PIC X(10)   Value
              '  DIVISOR='.
           05 DL-Divisor            PIC 9(5).
           05 FILLER                PIC X(10)   Value ' DIVIDEND='.
           05 DL-Dividend           PIC 9(5).
           05 FILLER                PIC X(5)    Value ' REP='.
           05 DL-Rep                PIC X(8).
           05 FILLER                PIC X(12)   Value ' OLD-REMAIN='.
           05 DL-Old-Remain         PIC X(5).
           05 FILLER                PIC X(12)   Value ' NEW-REMAIN='.
           05 DL-New-Remain         PIC X(5).
           05 FILLER                PIC X(8)    Value ' RESULT='.
           05 DL-Result             PIC X(9).

       01  WS-Source-Count-Line.
           05 FILLER                PIC X(8)    Value '  FIXED='.
           05 SC-Fixed              PIC ZZZZZZZZ9.
           05 FILLER                PIC X(11)   Value ' REGRESSED='.
           05 SC-Regressed          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' CHANGED='.
           05 SC-Changed            PIC ZZZZZZZZ9.
           05 FILLER                PIC X(18)   Value
              ' UNCHANGED-COMMON='.
           05 SC-Same               PIC ZZZZZZZZ9.

       01  WS-Rep-Verdict-Line.
           05 FILLER                PIC X(6)    Value '  REP='.
           05 VL-Rep-Name           PIC X(8).
           05 FILLER                PIC X(19)   Value
              ' TEST-FAIL CURRENT='.
           05 VL-Old-Test-Fail      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(8)    Value ' STAGED='.
           05 VL-New-Test-Fail      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(7)    Value ' FIXED='.
           05 VL-Fixed              PIC ZZZZZZZZ9.
           05 FILLER                PIC X(11)   Value ' REGRESSED='.
           05 VL-Regressed          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' CHANGED='.
           05 VL-Changed            PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' VERDICT='.
           05 VL-Result             PIC X(5).

       01  WS-Certificate-Line.
           05 FILLER                PIC X(17)   Value
              'CERTIFICATE  PTF='.
           05 CL-Ptf-Id             PIC X(8).
           05 FILLER                PIC X(10)   Value '  VERDICT='.
           05 CL-Verdict            PIC X(5).
           05 FILLER                PIC X(9)    Value '  REASON='.
           05 CL-Reason             PIC X(20).
           05 FILLER                PIC X(8)    Value '  FIXED='.
           05 CL-Fixed              PIC ZZZZZZZZ9.
           05 FILLER                PIC X(11)   Value ' REGRESSED='.
           05 CL-Regressed          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' CHANGED='.
           05 CL-Changed            PIC ZZZZZZZZ9.

       01  WS-Problem-Line.
           05 FILLER                PIC X(22)   Value
              '  *** EVIDENCE PROBLEM'.
           05 FILLER                PIC X(2)    Value ': '.
           05 PL-Problem-Text       PIC X(60)   Value Spaces.

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
               Evaluate WS-Run-Mode
                   When 'EXTRACT'
                       Perform EXTRACT-CONTROL
                   When 'CERTIFY'
                       Perform CERTIFY-CONTROL
                   When Other
                       Display 'REMCERT: PARM mode must be EXTRACT'
                               ' or CERTIFY, got ' WS-Run-Mode
                       Move 8 To Return-Code
               End-Evaluate
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  PARM: mode, then TOP=, PTF= and PROFILE= in any order.
      *---------------------------------------------------------------
       PARSE-PARM.
           Move Spaces To WS-Parm-Tokens
           If LK-Parm-Len > 0
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2 WS-Parm-Tok3
               End-Unstring
           End-If
           Move WS-Parm-Tok1 (1:8) To WS-Run-Mode
           Perform APPLY-ONE-PARM-TOKEN
               Varying WS-Parm-Ix From 2 By 1
               Until WS-Parm-Ix > 3
           If WS-Top-Divisors = 0
               Move 1 To WS-Top-Divisors
           End-If
           If WS-Top-Divisors > WS-Divisor-Table-Max
               Move WS-Divisor-Table-Max To WS-Top-Divisors
           End-If
           If WS-Run-Mode = 'CERTIFY' And WS-Ptf-Id = Spaces
               Display 'REMCERT: CERTIFY requires PTF= naming the'
                       ' PTF being certified'
               Move 8 To Return-Code
           End-If.

       APPLY-ONE-PARM-TOKEN.
           If WS-Parm-Tok (WS-Parm-Ix) (1:4) = 'TOP='
               Compute WS-Top-Divisors =
                       Function NUMVAL (WS-Parm-Tok (WS-Parm-Ix) (5:3))
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:4) = 'PTF='
               Move WS-Parm-Tok (WS-Parm-Ix) (5:8) To WS-Ptf-Id
           End-If
           If WS-Parm-Tok (WS-Parm-Ix) (1:8) = 'PROFILE='
               Move WS-Parm-Tok (WS-Parm-Ix) (9:20) To WS-Profile-Text
           End-If.
      *---------------------------------------------------------------
      *  EXTRACT: the divisor list, then the known-failure pairs.
      *---------------------------------------------------------------
       EXTRACT-CONTROL.
           Perform LOAD-TOP-DIVISORS
           If Return-Code = 0
               Perform WRITE-DIVISOR-LIST
           End-If
           If Return-Code = 0
               Perform EXTRACT-ACTIVE-PAIRS
           End-If
           If Return-Code = 0
               Display 'REMCERT: ' WS-Divisor-Count ' of the top '
                       WS-Top-Divisors ' CAMPWQ divisors listed ('
                       WS-Queue-Skip-Count ' queue entries skipped)'
               Display 'REMCERT: ' WS-Pair-Count ' ACTIVE FAILDB'
                       ' pairs for ' WS-Profile-Text ' from '
                       WS-Faildb-Read-Count ' entries ('
                       WS-Fixed-Skip-Count ' fixed, '
                       WS-Other-Profile-Count ' other profile, '
                       WS-Invalid-Skip-Count ' invalid)'
           End-If.
      *---------------------------------------------------------------
      *  The first TOP= usable divisors in queue order.  An entry
      *  REMCAMP marked unusable ('E'), a zero or non-numeric
      *  divisor, one past the halfword range, or one already taken
      *  is skipped and does not count toward TOP=.
      *---------------------------------------------------------------
       LOAD-TOP-DIVISORS.
           Open Input WORKQ-FILE
           If WS-Campwq-Status Not = '00'
               Display 'REMCERT: unable to open CAMPWQ, status='
                       WS-Campwq-Status
               Move 8 To Return-Code
           Else
               Perform Until Campwq-Eof
                          Or WS-Divisor-Count >= WS-Top-Divisors
                   Read WORKQ-FILE
                       At End Set Campwq-Eof To True
                       Not At End Perform TAKE-ONE-QUEUE-DIVISOR
                   End-Read
               End-Perform
               Close WORKQ-FILE
               If WS-Divisor-Count = 0
                   Display 'REMCERT: no usable divisor on CAMPWQ,'
                           ' nothing to sweep'
                   Move 8 To Return-Code
               End-If
           End-If.

       TAKE-ONE-QUEUE-DIVISOR.
           Add 1 To WS-Queue-Read-Count
           Evaluate True
               When WQ-Status = 'E'
                Or WQ-Divisor Not Numeric
                   Add 1 To WS-Queue-Skip-Count
               When Other
                   Move WQ-Divisor To WS-Candidate-Divisor
                   If WS-Candidate-Divisor = 0
                      Or WS-Candidate-Divisor > 65535
                       Add 1 To WS-Queue-Skip-Count
                   Else
                       Perform INSERT-CANDIDATE-DIVISOR
                   End-If
           End-Evaluate.
      *---------------------------------------------------------------
      *  Insertion into the ascending table: find the first entry
      *  not below the candidate, shift the rest up one.
      *---------------------------------------------------------------
       INSERT-CANDIDATE-DIVISOR.
           Move 'N' To WS-Duplicate-Switch
           Move 1 To WS-Insert-Ix
           Perform Until WS-Insert-Ix > WS-Divisor-Count
                      Or WS-Divisor-Entry (WS-Insert-Ix)
                         >= WS-Candidate-Divisor
               Add 1 To WS-Insert-Ix
           End-Perform
           If WS-Insert-Ix <= WS-Divisor-Count
               If WS-Divisor-Entry (WS-Insert-Ix)
                  = WS-Candidate-Divisor
                   Set WS-Duplicate-Divisor To True
               End-If
           End-If
           If WS-Duplicate-Divisor
               Add 1 To WS-Queue-Skip-Count
           Else
               Perform Varying WS-Divisor-Ix From WS-Divisor-Count
                       By -1 Until WS-Divisor-Ix < WS-Insert-Ix
                   Move WS-Divisor-Entry (WS-Divisor-Ix)
                       To WS-Divisor-Entry (WS-Divisor-Ix + 1)
               End-Perform
               Move WS-Candidate-Divisor
                   To WS-Divisor-Entry (WS-Insert-Ix)
               Add 1 To WS-Divisor-Count
           End-If.

       WRITE-DIVISOR-LIST.
           Open Output DIVQ-OUT-FILE
           If WS-Divqout-Status Not = '00'
               Display 'REMCERT: unable to open DIVQOUT, status='
                       WS-Divqout-Status
               Move 8 To Return-Code
           Else
               Perform Varying WS-Divisor-Ix From 1 By 1
                       Until WS-Divisor-Ix > WS-Divisor-Count
                   Move WS-Divisor-Entry (WS-Divisor-Ix) To DO-Divisor
                   Write DIVQ-OUT-RECORD
               End-Perform
               Close DIVQ-OUT-FILE
           End-If.
      *---------------------------------------------------------------
      *  One sequential pass over the cluster.  Its key is Divisor/
      *  Dividend/Profile/Rep, so the pairs arrive ascending and a
      *  pair filed under several representations is adjacent to
      *  itself: it is written once, and REMAIN2 re-drives it
      *  through every representation anyway.
      *---------------------------------------------------------------
       EXTRACT-ACTIVE-PAIRS.
           Open Input FAILURE-DB
           If WS-Faildb-Status Not = '00'
               Display 'REMCERT: unable to open FAILDB, status='
                       WS-Faildb-Status
               Move 8 To Return-Code
           Else
               Open Output PAIR-OUT-FILE
               If WS-Pairout-Status Not = '00'
                   Display 'REMCERT: unable to open PAIROUT, status='
                           WS-Pairout-Status
                   Move 8 To Return-Code
               Else
                   Move Low-Values To WS-Last-Pair
                   Perform Until Faildb-Eof
                       Read FAILURE-DB
                           At End Set Faildb-Eof To True
                           Not At End Perform SIFT-ONE-FAILURE
                       End-Read
                   End-Perform
                   Close PAIR-OUT-FILE
               End-If
               Close FAILURE-DB
           End-If.

       SIFT-ONE-FAILURE.
           Add 1 To WS-Faildb-Read-Count
           Evaluate True
               When FD-State-Fixed
                   Add 1 To WS-Fixed-Skip-Count
               When FD-Profile-Id Not = WS-Profile-Text
                   Add 1 To WS-Other-Profile-Count
               When FD-Divisor = 0
                Or FD-Divisor > 65535
                Or FD-Dividend > 65535
                   Add 1 To WS-Invalid-Skip-Count
               When FD-Divisor = WS-Last-Pair-Divisor
                And FD-Dividend = WS-Last-Pair-Dividend
                   Continue
               When Other
                   Move FD-Divisor  To WS-Last-Pair-Divisor
                   Move FD-Dividend To WS-Last-Pair-Dividend
                   Move FD-Dividend To WS-C3-Dividend
                   Move FD-Divisor  To WS-C3-Divisor
                   Divide WS-C3-Dividend By WS-C3-Divisor
                       Giving WS-C3-Quotient Remainder WS-C3-Remain
                   Move FD-Dividend  To PO-Dividend
                   Move FD-Divisor   To PO-Divisor
                   Move WS-C3-Remain To PO-Expected-Remainder
                   Write PAIR-OUT-RECORD
                   Add 1 To WS-Pair-Count
           End-Evaluate.
      *---------------------------------------------------------------
      *  CERTIFY: gather and judge the evidence, then write the
      *  certificate.  Nothing here stops early on an evidence
      *  problem -- every problem is reported, and the certificate
      *  records the attempt as NO-GO.
      *---------------------------------------------------------------
       CERTIFY-CONTROL.
           Open Output CERT-RPT-FILE
           If WS-Certrpt-Status Not = '00'
               Display 'REMCERT: unable to open CERTRPT, status='
                       WS-Certrpt-Status
               Move 8 To Return-Code
           Else
               Initialize WS-Rep-Verdict-Table
               Initialize WS-R1-Test-Table
               Perform READ-BACKEND-IDS
               Perform COUNT-CERTIFIED-SCOPE
               Perform WRITE-CERTIFY-HEADING
               Perform LOAD-TEST-SUMMARIES
                   Varying WS-Side-Ix From 1 By 1
                   Until WS-Side-Ix > 2
               Perform WRITE-TEST-COMPARISON
               Perform MATCH-ONE-SOURCE
                   Varying WS-Source-Ix From 1 By 1
                   Until WS-Source-Ix > 3
               Perform JUDGE-REPRESENTATIONS
               Perform SET-CERTIFICATE-VERDICT
               Perform WRITE-CERTIFICATE
               Close CERT-RPT-FILE
           End-If.
      *---------------------------------------------------------------
      *  The backend ids REMBKEND took from each compiler's REMAIN1
      *  listing.  An empty or missing dataset leaves the id blank,
      *  which SET-CERTIFICATE-VERDICT will not certify.
      *---------------------------------------------------------------
       READ-BACKEND-IDS.
           Open Input OLDBKID-FILE
           If WS-Oldbkid-Status = '00'
               Read OLDBKID-FILE
                   At End Continue
                   Not At End Move OLDBKID-RECORD To WS-Old-Backend-Id
               End-Read
               Close OLDBKID-FILE
           End-If
           Open Input NEWBKID-FILE
           If WS-Newbkid-Status = '00'
               Read NEWBKID-FILE
                   At End Continue
                   Not At End Move NEWBKID-RECORD To WS-New-Backend-Id
               End-Read
               Close NEWBKID-FILE
           End-If.
      *---------------------------------------------------------------
      *  How much was certified: the divisors on the sweep list and
      *  the FAILDB pairs re-driven, as EXTRACT wrote them.
      *---------------------------------------------------------------
       COUNT-CERTIFIED-SCOPE.
           Open Input DIVQ-IN-FILE
           If WS-Divqin-Status Not = '00'
               Display 'REMCERT: unable to open DIVQIN, status='
                       WS-Divqin-Status
               Set WS-Evidence-Incomplete To True
           Else
               Move 'N' To WS-Input-Eof-Switch
               Perform Until Input-Eof
                   Read DIVQ-IN-FILE
                       At End Set Input-Eof To True
                       Not At End Add 1 To WS-Divisors-Swept
                   End-Read
               End-Perform
               Close DIVQ-IN-FILE
           End-If
           Open Input PAIR-IN-FILE
           If WS-Pairin-Status Not = '00'
               Display 'REMCERT: unable to open PAIRIN, status='
                       WS-Pairin-Status
               Set WS-Evidence-Incomplete To True
           Else
               Move 'N' To WS-Input-Eof-Switch
               Perform Until Input-Eof
                   Read PAIR-IN-FILE
                       At End Set Input-Eof To True
                       Not At End Add 1 To WS-Pair-Count
                   End-Read
               End-Perform
               Close PAIR-IN-FILE
           End-If.

       WRITE-CERTIFY-HEADING.
           Move WS-Ptf-Id        To HD-Ptf-Id
           Move WS-Profile-Text  To HD-Profile-Id
           Move WS-Run-Timestamp To HD-Run-Timestamp
           Move WS-Heading-Line  To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Move WS-Side-Name (1)   To BL-Side-Name
           Move WS-Old-Backend-Id  To BL-Backend-Id
           Move WS-Backend-Line    To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Move WS-Side-Name (2)   To BL-Side-Name
           Move WS-New-Backend-Id  To BL-Backend-Id
           Move WS-Backend-Line    To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Move WS-Divisors-Swept  To SP-Divisors-Swept
           Move WS-Pair-Count      To SP-Faildb-Pairs
           Move WS-Scope-Line      To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           If WS-Divisors-Swept = 0
               Move 'DIVQIN LISTS NO DIVISORS' To PL-Problem-Text
               Perform REPORT-EVIDENCE-PROBLEM
           End-If.
      *---------------------------------------------------------------
      *  One compiler's TEST mode summaries: REMAIN1's single line
      *  and REMAIN2's line per representation.  Each must be there
      *  exactly once, or the TEST comparison proves nothing.
      *---------------------------------------------------------------
       LOAD-TEST-SUMMARIES.
           Perform READ-REMAIN1-TEST-LINES
           Perform READ-REMAIN2-TEST-LINES
           If WS-R1-Test-Lines (WS-Side-Ix) Not = 1
               String WS-Side-Name (WS-Side-Ix) Delimited By Space
                      ' REMAIN1 TEST SUMMARY MISSING OR DOUBLED'
                      Delimited By Size
                   Into PL-Problem-Text
               End-String
               Perform REPORT-EVIDENCE-PROBLEM
           End-If
           Perform Varying WS-Rep-Ix From 1 By 1 Until WS-Rep-Ix > 6
               If RV-Test-Lines (WS-Rep-Ix WS-Side-Ix) Not = 1
                   String WS-Side-Name (WS-Side-Ix) Delimited By Space
                          ' REMAIN2 TEST SUMMARY FOR '
                          WS-Rep-Name (WS-Rep-Ix)
                          ' MISSING OR DOUBLED' Delimited By Size
                       Into PL-Problem-Text
                   End-String
                   Perform REPORT-EVIDENCE-PROBLEM
               End-If
           End-Perform.

       READ-REMAIN1-TEST-LINES.
           Move 'N' To WS-Input-Eof-Switch
           If WS-Side-Ix = 1
               Move 'OLDTST1' To WS-Dd-Name
               Open Input OLDTST1-FILE
               Move WS-Oldtst1-Status To WS-Open-Status
           Else
               Move 'NEWTST1' To WS-Dd-Name
               Open Input NEWTST1-FILE
               Move WS-Newtst1-Status To WS-Open-Status
           End-If
           If WS-Open-Status Not = '00'
               Perform REPORT-UNOPENED-INPUT
           Else
               Perform Until Input-Eof
                   If WS-Side-Ix = 1
                       Read OLDTST1-FILE Into WS-Test1-Line
                           At End Set Input-Eof To True
                       End-Read
                   Else
                       Read NEWTST1-FILE Into WS-Test1-Line
                           At End Set Input-Eof To True
                       End-Read
                   End-If
                   If Not Input-Eof
                       Perform TAKE-REMAIN1-TEST-LINE
                   End-If
               End-Perform
               If WS-Side-Ix = 1
                   Close OLDTST1-FILE
               Else
                   Close NEWTST1-FILE
               End-If
           End-If.
      *    REMAIN1's TEST fails count toward the UNS-HALF baseline
       TAKE-REMAIN1-TEST-LINE.
           If T1-Fail-Tag = ' FAIL='
               Add 1 To WS-R1-Test-Lines (WS-Side-Ix)
               Compute WS-R1-Test-Fail (WS-Side-Ix) =
                       Function NUMVAL (T1-Fail-Count)
               Add WS-R1-Test-Fail (WS-Side-Ix)
                   To RV-Test-Fail (1 WS-Side-Ix)
           Else
               String WS-Dd-Name Delimited By Space
                      ' RECORD IS NOT A REMAIN1 SUMMARY LINE'
                      Delimited By Size
                   Into PL-Problem-Text
               End-String
               Perform REPORT-EVIDENCE-PROBLEM
           End-If.

       READ-REMAIN2-TEST-LINES.
           Move 'N' To WS-Input-Eof-Switch
           If WS-Side-Ix = 1
               Move 'OLDTST2' To WS-Dd-Name
               Open Input OLDTST2-FILE
               Move WS-Oldtst2-Status To WS-Open-Status
           Else
               Move 'NEWTST2' To WS-Dd-Name
               Open Input NEWTST2-FILE
               Move WS-Newtst2-Status To WS-Open-Status
           End-If
           If WS-Open-Status Not = '00'
               Perform REPORT-UNOPENED-INPUT
           Else
               Perform Until Input-Eof
                   If WS-Side-Ix = 1
                       Read OLDTST2-FILE Into WS-Test2-Line
                           At End Set Input-Eof To True
                       End-Read
                   Else
                       Read NEWTST2-FILE Into WS-Test2-Line
                           At End Set Input-Eof To True
                       End-Read
                   End-If
                   If Not Input-Eof
                       Perform TAKE-REMAIN2-TEST-LINE
                   End-If
               End-Perform
               If WS-Side-Ix = 1
                   Close OLDTST2-FILE
               Else
                   Close NEWTST2-FILE
               End-If
           End-If.

       TAKE-REMAIN2-TEST-LINE.
           Move 0 To WS-Found-Rep-Ix
           If T2-Rep-Tag = ' REP=' And T2-Fail-Tag = ' FAIL='
               Move T2-Rep-Name To WS-Lookup-Rep
               Perform FIND-REP-INDEX
           End-If
           If WS-Found-Rep-Ix = 0
               String WS-Dd-Name Delimited By Space
                      ' RECORD IS NOT A REMAIN2 SUMMARY LINE'
                      Delimited By Size
                   Into PL-Problem-Text
               End-String
               Perform REPORT-EVIDENCE-PROBLEM
           Else
               Add 1 To RV-Test-Lines (WS-Found-Rep-Ix WS-Side-Ix)
               Compute RV-Test-Fail (WS-Found-Rep-Ix WS-Side-Ix) =
                       RV-Test-Fail (WS-Found-Rep-Ix WS-Side-Ix)
                       + Function NUMVAL (T2-Fail-Count)
           End-If.

       FIND-REP-INDEX.
           Move 0 To WS-Found-Rep-Ix
           If WS-Lookup-Rep = Spaces
               Move 1 To WS-Found-Rep-Ix
           Else
               Perform Varying WS-Rep-Ix From 1 By 1
                       Until WS-Rep-Ix > 6 Or WS-Found-Rep-Ix > 0
                   If WS-Rep-Name (WS-Rep-Ix) = WS-Lookup-Rep
                       Move WS-Rep-Ix To WS-Found-Rep-Ix
                   End-If
               End-Perform
           End-If.

       WRITE-TEST-COMPARISON.
           Move Spaces To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Move 'TEST MODE' To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Move WS-R1-Test-Fail (1) To TC-Old-Fail
           Move WS-R1-Test-Fail (2) To TC-New-Fail
           Move WS-Test1-Compare-Line To CERT-RPT-RECORD
           Write CERT-RPT-RECORD.
      *---------------------------------------------------------------
      *  One source's balanced-line match of the current compiler's
      *  detail records against the staged compiler's, REMCOMP's
      *  classic loop with the representation as the minor key.
      *---------------------------------------------------------------
       MATCH-ONE-SOURCE.
           Move Spaces To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Move WS-Source-Name (WS-Source-Ix) To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Perform OPEN-SOURCE-FILES
           If WS-Source-Open
               Move 0 To WS-Source-Fixed
               Move 0 To WS-Source-Regressed
               Move 0 To WS-Source-Changed
               Move 0 To WS-Source-Same
               Move 'N' To WS-Sequence-Error-Switch
               Move 'N' To WS-Old-Eof-Switch
               Move 'N' To WS-New-Eof-Switch
               Move Low-Values To WS-Old-Key
               Move Low-Values To WS-New-Key
               Move Low-Values To WS-Old-Prior-Key
               Move Low-Values To WS-New-Prior-Key
               Perform READ-OLD-DETAIL
               Perform READ-NEW-DETAIL
               Perform MATCH-ONE-DETAIL-KEY
                   Until (Old-Detail-Eof And New-Detail-Eof)
                      Or WS-Sequence-Error
               Perform CLOSE-SOURCE-FILES
               Move WS-Source-Fixed     To SC-Fixed
               Move WS-Source-Regressed To SC-Regressed
               Move WS-Source-Changed   To SC-Changed
               Move WS-Source-Same      To SC-Same
               Move WS-Source-Count-Line To CERT-RPT-RECORD
               Write CERT-RPT-RECORD
           End-If.

       OPEN-SOURCE-FILES.
           Move 'Y' To WS-Source-Open-Switch
           Evaluate WS-Source-Ix
               When 1
                   Open Input OLDSWP1-FILE
                   Move WS-Oldswp1-Status To WS-Open-Status
                   Move 'OLDSWP1' To WS-Dd-Name
               When 2
                   Open Input OLDSWP2-FILE
                   Move WS-Oldswp2-Status To WS-Open-Status
                   Move 'OLDSWP2' To WS-Dd-Name
               When Other
                   Open Input OLDFDB-FILE
                   Move WS-Oldfdb-Status To WS-Open-Status
                   Move 'OLDFDB' To WS-Dd-Name
           End-Evaluate
           If WS-Open-Status Not = '00'
               Perform REPORT-UNOPENED-INPUT
               Move 'N' To WS-Source-Open-Switch
           End-If
           Evaluate WS-Source-Ix
               When 1
                   Open Input NEWSWP1-FILE
                   Move WS-Newswp1-Status To WS-Open-Status
                   Move 'NEWSWP1' To WS-Dd-Name
               When 2
                   Open Input NEWSWP2-FILE
                   Move WS-Newswp2-Status To WS-Open-Status
                   Move 'NEWSWP2' To WS-Dd-Name
               When Other
                   Open Input NEWFDB-FILE
                   Move WS-Newfdb-Status To WS-Open-Status
                   Move 'NEWFDB' To WS-Dd-Name
           End-Evaluate
           If WS-Open-Status Not = '00'
               Perform REPORT-UNOPENED-INPUT
               Move 'N' To WS-Source-Open-Switch
           End-If.

       CLOSE-SOURCE-FILES.
           Evaluate WS-Source-Ix
               When 1
                   Close OLDSWP1-FILE
                   Close NEWSWP1-FILE
               When 2
                   Close OLDSWP2-FILE
                   Close NEWSWP2-FILE
               When Other
                   Close OLDFDB-FILE
                   Close NEWFDB-FILE
           End-Evaluate.
      *---------------------------------------------------------------
      *  Lower key unmatched on its side; equal keys compared on
      *  DIV-REMAIN.  Every difference is charged to its
      *  representation for the verdict.
      *---------------------------------------------------------------
       MATCH-ONE-DETAIL-KEY.
           Evaluate True
               When WS-Old-Key < WS-New-Key
                   Add 1 To WS-Source-Fixed
                   Add 1 To RV-Fixed (WS-Old-Key-Rep)
                   Move WS-Old-Key-Divisor  To DL-Divisor
                   Move WS-Old-Key-Dividend To DL-Dividend
                   Move WS-Rep-Name (WS-Old-Key-Rep) To DL-Rep
                   Move OD-Divide-Remain To DL-Old-Remain
                   Move Spaces           To DL-New-Remain
                   Move 'FIXED'          To DL-Result
                   Perform WRITE-DETAIL-LINE
                   Perform READ-OLD-DETAIL
               When WS-Old-Key > WS-New-Key
                   Add 1 To WS-Source-Regressed
                   Add 1 To RV-Regressed (WS-New-Key-Rep)
                   Move WS-New-Key-Divisor  To DL-Divisor
                   Move WS-New-Key-Dividend To DL-Dividend
                   Move WS-Rep-Name (WS-New-Key-Rep) To DL-Rep
                   Move Spaces           To DL-Old-Remain
                   Move ND-Divide-Remain To DL-New-Remain
                   Move 'REGRESSED'      To DL-Result
                   Perform WRITE-DETAIL-LINE
                   Perform READ-NEW-DETAIL
               When Other
                   If WS-Old-Remain Not = WS-New-Remain
                       Add 1 To WS-Source-Changed
                       Add 1 To RV-Changed (WS-Old-Key-Rep)
                       Move WS-Old-Key-Divisor  To DL-Divisor
                       Move WS-Old-Key-Dividend To DL-Dividend
                       Move WS-Rep-Name (WS-Old-Key-Rep) To DL-Rep
                       Move OD-Divide-Remain To DL-Old-Remain
                       Move ND-Divide-Remain To DL-New-Remain
                       Move 'CHANGED'        To DL-Result
                       Perform WRITE-DETAIL-LINE
                   Else
                       Add 1 To WS-Source-Same
                   End-If
                   Perform READ-OLD-DETAIL
                   Perform READ-NEW-DETAIL
           End-Evaluate.

       WRITE-DETAIL-LINE.
           Move WS-Detail-Line To CERT-RPT-RECORD
           Write CERT-RPT-RECORD.
      *---------------------------------------------------------------
      *  Advance one side, rebuild its key, check its sequence.  A
      *  record naming no known representation ends the match for
      *  this source as an evidence problem, as does a sequence
      *  break -- REMCOMP's rule.
      *---------------------------------------------------------------
       READ-OLD-DETAIL.
           If Not Old-Detail-Eof
               Move WS-Old-Key To WS-Old-Prior-Key
               Evaluate WS-Source-Ix
                   When 1
                       Read OLDSWP1-FILE Into WS-Old-Detail
                           At End Set Old-Detail-Eof To True
                       End-Read
                   When 2
                       Read OLDSWP2-FILE Into WS-Old-Detail
                           At End Set Old-Detail-Eof To True
                       End-Read
                   When Other
                       Read OLDFDB-FILE Into WS-Old-Detail
                           At End Set Old-Detail-Eof To True
                       End-Read
               End-Evaluate
               If Old-Detail-Eof
                   Move High-Values To WS-Old-Key
               Else
                   Compute WS-Old-Key-Divisor =
                           Function NUMVAL (OD-Divisor)
                   Compute WS-Old-Key-Dividend =
                           Function NUMVAL (OD-Dividend)
                   Compute WS-Old-Remain =
                           Function NUMVAL (OD-Divide-Remain)
                   Move OD-Rep To WS-Lookup-Rep
                   Perform FIND-REP-INDEX
                   Move WS-Found-Rep-Ix To WS-Old-Key-Rep
                   If WS-Found-Rep-Ix = 0
                       Move 'CURRENT DETAIL RECORD HAS UNKNOWN REP='
                           To PL-Problem-Text
                       Perform REPORT-SEQUENCE-PROBLEM
                   End-If
                   If WS-Old-Key <= WS-Old-Prior-Key
                      And WS-Old-Prior-Key Not = Low-Values
                       Move 'CURRENT DETAIL RECORDS OUT OF SEQUENCE'
                           To PL-Problem-Text
                       Perform REPORT-SEQUENCE-PROBLEM
                   End-If
               End-If
           End-If.

       READ-NEW-DETAIL.
           If Not New-Detail-Eof
               Move WS-New-Key To WS-New-Prior-Key
               Evaluate WS-Source-Ix
                   When 1
                       Read NEWSWP1-FILE Into WS-New-Detail
                           At End Set New-Detail-Eof To True
                       End-Read
                   When 2
                       Read NEWSWP2-FILE Into WS-New-Detail
                           At End Set New-Detail-Eof To True
                       End-Read
                   When Other
                       Read NEWFDB-FILE Into WS-New-Detail
                           At End Set New-Detail-Eof To True
                       End-Read
               End-Evaluate
               If New-Detail-Eof
                   Move High-Values To WS-New-Key
               Else
                   Add 1 To WS-New-Remaining-Count
                   Compute WS-New-Key-Divisor =
                           Function NUMVAL (ND-Divisor)
                   Compute WS-New-Key-Dividend =
                           Function NUMVAL (ND-Dividend)
                   Compute WS-New-Remain =
                           Function NUMVAL (ND-Divide-Remain)
                   Move ND-Rep To WS-Lookup-Rep
                   Perform FIND-REP-INDEX
                   Move WS-Found-Rep-Ix To WS-New-Key-Rep
                   If WS-Found-Rep-Ix = 0
                       Move 'STAGED DETAIL RECORD HAS UNKNOWN REP='
                           To PL-Problem-Text
                       Perform REPORT-SEQUENCE-PROBLEM
                   End-If
                   If WS-New-Key <= WS-New-Prior-Key
                      And WS-New-Prior-Key Not = Low-Values
                       Move 'STAGED DETAIL RECORDS OUT OF SEQUENCE'
                           To PL-Problem-Text
                       Perform REPORT-SEQUENCE-PROBLEM
                   End-If
               End-If
           End-If.

       REPORT-SEQUENCE-PROBLEM.
           Set WS-Sequence-Error To True
           Perform REPORT-EVIDENCE-PROBLEM.

       REPORT-UNOPENED-INPUT.
           Display 'REMCERT: unable to open ' WS-Dd-Name
                   ', status=' WS-Open-Status
           String 'UNABLE TO OPEN ' WS-Dd-Name Delimited By Size
               Into PL-Problem-Text
           End-String
           Perform REPORT-EVIDENCE-PROBLEM.

       REPORT-EVIDENCE-PROBLEM.
           Set WS-Evidence-Incomplete To True
           Move WS-Problem-Line To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Display 'REMCERT: evidence problem -- ' PL-Problem-Text
           Move Spaces To PL-Problem-Text.
      *---------------------------------------------------------------
      *  A representation is NO-GO when the staged compiler fails
      *  anywhere the current one did not (a REGRESSED record) or
      *  fails more TEST cases.  FIXED and CHANGED records never
      *  block: the bug still present, or present differently, is
      *  no worse than what production runs with today.
      *---------------------------------------------------------------
       JUDGE-REPRESENTATIONS.
           Move Spaces To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Move 'VERDICT BY REPRESENTATION' To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Perform JUDGE-ONE-REPRESENTATION
               Varying WS-Rep-Ix From 1 By 1 Until WS-Rep-Ix > 6.

       JUDGE-ONE-REPRESENTATION.
           If RV-Regressed (WS-Rep-Ix) > 0
              Or RV-Test-Fail (WS-Rep-Ix 2)
                 > RV-Test-Fail (WS-Rep-Ix 1)
               Set RV-No-Go (WS-Rep-Ix) To True
               Add 1 To WS-No-Go-Rep-Count
           Else
               Set RV-Go (WS-Rep-Ix) To True
           End-If
           Add RV-Fixed (WS-Rep-Ix)     To WS-Total-Fixed
           Add RV-Regressed (WS-Rep-Ix) To WS-Total-Regressed
           Add RV-Changed (WS-Rep-Ix)   To WS-Total-Changed
           Add RV-Test-Fail (WS-Rep-Ix 1) To WS-Old-Test-Total
           Add RV-Test-Fail (WS-Rep-Ix 2) To WS-New-Test-Total
           Move WS-Rep-Name (WS-Rep-Ix)     To VL-Rep-Name
           Move RV-Test-Fail (WS-Rep-Ix 1)  To VL-Old-Test-Fail
           Move RV-Test-Fail (WS-Rep-Ix 2)  To VL-New-Test-Fail
           Move RV-Fixed (WS-Rep-Ix)        To VL-Fixed
           Move RV-Regressed (WS-Rep-Ix)    To VL-Regressed
           Move RV-Changed (WS-Rep-Ix)      To VL-Changed
           Move RV-Result (WS-Rep-Ix)       To VL-Result
           Move WS-Rep-Verdict-Line To CERT-RPT-RECORD
           Write CERT-RPT-RECORD.
      *---------------------------------------------------------------
      *  The certificate's verdict, worst reason first.
      *---------------------------------------------------------------
       SET-CERTIFICATE-VERDICT.
           Move 'NO-GO' To WS-Cert-Verdict
           Evaluate True
               When WS-Evidence-Incomplete
                   Move 'EVIDENCE INCOMPLETE'  To WS-Cert-Reason
                   Move 8 To Return-Code
               When WS-Old-Backend-Id = Spaces
                Or WS-New-Backend-Id = Spaces
                   Move 'BACKEND ID UNKNOWN'   To WS-Cert-Reason
                   Move 8 To Return-Code
               When WS-Old-Backend-Id = WS-New-Backend-Id
                   Move 'BACKEND UNCHANGED'    To WS-Cert-Reason
                   Move 8 To Return-Code
               When WS-No-Go-Rep-Count > 0
                   Move 'REGRESSION FOUND'     To WS-Cert-Reason
                   Move 4 To Return-Code
               When Other
                   Move 'GO' To WS-Cert-Verdict
                   Evaluate True
                       When WS-New-Remaining-Count = 0
                        And WS-New-Test-Total = 0
                           Move 'NO FAILURES REMAIN'
                               To WS-Cert-Reason
                       When WS-Total-Fixed > 0
                        Or WS-New-Test-Total < WS-Old-Test-Total
                           Move 'FAILURES REDUCED' To WS-Cert-Reason
                       When WS-Total-Changed > 0
                           Move 'FAILURES CHANGED' To WS-Cert-Reason
                       When Other
                           Move 'NO CHANGE' To WS-Cert-Reason
                   End-Evaluate
                   Move 0 To Return-Code
           End-Evaluate.
      *---------------------------------------------------------------
      *  Report the certificate and append it to the permanent file
      *  (extended, with the first-time '35' fallback).
      *---------------------------------------------------------------
       WRITE-CERTIFICATE.
           Move WS-Ptf-Id          To CL-Ptf-Id
           Move WS-Cert-Verdict    To CL-Verdict
           Move WS-Cert-Reason     To CL-Reason
           Move WS-Total-Fixed     To CL-Fixed
           Move WS-Total-Regressed To CL-Regressed
           Move WS-Total-Changed   To CL-Changed
           Move Spaces To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Move WS-Certificate-Line To CERT-RPT-RECORD
           Write CERT-RPT-RECORD
           Display 'REMCERT: PTF ' WS-Ptf-Id ' ' WS-Cert-Verdict
                   ' -- ' WS-Cert-Reason
           Open Extend CERTIFICATE-FILE
           If WS-Certout-Status = '35'
               Open Output CERTIFICATE-FILE
           End-If
           If WS-Certout-Status Not = '00'
               Display 'REMCERT: unable to open CERTOUT, status='
                       WS-Certout-Status ' -- certificate not filed'
               Move 8 To Return-Code
           Else
               Move WS-Ptf-Id          To CR-Ptf-Id
               Move WS-Run-Timestamp   To CR-Certified-On
               Move WS-Cert-Verdict    To CR-Verdict
               Move WS-Cert-Reason     To CR-Reason
               Move WS-Profile-Text    To CR-Profile-Id
               Move WS-Old-Backend-Id  To CR-Old-Backend-Id
               Move WS-New-Backend-Id  To CR-New-Backend-Id
               Move WS-Divisors-Swept  To CR-Divisors-Swept
               Move WS-Pair-Count      To CR-Faildb-Pairs
               Move WS-Total-Fixed     To CR-Fixed-Count
               Move WS-Total-Regressed To CR-Regressed-Count
               Move WS-Total-Changed   To CR-Changed-Count
               Perform Varying WS-Rep-Ix From 1 By 1
                       Until WS-Rep-Ix > 6
                   Move WS-Rep-Name (WS-Rep-Ix)
                       To CR-Rep-Name (WS-Rep-Ix)
                   Move RV-Test-Fail (WS-Rep-Ix 1)
                       To CR-Rep-Old-Test-Fail (WS-Rep-Ix)
                   Move RV-Test-Fail (WS-Rep-Ix 2)
                       To CR-Rep-New-Test-Fail (WS-Rep-Ix)
                   Move RV-Fixed (WS-Rep-Ix)
                       To CR-Rep-Fixed (WS-Rep-Ix)
                   Move RV-Regressed (WS-Rep-Ix)
                       To CR-Rep-Regressed (WS-Rep-Ix)
                   Move RV-Changed (WS-Rep-Ix)
                       To CR-Rep-Changed (WS-Rep-Ix)
                   Move RV-Result (WS-Rep-Ix)
                       To CR-Rep-Result (WS-Rep-Ix)
               End-Perform
               Write CERTIFICATE-RECORD
               Close CERTIFICATE-FILE
           End-If.
