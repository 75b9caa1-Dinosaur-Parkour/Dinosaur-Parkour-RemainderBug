       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMINV.
      *
      * Production DIVIDE ... REMAINDER inventory from compile
      * listings.
      *
      *  Until now a production program only showed up as exposed
      *  when its stored data came back wrong on REMRECON's EXPOUT --
      *  after the damage.  This program reads the production compile
      *  listings themselves (LIST/MAP listings, one or more compiles
      *  concatenated on LISTIN) and finds every DIVIDE statement
      *  with a REMAINDER phrase whose operands use one of the usages
      *  REMAIN2 batteries:
      *
      *     UNS-HALF  COMP-5 unsigned, 1-4 digits
      *     SGN-HALF  COMP-5 signed,   1-4 digits
      *     UNS-FULL  COMP-5 unsigned, 5-9 digits
      *     SGN-FULL  COMP-5 signed,   5-9 digits
      *     BIN-HALF  BINARY/COMP/COMP-4, 1-4 digits
      *     BIN-FULL  BINARY/COMP/COMP-4, 5-9 digits
      *
      *  Each compile in the listing yields its program name (the
      *  first PROGRAM-ID), the OPT and TRUNC levels from the option
      *  list printed ahead of the source, and the backend build id
      *  found exactly the way REMBKEND finds it (first 'tr_v' token,
      *  to the next blank, 52 characters at most; KEY= overrides
      *  the prefix).  A compile ends at its 'End of compilation'
      *  line.
      *
      *  Operands are resolved through the Data Division map: the
      *  map ties each data name to the source line that defines
      *  it, and that definition's PICTURE and USAGE (which may run
      *  over several source lines) decide the representation.
      *  Literals, COMP-3, DISPLAY and other usages are not at risk.
      *  A statement is at risk when any of its dividend, divisor,
      *  quotient or remainder operands resolves to one of the six
      *  representations.  An unqualified name defined more than
      *  once resolves to its first binary definition.
      *
      *  Every at-risk statement goes to the INVOUT inventory
      *  dataset and is judged against REMAIN2's per-representation
      *  RPTOUT summary lines on R2RPT (concatenate the generations
      *  of the run to judge against):
      *     EXPOSED   - REMAIN2 recorded FAIL>0 for an at-risk
      *                 operand's representation at the statement's
      *                 OPT level (and TRUNC level, for the BINARY
      *                 representations, which TRUNC governs)
      *     SAFE      - every at-risk operand's representation was
      *                 run at that level and never failed
      *     UNTESTED  - REMAIN2 has no result for some at-risk
      *                 operand's representation at that level
      *  A missing R2RPT leaves every verdict UNTESTED and says so.
      *
      *  Listing layout relied on: source lines carry the LineID in
      *  listing columns 2-7 and the source record's column 1 at
      *  listing column 17 (indicator at 23, Areas A/B at 24-88);
      *  the map follows the 'Data Division Map' heading with the
      *  defining LineID, level and data name as its first three
      *  words.  A compile listed without the MAP option can
      *  resolve nothing and is flagged MAP=NO on the report.
      *
      *  PARM: 'SCAN[,KEY=xxxx]'
      *
      *  RETURN-CODE: 0 = inventory written, nothing EXPOSED,
      *               4 = at least one statement EXPOSED,
      *               8 = file problem or table overflow
      *                   (inventory incomplete).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTING-FILE ASSIGN TO LISTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Listin-Status.
           SELECT RESULTS-FILE ASSIGN TO R2RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-R2rpt-Status.
           SELECT INVENTORY-FILE ASSIGN TO INVOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Invout-Status.
           SELECT INV-RPT-FILE ASSIGN TO INVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Invrpt-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-RECORD               PIC X(133).

       FD  RESULTS-FILE
           RECORDING MODE IS F.
      *    Must match WS-Report-Line as written by REMAIN2's
      *    WRITE-ONE-REP-LINE.
       01  RESULTS-RECORD.
           05 RS-Label              PIC X(14).
           05 FILLER                PIC X(17).
           05 RS-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(1).
           05 RS-Trunc-Setting      PIC X(10).
           05 FILLER                PIC X(18).
           05 RS-Rep-Label          PIC X(5).
           05 RS-Rep-Name           PIC X(8).
           05 FILLER                PIC X(7).
           05 RS-Pass-Edited        PIC X(9).
           05 FILLER                PIC X(7).
           05 RS-Fail-Edited        PIC X(9).
           05 FILLER                PIC X(24).

       FD  INVENTORY-FILE
           RECORDING MODE IS F.
      *    One 242-byte record per at-risk statement.
       01  INVENTORY-RECORD.
           05 IV-Program-Name       PIC X(8).
           05 IV-Line-Id            PIC 9(6).
           05 IV-Opt-Setting        PIC X(6).
           05 IV-Trunc-Setting      PIC X(10).
           05 IV-Backend-Build-Id   PIC X(52).
           05 IV-Dividend-Name      PIC X(30).
           05 IV-Dividend-Rep       PIC X(8).
           05 IV-Divisor-Name       PIC X(30).
           05 IV-Divisor-Rep        PIC X(8).
           05 IV-Quotient-Name      PIC X(30).
           05 IV-Quotient-Rep       PIC X(8).
           05 IV-Remain-Name        PIC X(30).
           05 IV-Remain-Rep         PIC X(8).
           05 IV-Verdict            PIC X(8).

       FD  INV-RPT-FILE
           RECORDING MODE IS F.
       01  INV-RPT-RECORD               PIC X(150).

       WORKING-STORAGE SECTION.

       01  WS-Listin-Status         PIC XX.
       01  WS-R2rpt-Status          PIC XX.
       01  WS-Invout-Status         PIC XX.
       01  WS-Invrpt-Status         PIC XX.
       01  WS-Listin-Eof-Switch     PIC X       Value 'N'.
           88 Listin-Eof                        Value 'Y'.
       01  WS-R2rpt-Eof-Switch      PIC X       Value 'N'.
           88 R2rpt-Eof                         Value 'Y'.
       01  WS-Results-Switch        PIC X       Value 'N'.
           88 WS-Results-Available              Value 'Y'.
       01  WS-Incomplete-Switch     PIC X       Value 'N'.
           88 WS-Inventory-Incomplete           Value 'Y'.

       01  WS-Run-Timestamp         PIC X(16).
       01  WS-Current-Date-Stamp    PIC X(21).

       01  WS-Parm-Tokens.
           05 WS-Parm-Tok1          PIC X(30).
           05 WS-Parm-Tok2          PIC X(30).

       01  WS-Search-Key            PIC X(20)   Value 'tr_v'.
       01  WS-Key-Length            PIC 9(4)  Comp Value 0.

      *---------------------------------------------------------------
      *  The listing line as read, and an upper-cased copy for the
      *  keyword scans (shop source is mixed case; the backend id is
      *  matched against the line as read, since its case matters).
      *---------------------------------------------------------------
       01  WS-Upper-Line            PIC X(133).
       01  WS-Source-Line-Id        PIC 9(6)    Value 0.
       01  WS-Source-Indicator-Col  PIC 9(4)  Comp Value 23.
       01  WS-Source-Text-Start     PIC 9(4)  Comp Value 24.
       01  WS-Source-Text-End       PIC 9(4)  Comp Value 88.
       01  WS-Scan-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Scan-End              PIC 9(4)  Comp Value 0.
       01  WS-Scan-Limit            PIC 9(4)  Comp Value 0.
       01  WS-Copy-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Out-Ix                PIC 9(4)  Comp Value 0.
       01  WS-Find-Text             PIC X(20)   Value Spaces.
       01  WS-Find-Len              PIC 9(4)  Comp Value 0.
       01  WS-Find-Pos              PIC 9(4)  Comp Value 0.

       01  WS-Token                 PIC X(40)   Value Spaces.
           88 Token-Ends-Statement
                 Values 'MOVE' 'ADD' 'SUBTRACT' 'MULTIPLY' 'COMPUTE'
                        'IF' 'ELSE' 'END-IF' 'PERFORM' 'END-PERFORM'
                        'EVALUATE' 'WHEN' 'END-EVALUATE' 'DISPLAY'
                        'CALL' 'READ' 'WRITE' 'REWRITE' 'DELETE'
                        'START' 'OPEN' 'CLOSE' 'GO' 'GOBACK' 'STOP'
                        'EXIT' 'CONTINUE' 'SET' 'INITIALIZE'
                        'STRING' 'UNSTRING' 'INSPECT' 'ACCEPT'
                        'SEARCH' 'END-DIVIDE' 'ON' 'NOT' 'SIZE'.
           88 Token-Native-Binary
                 Values 'COMP-5' 'COMPUTATIONAL-5'.
           88 Token-Plain-Binary
                 Values 'BINARY' 'COMP' 'COMP-4' 'COMPUTATIONAL'
                        'COMPUTATIONAL-4'.
           88 Token-Other-Usage
                 Values 'COMP-1' 'COMP-2' 'COMP-3' 'COMPUTATIONAL-1'
                        'COMPUTATIONAL-2' 'COMPUTATIONAL-3'
                        'PACKED-DECIMAL' 'DISPLAY' 'INDEX' 'POINTER'
                        'NATIONAL'.
       01  WS-Token-Len             PIC 9(4)  Comp Value 0.
       01  WS-Token-Paren-Count     PIC 9(4)  Comp Value 0.
       01  WS-Token-On-Line         PIC 9(4)  Comp Value 0.
       01  WS-Prev-Token            PIC X(40)   Value Spaces.
       01  WS-Token-Period-Switch   PIC X       Value 'N'.
           88 WS-Token-Has-Period               Value 'Y'.
       01  WS-Literal-Switch        PIC X       Value 'N'.
           88 WS-In-Literal                     Value 'Y'.
       01  WS-Token-Number          PIC 9(6)    Value 0.

      *---------------------------------------------------------------
      *  Per-compile scan state, cleared at every 'End of
      *  compilation' line.
      *---------------------------------------------------------------
       01  WS-Program-State.
           05 WS-Program-Name       PIC X(8).
           05 WS-Program-Opt        PIC X(6).
           05 WS-Program-Trunc      PIC X(10).
           05 WS-Program-Backend    PIC X(52).
           05 WS-Want-Program-Name  PIC X.
              88 WS-Program-Name-Next          Value 'Y'.
           05 WS-Source-Switch      PIC X.
              88 WS-Source-Started             Value 'Y'.
           05 WS-Procedure-Switch   PIC X.
              88 WS-In-Procedure               Value 'Y'.
           05 WS-Map-Switch         PIC X.
              88 WS-In-Map                     Value 'Y'.
           05 WS-Map-Seen-Switch    PIC X.
              88 WS-Map-Seen                   Value 'Y'.
           05 WS-Backend-Switch     PIC X.
              88 WS-Backend-Found              Value 'Y'.
           05 WS-Content-Switch     PIC X.
              88 WS-Program-Has-Content        Value 'Y'.

      *    a data description being assembled, possibly over
      *    several source lines, until its period
       01  WS-Definition-State.
           05 WS-Def-Switch         PIC X.
              88 WS-Def-Open                   Value 'Y'.
           05 WS-Def-Line-Id        PIC 9(6).
           05 WS-Def-Picture        PIC X(30).
           05 WS-Def-Picture-Switch PIC X.
              88 WS-Picture-Next               Value 'Y'.
           05 WS-Def-Usage-Kind     PIC X.
              88 WS-Def-Native-Binary          Value 'N'.
              88 WS-Def-Plain-Binary           Value 'B'.
              88 WS-Def-Other-Usage            Value 'O'.

       01  WS-Pic-Ix                PIC 9(4)  Comp Value 0.
       01  WS-Pic-Digits            PIC 9(4)  Comp Value 0.
       01  WS-Pic-Repeat            PIC 9(4)  Comp Value 0.
       01  WS-Pic-Signed-Switch     PIC X       Value 'N'.
           88 WS-Pic-Signed                     Value 'Y'.
       01  WS-Pic-Valid-Switch      PIC X       Value 'Y'.
           88 WS-Pic-Valid                      Value 'Y'.
       01  WS-Pic-Char              PIC X       Value Space.
       01  WS-Def-Rep               PIC X(8)    Value Spaces.

      *    the DIVIDE statement being assembled
       01  WS-Statement-State.
           05 WS-Stmt-Switch        PIC X.
              88 WS-Stmt-Open                  Value 'Y'.
           05 WS-Stmt-Line-Id       PIC 9(6).
           05 WS-Stmt-Form          PIC X.
              88 WS-Stmt-Into-Form             Value 'I'.
           05 WS-Stmt-Slot          PIC 9.
           05 WS-Stmt-Remainder-Switch PIC X.
              88 WS-Stmt-Has-Remainder         Value 'Y'.
           05 WS-Stmt-Skip-Switch   PIC X.
              88 WS-Stmt-Skip-Next             Value 'Y'.
           05 WS-Stmt-Operand Occurs 4 Times PIC X(30).
       01  WS-Operand-Name          PIC X(30)   Value Spaces.

      *---------------------------------------------------------------
      *  Binary data descriptions by defining LineID (from the source
      *  listing), and data names resolved to a representation (from
      *  the map), for the compile being scanned.
      *---------------------------------------------------------------
       01  WS-Def-Entry-Count       PIC 9(4)  Comp Value 0.
       01  WS-Def-Table-Max         PIC 9(4)  Comp Value 3000.
       01  WS-Def-Table.
           05 WS-Def-Entry Occurs 3000 Times.
              10 DT-Line-Id         PIC 9(6).
              10 DT-Rep             PIC X(8).
       01  WS-Def-Ix                PIC 9(4)  Comp Value 0.

       01  WS-Name-Entry-Count      PIC 9(4)  Comp Value 0.
       01  WS-Name-Table-Max        PIC 9(4)  Comp Value 3000.
       01  WS-Name-Table.
           05 WS-Name-Entry Occurs 3000 Times.
              10 NT-Data-Name       PIC X(30).
              10 NT-Rep             PIC X(8).
       01  WS-Name-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Map-Line-Id           PIC 9(6)    Value 0.
       01  WS-Map-Data-Name         PIC X(30)   Value Spaces.
       01  WS-Lookup-Name           PIC X(30)   Value Spaces.
       01  WS-Lookup-Rep            PIC X(8)    Value Spaces.

      *    the DIVIDE ... REMAINDER statements of this compile,
      *    operands in dividend/divisor/quotient/remainder order
       01  WS-Stmt-Entry-Count      PIC 9(4)  Comp Value 0.
       01  WS-Stmt-Table-Max        PIC 9(4)  Comp Value 500.
       01  WS-Stmt-Table.
           05 WS-Stmt-Entry Occurs 500 Times.
              10 ST-Line-Id         PIC 9(6).
              10 ST-Operand Occurs 4 Times.
                 15 ST-Operand-Name PIC X(30).
                 15 ST-Operand-Rep  PIC X(8).
              10 ST-Primary-Rep     PIC X(8).
              10 ST-Verdict         PIC X(8).
       01  WS-Stmt-Ix               PIC 9(4)  Comp Value 0.
       01  WS-Operand-Ix            PIC 9(4)  Comp Value 0.
       01  WS-Pgm-At-Risk-Count     PIC 9(4)  Comp Value 0.

      *---------------------------------------------------------------
      *  REMAIN2 results by OPT/TRUNC/representation, FAIL and PASS
      *  summed over every generation on R2RPT.
      *---------------------------------------------------------------
       01  WS-Result-Entry-Count    PIC 9(4)  Comp Value 0.
       01  WS-Result-Table-Max      PIC 9(4)  Comp Value 60.
       01  WS-Result-Table.
           05 WS-Result-Entry Occurs 60 Times.
              10 RT-Opt-Setting     PIC X(6).
              10 RT-Trunc-Setting   PIC X(10).
              10 RT-Rep-Name        PIC X(8).
              10 RT-Pass-Count      PIC 9(9).
              10 RT-Fail-Count      PIC 9(9).
       01  WS-Result-Ix             PIC 9(4)  Comp Value 0.
       01  WS-Result-Found-Ix       PIC 9(4)  Comp Value 0.
       01  WS-Rep-Tested-Switch     PIC X       Value 'N'.
           88 WS-Rep-Tested                     Value 'Y'.
       01  WS-Rep-Failed-Switch     PIC X       Value 'N'.
           88 WS-Rep-Failed                     Value 'Y'.
       01  WS-Any-Exposed-Switch    PIC X       Value 'N'.
           88 WS-Any-Exposed                    Value 'Y'.
       01  WS-Any-Untested-Switch   PIC X       Value 'N'.
           88 WS-Any-Untested                   Value 'Y'.

       01  WS-Program-Count         PIC 9(9)    Value 0.
       01  WS-Divide-Count          PIC 9(9)    Value 0.
       01  WS-At-Risk-Count         PIC 9(9)    Value 0.
       01  WS-Exposed-Count         PIC 9(9)    Value 0.
       01  WS-Safe-Count            PIC 9(9)    Value 0.
       01  WS-Untested-Count        PIC 9(9)    Value 0.
       01  WS-Lines-Read            PIC 9(9)    Value 0.

       01  WS-Inv-Header-Line.
           05 FILLER                PIC X(42)   Value
              'PRODUCTION DIVIDE ... REMAINDER INVENTORY '.
           05 FILLER                PIC X(11)   Value ' GENERATED='.
           05 HD-Run-Timestamp      PIC X(16).

       01  WS-Inv-Program-Line.
           05 FILLER                PIC X(8)    Value 'PROGRAM='.
           05 PG-Program-Name       PIC X(8).
           05 FILLER                PIC X(5)    Value ' OPT='.
           05 PG-Opt-Setting        PIC X(6).
           05 FILLER                PIC X(7)    Value ' TRUNC='.
           05 PG-Trunc-Setting      PIC X(10).
           05 FILLER                PIC X(9)    Value ' BACKEND='.
           05 PG-Backend-Build-Id   PIC X(52).
           05 FILLER                PIC X(9)    Value ' DIVIDES='.
           05 PG-Divide-Count       PIC ZZZ9.
           05 FILLER                PIC X(9)    Value ' AT-RISK='.
           05 PG-At-Risk-Count      PIC ZZZ9.
           05 FILLER                PIC X(5)    Value ' MAP='.
           05 PG-Map-Flag           PIC X(3).

       01  WS-Inv-Detail-Line.
           05 FILLER                PIC X(7)    Value '  LINE='.
           05 DL-Line-Id            PIC 9(6).
           05 FILLER                PIC X(5)    Value ' REP='.
           05 DL-Primary-Rep        PIC X(8).
           05 FILLER                PIC X(9)    Value ' VERDICT='.
           05 DL-Verdict            PIC X(8).
           05 FILLER                PIC X(11)   Value ' REMAINDER='.
           05 DL-Remain-Name        PIC X(30).
           05 FILLER                PIC X(9)    Value ' DIVISOR='.
           05 DL-Divisor-Name       PIC X(30).

       01  WS-Inv-Summary-Line.
           05 FILLER                PIC X(9)    Value 'PROGRAMS='.
           05 SM-Program-Count      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(19)   Value
              ' DIVIDE-REMAINDERS='.
           05 SM-Divide-Count       PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' AT-RISK='.
           05 SM-At-Risk-Count      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(9)    Value ' EXPOSED='.
           05 SM-Exposed-Count      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(6)    Value ' SAFE='.
           05 SM-Safe-Count         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(10)   Value ' UNTESTED='.
           05 SM-Untested-Count     PIC ZZZZZZZZ9.

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
           Perform MEASURE-SEARCH-KEY
           If Return-Code = 0
               Perform LOAD-REMAIN2-RESULTS
           End-If
           If Return-Code = 0
               Perform OPEN-INVENTORY-OUTPUTS
           End-If
           If Return-Code = 0
               Perform SCAN-LISTING-FILE
               Perform WRITE-INVENTORY-SUMMARY
               Close INVENTORY-FILE
               Close INV-RPT-FILE
               Perform SET-FINAL-RETURN-CODE
           End-If
           GOBACK.
      *---------------------------------------------------------------
      *  PARM: 'SCAN[,KEY=xxxx]' -- KEY= is REMBKEND's signature
      *  prefix override, for the day a PTF changes the convention.
      *---------------------------------------------------------------
       PARSE-PARM.
           Move Spaces To WS-Parm-Tokens
           If LK-Parm-Len > 0
               Unstring LK-Parm-Text (1:LK-Parm-Len) Delimited By ','
                   Into WS-Parm-Tok1 WS-Parm-Tok2
               End-Unstring
           End-If
           If WS-Parm-Tok2 (1:4) = 'KEY='
               Move WS-Parm-Tok2 (5:20) To WS-Search-Key
           End-If.

       MEASURE-SEARCH-KEY.
           Move 0 To WS-Key-Length
           Perform Varying WS-Scan-Ix From 20 By -1
                   Until WS-Scan-Ix < 1 Or WS-Key-Length > 0
               If WS-Search-Key (WS-Scan-Ix:1) Not = Space
                   Move WS-Scan-Ix To WS-Key-Length
               End-If
           End-Perform
           If WS-Key-Length = 0
               Display 'REMINV: KEY= is blank, nothing to scan for'
               Move 8 To Return-Code
           End-If.
      *---------------------------------------------------------------
      *  REMAIN2's summary lines, summed per OPT/TRUNC/representation.
      *  Lines that are not REMAIN2 summary lines are ignored, so a
      *  stray REMAIN1 generation in the concatenation does no harm.
      *---------------------------------------------------------------
       LOAD-REMAIN2-RESULTS.
           Open Input RESULTS-FILE
           If WS-R2rpt-Status Not = '00'
               Display 'REMINV: no REMAIN2 results on R2RPT, status='
                       WS-R2rpt-Status ' -- every verdict UNTESTED'
           Else
               Perform Until R2rpt-Eof
                   Read RESULTS-FILE
                       At End Set R2rpt-Eof To True
                       Not At End
                           If RS-Label = 'COMPILED-TIME='
                              And RS-Rep-Label = ' REP='
                               Perform STORE-ONE-RESULT
                           End-If
                   End-Read
               End-Perform
               Close RESULTS-FILE
           End-If
           If WS-Result-Entry-Count > 0
               Set WS-Results-Available To True
           End-If.

       STORE-ONE-RESULT.
           Move 0 To WS-Result-Found-Ix
           Perform Varying WS-Result-Ix From 1 By 1
                   Until WS-Result-Ix > WS-Result-Entry-Count
                      Or WS-Result-Found-Ix > 0
               If RT-Opt-Setting (WS-Result-Ix) = RS-Opt-Setting
                  And RT-Trunc-Setting (WS-Result-Ix)
                      = RS-Trunc-Setting
                  And RT-Rep-Name (WS-Result-Ix) = RS-Rep-Name
                   Move WS-Result-Ix To WS-Result-Found-Ix
               End-If
           End-Perform
           If WS-Result-Found-Ix = 0
               If WS-Result-Entry-Count >= WS-Result-Table-Max
                   Display 'REMINV: more than ' WS-Result-Table-Max
                           ' REMAIN2 result profiles, run abandoned'
                   Move 8 To Return-Code
                   Set R2rpt-Eof To True
               Else
                   Add 1 To WS-Result-Entry-Count
                   Move WS-Result-Entry-Count To WS-Result-Found-Ix
                   Move RS-Opt-Setting
                       To RT-Opt-Setting (WS-Result-Found-Ix)
                   Move RS-Trunc-Setting
                       To RT-Trunc-Setting (WS-Result-Found-Ix)
                   Move RS-Rep-Name
                       To RT-Rep-Name (WS-Result-Found-Ix)
                   Move 0 To RT-Pass-Count (WS-Result-Found-Ix)
                   Move 0 To RT-Fail-Count (WS-Result-Found-Ix)
               End-If
           End-If
           If WS-Result-Found-Ix > 0
               Compute RT-Pass-Count (WS-Result-Found-Ix) =
                       RT-Pass-Count (WS-Result-Found-Ix)
                       + Function NUMVAL (RS-Pass-Edited)
               Compute RT-Fail-Count (WS-Result-Found-Ix) =
                       RT-Fail-Count (WS-Result-Found-Ix)
                       + Function NUMVAL (RS-Fail-Edited)
           End-If.

       OPEN-INVENTORY-OUTPUTS.
           Open Output INVENTORY-FILE
           If WS-Invout-Status Not = '00'
               Display 'REMINV: unable to open INVOUT, status='
                       WS-Invout-Status
               Move 8 To Return-Code
           Else
               Open Output INV-RPT-FILE
               If WS-Invrpt-Status Not = '00'
                   Display 'REMINV: unable to open INVRPT, status='
                           WS-Invrpt-Status
                   Move 8 To Return-Code
                   Close INVENTORY-FILE
               Else
                   Move WS-Run-Timestamp To HD-Run-Timestamp
                   Move WS-Inv-Header-Line To INV-RPT-RECORD
                   Write INV-RPT-RECORD
                   If Not WS-Results-Available
                       Move '(NO REMAIN2 RESULTS AVAILABLE - EVERY'
                         & ' VERDICT IS UNTESTED)' To INV-RPT-RECORD
                       Write INV-RPT-RECORD
                   End-If
               End-If
           End-If.
      *---------------------------------------------------------------
      *  One pass over the listing.  A compile's statements and map
      *  entries are only resolved at its 'End of compilation' line
      *  (the map prints after the source), or at end of file when
      *  the last listing was cut short.
      *---------------------------------------------------------------
       SCAN-LISTING-FILE.
           Perform RESET-PROGRAM-STATE
           Open Input LISTING-FILE
           If WS-Listin-Status Not = '00'
               Display 'REMINV: unable to open LISTIN, status='
                       WS-Listin-Status
               Move 8 To Return-Code
           Else
               Perform Until Listin-Eof
                   Read LISTING-FILE
                       At End Set Listin-Eof To True
                       Not At End Perform SCAN-ONE-LISTING-LINE
                   End-Read
               End-Perform
               Close LISTING-FILE
               If WS-Program-Has-Content
                   Display 'REMINV: last listing has no End of'
                           ' compilation line, resolved as read'
                   Perform FLUSH-ONE-PROGRAM
               End-If
           End-If.

       RESET-PROGRAM-STATE.
           Move Spaces To WS-Program-State
           Move Spaces To WS-Definition-State
           Move Spaces To WS-Statement-State
           Move Spaces To WS-Prev-Token
           Move 'N' To WS-Literal-Switch
           Move 0 To WS-Def-Entry-Count
           Move 0 To WS-Name-Entry-Count
           Move 0 To WS-Stmt-Entry-Count.

       SCAN-ONE-LISTING-LINE.
           Add 1 To WS-Lines-Read
           Move LISTING-RECORD To WS-Upper-Line
           Inspect WS-Upper-Line
               Converting 'abcdefghijklmnopqrstuvwxyz'
                       To 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           If Not WS-Backend-Found
               Perform SCAN-FOR-BACKEND-ID
           End-If
           Move 'END OF COMPILATION' To WS-Find-Text
           Move 18 To WS-Find-Len
           Perform FIND-IN-LINE
           Evaluate True
               When WS-Find-Pos > 0
                   Perform FLUSH-ONE-PROGRAM
               When WS-In-Map
                   Perform SCAN-ONE-MAP-LINE
               When Other
                   Move 'DATA DIVISION MAP' To WS-Find-Text
                   Move 17 To WS-Find-Len
                   Perform FIND-IN-LINE
                   If WS-Find-Pos > 0
                       Perform CLOSE-DEFINITION
                       Perform CLOSE-DIVIDE-STATEMENT
                       Set WS-In-Map To True
                       Set WS-Map-Seen To True
                   Else
                       If WS-Upper-Line (2:6) Is Numeric
                           Perform SCAN-ONE-SOURCE-LINE
                       Else
                           If Not WS-Source-Started
                               Perform SCAN-OPTION-LINE
                           End-If
                       End-If
                   End-If
           End-Evaluate.
      *---------------------------------------------------------------
      *  General substring search over the upper-cased line:
      *  WS-Find-Text (1:WS-Find-Len) in, WS-Find-Pos out (0 when
      *  absent).
      *---------------------------------------------------------------
       FIND-IN-LINE.
           Move 0 To WS-Find-Pos
           Compute WS-Scan-Limit = 133 - WS-Find-Len + 1
           Perform Varying WS-Scan-Ix From 1 By 1
                   Until WS-Scan-Ix > WS-Scan-Limit
                      Or WS-Find-Pos > 0
               If WS-Upper-Line (WS-Scan-Ix:WS-Find-Len)
                       = WS-Find-Text (1:WS-Find-Len)
                   Move WS-Scan-Ix To WS-Find-Pos
               End-If
           End-Perform.
      *---------------------------------------------------------------
      *  REMBKEND's rule: first occurrence of the prefix in the
      *  compile, matched as read, copied to the next blank.
      *---------------------------------------------------------------
       SCAN-FOR-BACKEND-ID.
           Compute WS-Scan-Limit = 133 - WS-Key-Length + 1
           Perform Varying WS-Scan-Ix From 1 By 1
                   Until WS-Scan-Ix > WS-Scan-Limit
                      Or WS-Backend-Found
               If LISTING-RECORD (WS-Scan-Ix:WS-Key-Length)
                       = WS-Search-Key (1:WS-Key-Length)
                   Set WS-Backend-Found To True
                   Set WS-Program-Has-Content To True
                   Perform COPY-SIGNATURE-TOKEN
               End-If
           End-Perform.

       COPY-SIGNATURE-TOKEN.
           Move Spaces To WS-Program-Backend
           Move 0 To WS-Out-Ix
           Perform Varying WS-Copy-Ix From WS-Scan-Ix By 1
                   Until WS-Copy-Ix > 133
                      Or WS-Out-Ix >= 52
                      Or LISTING-RECORD (WS-Copy-Ix:1) = Space
               Add 1 To WS-Out-Ix
               Move LISTING-RECORD (WS-Copy-Ix:1)
                   To WS-Program-Backend (WS-Out-Ix:1)
           End-Perform.
      *---------------------------------------------------------------
      *  The option list ahead of the source.  The last setting seen
      *  wins: the options-in-effect list prints after the invocation
      *  parameters and reflects any CBL/PROCESS override.
      *---------------------------------------------------------------
       SCAN-OPTION-LINE.
           Move 'NOOPT' To WS-Find-Text
           Move 5 To WS-Find-Len
           Perform FIND-IN-LINE
           If WS-Find-Pos > 0
               Move 'OPT(0)' To WS-Program-Opt
               Set WS-Program-Has-Content To True
           Else
               Move 'OPTIMIZE(' To WS-Find-Text
               Move 9 To WS-Find-Len
               Perform FIND-IN-LINE
               If WS-Find-Pos > 0 And WS-Find-Pos < 124
                   Move 'OPT( )' To WS-Program-Opt
                   Move WS-Upper-Line (WS-Find-Pos + 9:1)
                       To WS-Program-Opt (5:1)
                   Set WS-Program-Has-Content To True
               Else
                   Move 'OPT(' To WS-Find-Text
                   Move 4 To WS-Find-Len
                   Perform FIND-IN-LINE
                   If WS-Find-Pos > 0 And WS-Find-Pos < 129
                       Move 'OPT( )' To WS-Program-Opt
                       Move WS-Upper-Line (WS-Find-Pos + 4:1)
                           To WS-Program-Opt (5:1)
                       Set WS-Program-Has-Content To True
                   End-If
               End-If
           End-If
           Move 'TRUNC(' To WS-Find-Text
           Move 6 To WS-Find-Len
           Perform FIND-IN-LINE
           If WS-Find-Pos > 0 And WS-Find-Pos < 124
               Move WS-Upper-Line (WS-Find-Pos:10) To WS-Program-Trunc
               Set WS-Program-Has-Content To True
           End-If.
      *---------------------------------------------------------------
      *  One source line: comment lines are passed over, the rest is
      *  cut into words for the data-description and DIVIDE scans.
      *---------------------------------------------------------------
       SCAN-ONE-SOURCE-LINE.
           Set WS-Source-Started To True
           Set WS-Program-Has-Content To True
           Move WS-Upper-Line (2:6) To WS-Source-Line-Id
           If WS-Upper-Line (WS-Source-Indicator-Col:1) Not = '*'
              And WS-Upper-Line (WS-Source-Indicator-Col:1) Not = '/'
               Move 0 To WS-Token-On-Line
               Move WS-Source-Text-End To WS-Scan-End
               Move WS-Source-Text-Start To WS-Scan-Ix
               Perform Until WS-Scan-Ix > WS-Scan-End
                   If WS-Upper-Line (WS-Scan-Ix:1) = Space
                       Add 1 To WS-Scan-Ix
                   Else
                       Perform CUT-ONE-TOKEN
                       Add 1 To WS-Token-On-Line
                       Perform PROCESS-SOURCE-TOKEN
                   End-If
               End-Perform
           End-If.
      *---------------------------------------------------------------
      *  One blank-delimited word from WS-Scan-Ix; a trailing period
      *  is split off into WS-Token-Has-Period.
      *---------------------------------------------------------------
       CUT-ONE-TOKEN.
           Move Spaces To WS-Token
           Move 0 To WS-Token-Len
           Move 'N' To WS-Token-Period-Switch
           Perform Until WS-Scan-Ix > WS-Scan-End
                      Or WS-Upper-Line (WS-Scan-Ix:1) = Space
               If WS-Token-Len < 40
                   Add 1 To WS-Token-Len
                   Move WS-Upper-Line (WS-Scan-Ix:1)
                       To WS-Token (WS-Token-Len:1)
               End-If
               Add 1 To WS-Scan-Ix
           End-Perform
           If WS-Token (WS-Token-Len:1) = '.'
               Set WS-Token-Has-Period To True
               Move Space To WS-Token (WS-Token-Len:1)
               Subtract 1 From WS-Token-Len
           End-If.

       PROCESS-SOURCE-TOKEN.
      *    words inside a quoted literal are data, not syntax
           Evaluate True
               When WS-In-Literal
                   If WS-Token-Len > 0
                      And (WS-Token (WS-Token-Len:1) = Quote
                        Or WS-Token (WS-Token-Len:1) = "'")
                       Move 'N' To WS-Literal-Switch
                   End-If
                   Move Spaces To WS-Token
               When WS-Token-Len = 0
                   Continue
               When WS-Token (1:1) = Quote Or WS-Token (1:1) = "'"
                   If WS-Token-Len = 1
                      Or (WS-Token (WS-Token-Len:1) Not = Quote
                      And WS-Token (WS-Token-Len:1) Not = "'")
                       Set WS-In-Literal To True
                   End-If
                   Move Spaces To WS-Token
           End-Evaluate
           If WS-Program-Name-Next And WS-Token Not = Spaces
               If WS-Program-Name = Spaces
                   Move WS-Token To WS-Program-Name
               End-If
               Move 'N' To WS-Want-Program-Name
           End-If
           If WS-Token = 'PROGRAM-ID'
               Set WS-Program-Name-Next To True
           End-If
           If WS-Prev-Token = 'DATA' And WS-Token = 'DIVISION'
               Perform CLOSE-DIVIDE-STATEMENT
               Move 'N' To WS-Procedure-Switch
           End-If
           If WS-Prev-Token = 'PROCEDURE' And WS-Token = 'DIVISION'
               Perform CLOSE-DEFINITION
               Set WS-In-Procedure To True
           Else
               If WS-In-Procedure
                   Perform STATEMENT-TOKEN
               Else
                   Perform DEFINITION-TOKEN
               End-If
           End-If
           If WS-Token Not = Spaces
               Move WS-Token To WS-Prev-Token
           End-If.
      *---------------------------------------------------------------
      *  Data descriptions: a level number opens one, its period
      *  closes it; PICTURE and USAGE may fall on any line between.
      *---------------------------------------------------------------
       DEFINITION-TOKEN.
           If WS-Token-On-Line = 1
              And WS-Token-Len > 0 And WS-Token-Len < 3
              And WS-Token (1:WS-Token-Len) Is Numeric
               Perform CLOSE-DEFINITION
               Compute WS-Token-Number =
                       Function NUMVAL (WS-Token (1:WS-Token-Len))
               If (WS-Token-Number > 0 And WS-Token-Number < 50)
                  Or WS-Token-Number = 77
                   Set WS-Def-Open To True
                   Move WS-Source-Line-Id To WS-Def-Line-Id
                   Move Spaces To WS-Def-Picture
                   Move Space To WS-Def-Usage-Kind
                   Move 'N' To WS-Def-Picture-Switch
               End-If
           Else
               If WS-Def-Open And WS-Token Not = Spaces
                   Evaluate True
                       When WS-Picture-Next
                           If WS-Token Not = 'IS'
                               Move WS-Token To WS-Def-Picture
                               Move 'N' To WS-Def-Picture-Switch
                           End-If
                       When WS-Token = 'PIC' Or WS-Token = 'PICTURE'
                           Set WS-Picture-Next To True
                       When Token-Native-Binary
                           Set WS-Def-Native-Binary To True
                       When Token-Plain-Binary
                           Set WS-Def-Plain-Binary To True
                       When Token-Other-Usage
                           Set WS-Def-Other-Usage To True
                   End-Evaluate
               End-If
           End-If
           If WS-Token-Has-Period
               Perform CLOSE-DEFINITION
           End-If.
      *---------------------------------------------------------------
      *  A finished description with a binary usage and a numeric
      *  picture is filed under its LineID with its representation.
      *  1-4 digits is a halfword, 5-9 a fullword; anything wider is
      *  a doubleword, outside what REMAIN2 batteries.
      *---------------------------------------------------------------
       CLOSE-DEFINITION.
           If WS-Def-Open
              And (WS-Def-Native-Binary Or WS-Def-Plain-Binary)
              And WS-Def-Picture Not = Spaces
               Perform ANALYZE-PICTURE
               If WS-Def-Rep Not = Spaces
                   If WS-Def-Entry-Count >= WS-Def-Table-Max
                       Display 'REMINV: more than ' WS-Def-Table-Max
                               ' binary items in ' WS-Program-Name
                               ', inventory incomplete'
                       Set WS-Inventory-Incomplete To True
                   Else
                       Add 1 To WS-Def-Entry-Count
                       Move WS-Def-Line-Id
                           To DT-Line-Id (WS-Def-Entry-Count)
                       Move WS-Def-Rep To DT-Rep (WS-Def-Entry-Count)
                   End-If
               End-If
           End-If
           Move 'N' To WS-Def-Switch.

       ANALYZE-PICTURE.
           Move Spaces To WS-Def-Rep
           Move 0 To WS-Pic-Digits
           Move 'N' To WS-Pic-Signed-Switch
           Move 'Y' To WS-Pic-Valid-Switch
           Move 1 To WS-Pic-Ix
           Perform Until WS-Pic-Ix > 30
                      Or WS-Def-Picture (WS-Pic-Ix:1) = Space
                      Or Not WS-Pic-Valid
               Move WS-Def-Picture (WS-Pic-Ix:1) To WS-Pic-Char
               Add 1 To WS-Pic-Ix
               Evaluate WS-Pic-Char
                   When 'S'
                       Set WS-Pic-Signed To True
                   When '9'
                       If WS-Pic-Ix <= 30
                          And WS-Def-Picture (WS-Pic-Ix:1) = '('
                           Add 1 To WS-Pic-Ix
                           Perform READ-PICTURE-REPEAT
                           Add WS-Pic-Repeat To WS-Pic-Digits
                       Else
                           Add 1 To WS-Pic-Digits
                       End-If
                   When 'V'
                       Continue
                   When 'P'
      *                scaling positions hold no digits; a repeat
      *                factor after them is skipped with them
                       If WS-Pic-Ix <= 30
                          And WS-Def-Picture (WS-Pic-Ix:1) = '('
                           Add 1 To WS-Pic-Ix
                           Perform READ-PICTURE-REPEAT
                       End-If
                   When Other
                       Move 'N' To WS-Pic-Valid-Switch
               End-Evaluate
           End-Perform
           If WS-Pic-Valid And WS-Pic-Digits > 0
               Evaluate True
                   When WS-Pic-Digits < 5 And WS-Def-Plain-Binary
                       Move 'BIN-HALF' To WS-Def-Rep
                   When WS-Pic-Digits < 5 And WS-Pic-Signed
                       Move 'SGN-HALF' To WS-Def-Rep
                   When WS-Pic-Digits < 5
                       Move 'UNS-HALF' To WS-Def-Rep
                   When WS-Pic-Digits < 10 And WS-Def-Plain-Binary
                       Move 'BIN-FULL' To WS-Def-Rep
                   When WS-Pic-Digits < 10 And WS-Pic-Signed
                       Move 'SGN-FULL' To WS-Def-Rep
                   When WS-Pic-Digits < 10
                       Move 'UNS-FULL' To WS-Def-Rep
               End-Evaluate
           End-If.

       READ-PICTURE-REPEAT.
           Move 0 To WS-Pic-Repeat
           Perform Until WS-Pic-Ix > 30
                      Or WS-Def-Picture (WS-Pic-Ix:1) = ')'
                      Or Not WS-Pic-Valid
               If WS-Def-Picture (WS-Pic-Ix:1) Is Numeric
                   Compute WS-Pic-Repeat = WS-Pic-Repeat * 10
                       + Function NUMVAL (WS-Def-Picture (WS-Pic-Ix:1))
               Else
                   Move 'N' To WS-Pic-Valid-Switch
               End-If
               Add 1 To WS-Pic-Ix
           End-Perform
           Add 1 To WS-Pic-Ix.
      *---------------------------------------------------------------
      *  DIVIDE statements.  The statement runs until its period, a
      *  scope terminator, an ON/NOT SIZE ERROR phrase or the next
      *  verb; operand slots are 1 = first operand, 2 = after BY or
      *  INTO, 3 = GIVING, 4 = REMAINDER.  Qualifiers (OF/IN) and
      *  subscripts are passed over; the base name is what the map
      *  resolves.
      *---------------------------------------------------------------
       STATEMENT-TOKEN.
           If WS-Stmt-Open
              And (WS-Token = 'DIVIDE' Or Token-Ends-Statement)
               Perform CLOSE-DIVIDE-STATEMENT
           End-If
           If WS-Stmt-Open
               Move 0 To WS-Token-Paren-Count
               Inspect WS-Token Tallying WS-Token-Paren-Count
                   For All '('
               Evaluate True
                   When WS-Token = Spaces
                       Continue
                   When WS-Token = 'BY'
                       Move 2 To WS-Stmt-Slot
                   When WS-Token = 'INTO'
                       Move 'I' To WS-Stmt-Form
                       Move 2 To WS-Stmt-Slot
                   When WS-Token = 'GIVING'
                       Move 3 To WS-Stmt-Slot
                   When WS-Token = 'REMAINDER'
                       Set WS-Stmt-Has-Remainder To True
                       Move 4 To WS-Stmt-Slot
                   When WS-Token = 'ROUNDED'
                       Continue
                   When WS-Token = 'OF' Or WS-Token = 'IN'
                       Set WS-Stmt-Skip-Next To True
      *            a subscript standing alone -- '(IX)', or the
      *            tail of one split by a space -- is passed over;
      *            a NAME(SUB) token carries its operand and falls
      *            through to When Other
                   When WS-Token (1:1) = '('
                       Continue
                   When WS-Token (WS-Token-Len:1) = ')'
                    And WS-Token-Paren-Count = 0
                       Continue
                   When WS-Stmt-Skip-Next
                       Move 'N' To WS-Stmt-Skip-Switch
                   When Other
                       If WS-Stmt-Slot > 0
                          And WS-Stmt-Operand (WS-Stmt-Slot) = Spaces
                           Move Spaces To WS-Operand-Name
                           Unstring WS-Token Delimited By '('
                               Into WS-Operand-Name
                           End-Unstring
                           Move WS-Operand-Name
                               To WS-Stmt-Operand (WS-Stmt-Slot)
                       End-If
               End-Evaluate
               If WS-Token-Has-Period
                   Perform CLOSE-DIVIDE-STATEMENT
               End-If
           Else
               If WS-Token = 'DIVIDE'
                   Move Spaces To WS-Statement-State
                   Set WS-Stmt-Open To True
                   Move WS-Source-Line-Id To WS-Stmt-Line-Id
                   Move 'B' To WS-Stmt-Form
                   Move 1 To WS-Stmt-Slot
               End-If
           End-If.
      *---------------------------------------------------------------
      *  Only the REMAINDER form is filed; operands are stored in
      *  dividend/divisor/quotient/remainder order whichever of BY or
      *  INTO the statement used.
      *---------------------------------------------------------------
       CLOSE-DIVIDE-STATEMENT.
           If WS-Stmt-Open And WS-Stmt-Has-Remainder
               Add 1 To WS-Divide-Count
               If WS-Stmt-Entry-Count >= WS-Stmt-Table-Max
                   Display 'REMINV: more than ' WS-Stmt-Table-Max
                           ' DIVIDE ... REMAINDER statements in '
                           WS-Program-Name ', inventory incomplete'
                   Set WS-Inventory-Incomplete To True
               Else
                   Add 1 To WS-Stmt-Entry-Count
                   Move WS-Stmt-Entry-Count To WS-Stmt-Ix
                   Initialize WS-Stmt-Entry (WS-Stmt-Ix)
                   Move WS-Stmt-Line-Id To ST-Line-Id (WS-Stmt-Ix)
                   If WS-Stmt-Into-Form
                       Move WS-Stmt-Operand (2)
                           To ST-Operand-Name (WS-Stmt-Ix 1)
                       Move WS-Stmt-Operand (1)
                           To ST-Operand-Name (WS-Stmt-Ix 2)
                   Else
                       Move WS-Stmt-Operand (1)
                           To ST-Operand-Name (WS-Stmt-Ix 1)
                       Move WS-Stmt-Operand (2)
                           To ST-Operand-Name (WS-Stmt-Ix 2)
                   End-If
                   Move WS-Stmt-Operand (3)
                       To ST-Operand-Name (WS-Stmt-Ix 3)
                   Move WS-Stmt-Operand (4)
                       To ST-Operand-Name (WS-Stmt-Ix 4)
               End-If
           End-If
           Move 'N' To WS-Stmt-Switch.
      *---------------------------------------------------------------
      *  Data Division map entries: defining LineID, level, name.
      *  Only names whose definition was filed as binary are kept.
      *---------------------------------------------------------------
       SCAN-ONE-MAP-LINE.
           Move 1 To WS-Token-On-Line
           Move 133 To WS-Scan-End
           Move 2 To WS-Scan-Ix
           Perform Until WS-Scan-Ix > WS-Scan-End
                      Or WS-Upper-Line (WS-Scan-Ix:1) Not = Space
               Add 1 To WS-Scan-Ix
           End-Perform
           Perform CUT-ONE-TOKEN
           If WS-Token-Len > 0 And WS-Token-Len < 7
              And WS-Token (1:WS-Token-Len) Is Numeric
               Compute WS-Map-Line-Id =
                       Function NUMVAL (WS-Token (1:WS-Token-Len))
               Perform SKIP-BLANKS
               Perform CUT-ONE-TOKEN
               If WS-Token-Len > 0 And WS-Token-Len < 3
                  And WS-Token (1:WS-Token-Len) Is Numeric
                   Perform SKIP-BLANKS
                   Perform CUT-ONE-TOKEN
                   Move WS-Token To WS-Map-Data-Name
                   Perform FILE-ONE-MAP-NAME
               End-If
           End-If.

       SKIP-BLANKS.
           Perform Until WS-Scan-Ix > WS-Scan-End
                      Or WS-Upper-Line (WS-Scan-Ix:1) Not = Space
               Add 1 To WS-Scan-Ix
           End-Perform.

       FILE-ONE-MAP-NAME.
           Perform Varying WS-Def-Ix From 1 By 1
                   Until WS-Def-Ix > WS-Def-Entry-Count
                      Or DT-Line-Id (WS-Def-Ix) = WS-Map-Line-Id
               Continue
           End-Perform
           If WS-Def-Ix <= WS-Def-Entry-Count
              And WS-Map-Data-Name Not = Spaces
               If WS-Name-Entry-Count >= WS-Name-Table-Max
                   Display 'REMINV: more than ' WS-Name-Table-Max
                           ' binary names in ' WS-Program-Name
                           ', inventory incomplete'
                   Set WS-Inventory-Incomplete To True
               Else
                   Add 1 To WS-Name-Entry-Count
                   Move WS-Map-Data-Name
                       To NT-Data-Name (WS-Name-Entry-Count)
                   Move DT-Rep (WS-Def-Ix)
                       To NT-Rep (WS-Name-Entry-Count)
               End-If
           End-If.
      *---------------------------------------------------------------
      *  End of one compile: resolve, judge, write, reset.
      *---------------------------------------------------------------
       FLUSH-ONE-PROGRAM.
           Perform CLOSE-DEFINITION
           Perform CLOSE-DIVIDE-STATEMENT
           Add 1 To WS-Program-Count
           If WS-Program-Name = Spaces
               Move '(NONAME)' To WS-Program-Name
           End-If
           If WS-Program-Opt = Spaces
               Move '?' To WS-Program-Opt
           End-If
           Move 0 To WS-Pgm-At-Risk-Count
           Perform RESOLVE-ONE-STATEMENT
               Varying WS-Stmt-Ix From 1 By 1
               Until WS-Stmt-Ix > WS-Stmt-Entry-Count
           Move WS-Program-Name     To PG-Program-Name
           Move WS-Program-Opt      To PG-Opt-Setting
           Move WS-Program-Trunc    To PG-Trunc-Setting
           Move WS-Program-Backend  To PG-Backend-Build-Id
           Move WS-Stmt-Entry-Count To PG-Divide-Count
           Move WS-Pgm-At-Risk-Count To PG-At-Risk-Count
           If WS-Map-Seen
               Move 'YES' To PG-Map-Flag
           Else
               Move 'NO'  To PG-Map-Flag
           End-If
           Move Spaces To INV-RPT-RECORD
           Write INV-RPT-RECORD
           Move WS-Inv-Program-Line To INV-RPT-RECORD
           Write INV-RPT-RECORD
           Perform WRITE-ONE-STATEMENT
               Varying WS-Stmt-Ix From 1 By 1
               Until WS-Stmt-Ix > WS-Stmt-Entry-Count
           Perform RESET-PROGRAM-STATE.

       RESOLVE-ONE-STATEMENT.
           Move Spaces To ST-Primary-Rep (WS-Stmt-Ix)
           Move 'N' To WS-Any-Exposed-Switch
           Move 'N' To WS-Any-Untested-Switch
           Perform Varying WS-Operand-Ix From 1 By 1
                   Until WS-Operand-Ix > 4
               Move ST-Operand-Name (WS-Stmt-Ix WS-Operand-Ix)
                   To WS-Lookup-Name
               Perform LOOKUP-OPERAND-REP
               Move WS-Lookup-Rep
                   To ST-Operand-Rep (WS-Stmt-Ix WS-Operand-Ix)
               If WS-Lookup-Rep Not = Spaces
                   Perform JUDGE-ONE-REP
               End-If
           End-Perform
      *    the remainder's own usage names the statement when it is
      *    at risk; otherwise the first at-risk operand does
           Move ST-Operand-Rep (WS-Stmt-Ix 4)
               To ST-Primary-Rep (WS-Stmt-Ix)
           Perform Varying WS-Operand-Ix From 1 By 1
                   Until WS-Operand-Ix > 3
                      Or ST-Primary-Rep (WS-Stmt-Ix) Not = Spaces
               Move ST-Operand-Rep (WS-Stmt-Ix WS-Operand-Ix)
                   To ST-Primary-Rep (WS-Stmt-Ix)
           End-Perform
           If ST-Primary-Rep (WS-Stmt-Ix) Not = Spaces
               Add 1 To WS-Pgm-At-Risk-Count
               Add 1 To WS-At-Risk-Count
               Evaluate True
                   When WS-Any-Exposed
                       Move 'EXPOSED' To ST-Verdict (WS-Stmt-Ix)
                       Add 1 To WS-Exposed-Count
                   When WS-Any-Untested
                       Move 'UNTESTED' To ST-Verdict (WS-Stmt-Ix)
                       Add 1 To WS-Untested-Count
                   When Other
                       Move 'SAFE' To ST-Verdict (WS-Stmt-Ix)
                       Add 1 To WS-Safe-Count
               End-Evaluate
           End-If.

       LOOKUP-OPERAND-REP.
           Move Spaces To WS-Lookup-Rep
           If WS-Lookup-Name Not = Spaces
               Perform Varying WS-Name-Ix From 1 By 1
                       Until WS-Name-Ix > WS-Name-Entry-Count
                          Or WS-Lookup-Rep Not = Spaces
                   If NT-Data-Name (WS-Name-Ix) = WS-Lookup-Name
                       Move NT-Rep (WS-Name-Ix) To WS-Lookup-Rep
                   End-If
               End-Perform
           End-If.
      *---------------------------------------------------------------
      *  One at-risk operand's representation against REMAIN2's
      *  results at the statement's OPT level.  TRUNC only governs
      *  the BINARY representations, so COMP-5 ones match a result
      *  at any TRUNC setting.
      *---------------------------------------------------------------
       JUDGE-ONE-REP.
           Move 'N' To WS-Rep-Tested-Switch
           Move 'N' To WS-Rep-Failed-Switch
           Perform Varying WS-Result-Ix From 1 By 1
                   Until WS-Result-Ix > WS-Result-Entry-Count
               If RT-Opt-Setting (WS-Result-Ix) = WS-Program-Opt
                  And RT-Rep-Name (WS-Result-Ix) = WS-Lookup-Rep
                  And (WS-Lookup-Rep (1:4) Not = 'BIN-'
                    Or RT-Trunc-Setting (WS-Result-Ix)
                       = WS-Program-Trunc)
                   Set WS-Rep-Tested To True
                   If RT-Fail-Count (WS-Result-Ix) > 0
                       Set WS-Rep-Failed To True
                   End-If
               End-If
           End-Perform
           If WS-Rep-Failed
               Set WS-Any-Exposed To True
           End-If
           If Not WS-Rep-Tested
               Set WS-Any-Untested To True
           End-If.

       WRITE-ONE-STATEMENT.
           If ST-Primary-Rep (WS-Stmt-Ix) Not = Spaces
               Move ST-Line-Id (WS-Stmt-Ix)     To DL-Line-Id
               Move ST-Primary-Rep (WS-Stmt-Ix) To DL-Primary-Rep
               Move ST-Verdict (WS-Stmt-Ix)     To DL-Verdict
               Move ST-Operand-Name (WS-Stmt-Ix 4) To DL-Remain-Name
               Move ST-Operand-Name (WS-Stmt-Ix 2) To DL-Divisor-Name
               Move WS-Inv-Detail-Line To INV-RPT-RECORD
               Write INV-RPT-RECORD
               Move WS-Program-Name    To IV-Program-Name
               Move ST-Line-Id (WS-Stmt-Ix) To IV-Line-Id
               Move WS-Program-Opt     To IV-Opt-Setting
               Move WS-Program-Trunc   To IV-Trunc-Setting
               Move WS-Program-Backend To IV-Backend-Build-Id
               Move ST-Operand-Name (WS-Stmt-Ix 1) To IV-Dividend-Name
               Move ST-Operand-Rep (WS-Stmt-Ix 1)  To IV-Dividend-Rep
               Move ST-Operand-Name (WS-Stmt-Ix 2) To IV-Divisor-Name
               Move ST-Operand-Rep (WS-Stmt-Ix 2)  To IV-Divisor-Rep
               Move ST-Operand-Name (WS-Stmt-Ix 3) To IV-Quotient-Name
               Move ST-Operand-Rep (WS-Stmt-Ix 3)  To IV-Quotient-Rep
               Move ST-Operand-Name (WS-Stmt-Ix 4) To IV-Remain-Name
               Move ST-Operand-Rep (WS-Stmt-Ix 4)  To IV-Remain-Rep
               Move ST-Verdict (WS-Stmt-Ix)        To IV-Verdict
               Write INVENTORY-RECORD
           End-If.

       WRITE-INVENTORY-SUMMARY.
           Move Spaces To INV-RPT-RECORD
           Write INV-RPT-RECORD
           Move WS-Program-Count  To SM-Program-Count
           Move WS-Divide-Count   To SM-Divide-Count
           Move WS-At-Risk-Count  To SM-At-Risk-Count
           Move WS-Exposed-Count  To SM-Exposed-Count
           Move WS-Safe-Count     To SM-Safe-Count
           Move WS-Untested-Count To SM-Untested-Count
           Move WS-Inv-Summary-Line To INV-RPT-RECORD
           Write INV-RPT-RECORD
           If WS-Inventory-Incomplete
               Move '(TABLE LIMIT REACHED - INVENTORY INCOMPLETE, SEE'
                 & ' SYSOUT)' To INV-RPT-RECORD
               Write INV-RPT-RECORD
           End-If
           Display 'REMINV: ' WS-Program-Count ' compiles, '
                   WS-At-Risk-Count ' at-risk statements, '
                   WS-Exposed-Count ' exposed'.

       SET-FINAL-RETURN-CODE.
           Evaluate True
               When WS-Inventory-Incomplete
                   Move 8 To Return-Code
               When WS-Exposed-Count > 0
                   Move 4 To Return-Code
               When Other
                   Move 0 To Return-Code
           End-Evaluate.
