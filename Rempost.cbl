       CBL DYNAM
       CBL TRUNC(OPT),DISPSIGN(SEP)
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REMPOST.
      *
      * Run-control ledger posting, CALLed by the pipeline programs.
      *
      *  Nothing used to prove that the records one step wrote were
      *  the records the next step consumed: a truncated SWPOUT, an
      *  EXPIN DD pointed at last month's EXPOUT, or a CORRIN
      *  overflow all left every step ending clean.  Each program
      *  that writes or reads a hand-off dataset now CALLs this
      *  subroutine once at end of run with its record counts in the
      *  LEDGCPY parameter area, and one posting is appended to the
      *  shared run-control ledger on RUNCTL.  REMBAL reads the
      *  ledger and balances every producer against its consumer.
      *
      *  The ledger is opened, written and closed per posting, the
      *  same discipline REMGUARD keeps for the guard log: several
      *  jobs extend it (DISP=MOD) and none may leave it held open.
      *  A ledger that cannot be opened is reported on SYSOUT and
      *  the posting is lost -- REMBAL then shows the hand-off with
      *  a side missing, which is the right outcome -- but the
      *  calling step's own work is never failed for it.
      *
      *  Return codes are documented in LEDGCPY.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runctl-Status.
      *--------------------
       DATA DIVISION.
      *--------------------
       FILE SECTION.
       FD  LEDGER-FILE
           RECORDING MODE IS F.
      *    154 bytes; REMBAL reads this layout.
       01  LEDGER-RECORD.
           05 RL-Post-Timestamp     PIC X(16).
           05 RL-Program            PIC X(8).
           05 RL-Function           PIC X(8).
           05 RL-Handoff            PIC X(8).
           05 RL-Role               PIC X(1).
           05 RL-Open-Mode          PIC X(1).
           05 RL-Read-Count         PIC 9(9).
           05 RL-Written-Count      PIC 9(9).
           05 RL-Skipped-Count      PIC 9(9).
           05 RL-Rejected-Count     PIC 9(9).
           05 RL-Carried-Count      PIC 9(9).
           05 RL-Detail Occurs 3 Times.
              10 RL-Detail-Name     PIC X(12).
              10 RL-Detail-Count    PIC 9(9).
           05 RL-Step-Rc            PIC 9(4).

       WORKING-STORAGE SECTION.

       01  WS-Runctl-Status         PIC XX.
       01  WS-Current-Date-Stamp    PIC X(21).
       01  WS-Detail-Ix             PIC 9(4)  Comp Value 0.

       LINKAGE SECTION.
           COPY LEDGCPY.

       PROCEDURE DIVISION USING Ledger-Posting.
      *---------------------------------------------------------------
      *  The caller's RETURN-CODE is its step condition code in the
      *  making, and it takes this program's on return; handing
      *  back Ledger-Step-Rc leaves the caller's exactly as it was.
      *---------------------------------------------------------------
       PROGRAM-CONTROL.
           Perform APPEND-LEDGER-POSTING
           Move Ledger-Step-Rc To Return-Code
           GOBACK.
      *---------------------------------------------------------------
      *  One posting, appended with the first-time '35' fallback the
      *  sweep outputs use.
      *---------------------------------------------------------------
       APPEND-LEDGER-POSTING.
           Open Extend LEDGER-FILE
           If WS-Runctl-Status = '35'
               Open Output LEDGER-FILE
           End-If
           If WS-Runctl-Status Not = '00'
               Display 'REMPOST: unable to open RUNCTL, status='
                       WS-Runctl-Status ' -- ' Ledger-Program ' '
                       Ledger-Function ' counts for '
                       Ledger-Handoff ' not posted'
               Set Ledger-Not-Posted To True
           Else
               Move Function CURRENT-DATE To WS-Current-Date-Stamp
               Move WS-Current-Date-Stamp (1:16) To RL-Post-Timestamp
               Move Ledger-Program        To RL-Program
               Move Ledger-Function       To RL-Function
               Move Ledger-Handoff        To RL-Handoff
               Move Ledger-Role           To RL-Role
               Move Ledger-Open-Mode      To RL-Open-Mode
               Move Ledger-Read-Count     To RL-Read-Count
               Move Ledger-Written-Count  To RL-Written-Count
               Move Ledger-Skipped-Count  To RL-Skipped-Count
               Move Ledger-Rejected-Count To RL-Rejected-Count
               Move Ledger-Carried-Count  To RL-Carried-Count
               Perform Varying WS-Detail-Ix From 1 By 1
                       Until WS-Detail-Ix > 3
                   Move Ledger-Detail-Name (WS-Detail-Ix)
                       To RL-Detail-Name (WS-Detail-Ix)
                   Move Ledger-Detail-Count (WS-Detail-Ix)
                       To RL-Detail-Count (WS-Detail-Ix)
               End-Perform
               Move Ledger-Step-Rc        To RL-Step-Rc
               Write LEDGER-RECORD
               Close LEDGER-FILE
               Set Ledger-Posted To True
           End-If.
