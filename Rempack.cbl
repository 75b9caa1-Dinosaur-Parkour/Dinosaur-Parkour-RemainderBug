       FD  HISTIN-FILE
           RECORDING MODE IS F.
      *    Must match WS-History-Line as written by REMAIN1's
      *    WRITE-HISTORY-RECORD -- 251 bytes.
       01  HISTIN-RECORD.
           05 FILLER                PIC X(14).
           05 HI-Compile-Timestamp  PIC X(16).
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

       FD  SWPIN-FILE
           RECORDING MODE IS F.
       01  WS-Current-Date-Stamp    PIC X(21).

      *---------------------------------------------------------------
      *  Saved copy of the newest HISTLOG record (HISTIN is a
      *  night's archived staging file, appended in run order, so
      *  the last one read wins).
      *---------------------------------------------------------------
       01  WS-Latest-History.
           05 WS-LH-Compile-Timestamp PIC X(16).
           05 WS-LH-Tune-Setting      PIC X(8).
           05 WS-LH-Run-Mode          PIC X(8).
           05 WS-LH-Mismatch-Edited   PIC X(9).
           05 WS-LH-Run-Date          PIC X(8).
           05 WS-LH-Run-Time          PIC X(6).
           05 WS-LH-Job-Name          PIC X(8).
           05 WS-LH-Step-Name         PIC X(8).
           05 WS-LH-Profile-Id        PIC X(20).

       01  WS-Env-Backend-Line.
           05 FILLER                PIC X(19)   Value
           05 EV-Run-Mode           PIC X(8).
           05 FILLER                PIC X(10)   Value ' MISMATCH='.
           05 EV-Mismatch-Edited    PIC X(9).
       01  WS-Env-Runid-Line.
           05 FILLER                PIC X(19)   Value
              'RUN IDENTITY      :'.
           05 FILLER                PIC X(6)    Value ' DATE='.
           05 EV-Run-Date           PIC X(8).
           05 FILLER                PIC X(6)    Value ' TIME='.
           05 EV-Run-Time           PIC X(6).
           05 FILLER                PIC X(5)    Value ' JOB='.
           05 EV-Job-Name           PIC X(8).
           05 FILLER                PIC X(6)    Value ' STEP='.
           05 EV-Step-Name          PIC X(8).
           05 FILLER                PIC X(9)    Value ' PROFILE='.
           05 EV-Profile-Id         PIC X(20).

       01  WS-Packet-Header-Line.
           05 FILLER                PIC X(42)   Value
               Move WS-LH-Mismatch-Edited To EV-Mismatch-Edited
               Move WS-Env-Lastrun-Line To PACKET-RECORD
               Write PACKET-RECORD
               Move WS-LH-Run-Date   To EV-Run-Date
               Move WS-LH-Run-Time   To EV-Run-Time
               Move WS-LH-Job-Name   To EV-Job-Name
               Move WS-LH-Step-Name  To EV-Step-Name
               Move WS-LH-Profile-Id To EV-Profile-Id
               Move WS-Env-Runid-Line To PACKET-RECORD
               Write PACKET-RECORD
           Else
               Move '(NO HISTLOG RECORD AVAILABLE)' To PACKET-RECORD
               Write PACKET-RECORD
           Move HI-Arch-Setting      To WS-LH-Arch-Setting
           Move HI-Tune-Setting      To WS-LH-Tune-Setting
           Move HI-Run-Mode          To WS-LH-Run-Mode
           Move HI-Mismatch-Edited   To WS-LH-Mismatch-Edited
           Move HI-Run-Date          To WS-LH-Run-Date
           Move HI-Run-Time          To WS-LH-Run-Time
           Move HI-Job-Name          To WS-LH-Job-Name
           Move HI-Step-Name         To WS-LH-Step-Name
           Move HI-Profile-Id        To WS-LH-Profile-Id.
      *---------------------------------------------------------------
      *  The RPTOUT summary lines already carry the pass/fail counts
      *  per compiler-option profile in a format IBM has been reading
           Move 'RUN    : PARM=TEST,PROFILE=OPTn-A12T12,OPTVAL=OPT(n)'
               To PACKET-RECORD
           Write PACKET-RECORD
           Move '         ,JOB=REMAIN1J,STEP=RUNn' To PACKET-RECORD
           Write PACKET-RECORD
           Move 'DD     : TESTIN=REMAIN1.SRC.DATA(TESTCASE)'
               To PACKET-RECORD
           Write PACKET-RECORD
           Move '         RPTOUT = GDG (+1), SYSOUT KEPT'
               To PACKET-RECORD
           Write PACKET-RECORD
           Move '         HISTLOG = NIGHT STAGING, DISP=MOD'
               To PACKET-RECORD
           Write PACKET-RECORD
           Move 'NOTE   : OPT(2)/OPT(1) FAIL, OPT(0) WORKS'
