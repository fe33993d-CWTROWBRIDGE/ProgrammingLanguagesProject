             05 MM-STATUS PIC X.
             05 MM-SCHED-FREQ PIC X.
             05 MM-SCHED-DAY PIC 9.
             05 MM-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 MM-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.

          FD  POWER2-OUT.
          01 WS-P2-REC.
          01 WS-RUN-DATE PIC 9(8).
          01 WS-SEL-FLAG PIC X.
              88 WS-VERSION-FOUND VALUE "Y".
          01 WS-HOLD-REC PIC X(948).
          01 WS-NOTSCH-COUNT PIC 9(4) VALUE ZERO.
          01 WS-RUN-DOW PIC 9.
          01 WS-DOW-REM PIC 9.
