             05 MM-STATUS PIC X.
             05 MM-SCHED-FREQ PIC X.
             05 MM-SCHED-DAY PIC 9.
             05 MM-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 MM-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.

          WORKING-STORAGE SECTION.
          01 WS-EOF-FLAG PIC X VALUE "N".
          01 WS-RUN-DATE PIC 9(8).
          01 WS-SEL-FLAG PIC X.
              88 WS-VERSION-FOUND VALUE "Y".
          01 WS-HOLD-REC PIC X(948).
          01 WS-CHK-ORDER PIC 99.
          01 WS-CHK-COUNT PIC 9(3).
          01 WS-CHK-IDX PIC 9(3).
