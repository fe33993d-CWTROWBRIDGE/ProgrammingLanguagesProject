             05 JR-ACTION PIC X(10).
             05 JR-BEFORE PIC X(926).
             05 JR-AFTER PIC X(926).
             05 JR-APPROVER PIC X(8).
      *    Band part of each image; blank on entries journaled before
      *    the band was carried.
             05 JR-BEFORE-BAND PIC X(22).
             05 JR-AFTER-BAND PIC X(22).

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(80).
             05 IM-STATUS PIC X.
             05 IM-SCHED-FREQ PIC X.
             05 IM-SCHED-DAY PIC 9.
             05 IM-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 IM-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.
          01 WS-IMAGE-TAG PIC X(7).
          01 WS-COEF-COUNT PIC 9(3).
          01 WS-COEF-IDX PIC 9(3).
          01 WS-EDIT-COEF PIC -(3)9.99999.
          01 WS-EDIT-LO PIC -(5)9.99999.
          01 WS-EDIT-HI PIC -(5)9.99999.
          01 WS-SEL-COUNT PIC 9(6) VALUE ZERO.
          01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
          01 WS-REPORT-LINE PIC X(80).

       REPORT-JOURNAL-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE.
           IF JR-AFTER = SPACES
               STRING JR-TIMESTAMP " " JR-OPERATOR " " JR-PROGRAM " "
                   JR-ACTION " " JR-BEFORE(1:10)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING JR-TIMESTAMP " " JR-OPERATOR " " JR-PROGRAM " "
                   JR-ACTION " " JR-AFTER(1:10)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           IF JR-APPROVER NOT = SPACES
               MOVE "APPROVED BY" TO WS-REPORT-LINE(58:11)
               MOVE JR-APPROVER TO WS-REPORT-LINE(70:8)
           END-IF.
           PERFORM WRITE-RPT-LINE.
           IF JR-BEFORE NOT = SPACES
               MOVE JR-BEFORE TO WS-IMAGE-REC
               MOVE JR-BEFORE-BAND TO WS-IMAGE-REC(927:22)
               MOVE "BEFORE" TO WS-IMAGE-TAG
               PERFORM REPORT-ONE-IMAGE
           END-IF.
           IF JR-AFTER NOT = SPACES
               MOVE JR-AFTER TO WS-IMAGE-REC
               MOVE JR-AFTER-BAND TO WS-IMAGE-REC(927:22)
               MOVE "AFTER" TO WS-IMAGE-TAG
               PERFORM REPORT-ONE-IMAGE
           END-IF.
               " SCHED=" IM-SCHED-FREQ "/" IM-SCHED-DAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF IM-BAND-LO NUMERIC AND IM-BAND-HI NUMERIC
                   AND (IM-BAND-LO NOT = ZERO OR IM-BAND-HI NOT = ZERO)
               MOVE IM-BAND-LO TO WS-EDIT-LO
               MOVE IM-BAND-HI TO WS-EDIT-HI
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    BAND LOW=" WS-EDIT-LO " HIGH=" WS-EDIT-HI
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           COMPUTE WS-COEF-COUNT = IM-ORDER * IM-ORDER.
           IF WS-COEF-COUNT > 100
               MOVE 100 TO WS-COEF-COUNT
