             05 MM-STATUS PIC X.
             05 MM-SCHED-FREQ PIC X.
             05 MM-SCHED-DAY PIC 9.
             05 MM-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 MM-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.

          FD  JOURNAL-OUT.
          01 WS-JOURNAL-REC.
             05 JR-ACTION PIC X(10).
             05 JR-BEFORE PIC X(926).
             05 JR-AFTER PIC X(926).
             05 JR-APPROVER PIC X(8).
             05 JR-BEFORE-BAND PIC X(22).
             05 JR-AFTER-BAND PIC X(22).

          WORKING-STORAGE SECTION.
          01 WS-EOF-FLAG PIC X VALUE "N".
               MOVE "A" TO MM-STATUS
               MOVE "D" TO MM-SCHED-FREQ
               MOVE ZERO TO MM-SCHED-DAY
               MOVE ZERO TO MM-BAND-LO
               MOVE ZERO TO MM-BAND-HI
               PERFORM WRITE-MASTER-REC
           END-IF.

               MOVE "A" TO MM-STATUS
               MOVE "D" TO MM-SCHED-FREQ
               MOVE ZERO TO MM-SCHED-DAY
               MOVE ZERO TO MM-BAND-LO
               MOVE ZERO TO MM-BAND-HI
               PERFORM WRITE-MASTER-REC
           END-IF.

           MOVE "MatrixLd" TO JR-PROGRAM.
           MOVE "ADD" TO JR-ACTION.
           MOVE SPACES TO JR-BEFORE.
           MOVE WS-MASTER-REC(1:926) TO JR-AFTER.
           MOVE SPACES TO JR-APPROVER.
           MOVE SPACES TO JR-BEFORE-BAND.
           MOVE WS-MASTER-REC(927:22) TO JR-AFTER-BAND.
           WRITE WS-JOURNAL-REC.
