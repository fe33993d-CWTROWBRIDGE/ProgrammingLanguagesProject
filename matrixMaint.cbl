               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PEND-FILE ASSIGN TO "MATRIXPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RUN-LOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
          FILE SECTION.
             05 MM-STATUS PIC X.
             05 MM-SCHED-FREQ PIC X.
             05 MM-SCHED-DAY PIC 9.
             05 MM-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 MM-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.

          FD  PEND-FILE.
          01 WS-PEND-REC.
             05 PC-PEND-ID PIC 9(6).
             05 PC-STATUS PIC X.
             05 PC-ACTION PIC X(10).
             05 PC-ENTER-OPER PIC X(8).
             05 PC-ENTER-PGM PIC X(9).
             05 PC-ENTER-TS PIC X(14).
             05 PC-DECIDE-OPER PIC X(8).
             05 PC-DECIDE-TS PIC X(14).
             05 PC-DECIDE-NOTE PIC X(8).
             05 PC-BEFORE PIC X(926).
             05 PC-AFTER PIC X(926).
      *    The tolerance band part of each image rides at the end of
      *    the record, so entries queued before the band was carried
      *    read back as having no band.
             05 PC-BEFORE-BAND PIC X(22).
             05 PC-AFTER-BAND PIC X(22).

      *    B = nightly batch window held by BatchDrv,
      *    M = maintenance session held by an update program.
          FD  RUN-LOCK.
          01 WS-LOCK-REC.
             05 LK-TYPE PIC X.
             05 LK-PROGRAM PIC X(9).
             05 LK-OPERATOR PIC X(8).
             05 LK-TIMESTAMP PIC X(14).

          WORKING-STORAGE SECTION.
          01 WS-CHOICE PIC 9.
          01 WS-NORM-IN PIC X.
          01 WS-DATE-IN PIC 9(8).
          01 WS-COEF-IN PIC S9(3)V9(5).
          01 WS-BAND-LO-IN PIC S9(5)V9(5).
          01 WS-BAND-HI-IN PIC S9(5)V9(5).
          01 WS-EDIT-BAND PIC -(5)9.99999.
          01 WS-COEF-COUNT PIC 9(3).
          01 WS-COEF-IDX PIC 9(3).
          01 WS-VER-COUNT PIC 99.
          01 WS-SCHED-IN PIC X.
          01 WS-DAY-IN PIC 9.
          01 WS-PEND-STATUS PIC XX.
          01 WS-PEND-EOF-FLAG PIC X VALUE "N".
              88 WS-PEND-EOF VALUE "Y".
          01 WS-LAST-PEND-ID PIC 9(6) VALUE ZERO.
          01 WS-OPERATOR PIC X(8).
          01 WS-ACTION PIC X(10).
          01 WS-BEFORE-IMAGE PIC X(948).
          01 WS-EDIT-COEF PIC -(3)9.99999.
          01 WS-LOCK-STATUS PIC XX.
          01 WS-LOCK-EOF-FLAG PIC X VALUE "N".
              88 WS-LOCK-EOF VALUE "Y".
          01 WS-BATCH-LOCK-FLAG PIC X VALUE "N".
              88 WS-BATCH-LOCKED VALUE "Y".
          01 WS-BATCH-LOCK-SINCE PIC X(14).
          01 WS-APPROVAL-LOCK-FLAG PIC X VALUE "N".
              88 WS-APPROVAL-LOCKED VALUE "Y".
          01 WS-APPROVAL-LOCK-OPER PIC X(8).
          01 WS-APPROVAL-LOCK-SINCE PIC X(14).
          01 WS-MAINT-LOCK-FLAG PIC X VALUE "N".
              88 WS-MAINT-LOCK-HELD VALUE "Y".
          01 WS-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-LOCK-IDX PIC 99.
          01 WS-LOCK-TABLE.
             05 WS-LOCK-ENTRY PIC X(32) OCCURS 50 TIMES.
          01 WS-MY-LOCK PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT MATRIX-MASTER
               CLOSE MATRIX-MASTER
               OPEN INPUT MATRIX-MASTER
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MatrixMnt: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               STOP RUN
           END-IF.
           PERFORM OPEN-PEND-FILE.
           DISPLAY "Operator initials: ".
           ACCEPT WS-OPERATOR FROM CONSOLE.
      *    MatrixApv rewrites MATRIXPND.DAT when it finishes, so no
      *    change may be queued while an approval session is open.
           PERFORM LOAD-RUN-LOCKS.
           IF WS-BATCH-LOCKED
               DISPLAY "MatrixMnt: the nightly run has held the batch "
                   "window since " WS-BATCH-LOCK-SINCE
               DISPLAY "MatrixMnt: updates are refused until it "
                   "finishes - inquiry only"
           ELSE
               IF WS-APPROVAL-LOCKED
                   DISPLAY "MatrixMnt: approval session open by "
                       FUNCTION TRIM(WS-APPROVAL-LOCK-OPER) " since "
                       WS-APPROVAL-LOCK-SINCE
                   DISPLAY "MatrixMnt: updates are refused until it "
                       "finishes - inquiry only"
               ELSE
                   PERFORM TAKE-MAINT-LOCK
               END-IF
           END-IF.
           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MENU
               ACCEPT WS-CHOICE FROM CONSOLE
               EVALUATE WS-CHOICE
                   WHEN 1
                       IF WS-MAINT-LOCK-HELD
                           PERFORM ADD-MATRIX
                       ELSE
                           PERFORM REFUSE-UPDATE
                       END-IF
                   WHEN 2
                       IF WS-MAINT-LOCK-HELD
                           PERFORM CHANGE-MATRIX
                       ELSE
                           PERFORM REFUSE-UPDATE
                       END-IF
                   WHEN 3
                       PERFORM INQUIRE-MATRIX
                   WHEN 4
                       IF WS-MAINT-LOCK-HELD
                           PERFORM DEACTIVATE-MATRIX
                       ELSE
                           PERFORM REFUSE-UPDATE
                       END-IF
                   WHEN 5
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.
           CLOSE MATRIX-MASTER.
           CLOSE PEND-FILE.
           IF WS-MAINT-LOCK-HELD
               PERFORM RELEASE-MAINT-LOCK
           END-IF.
           DISPLAY "MatrixMnt: exiting".

       STOP RUN.
           DISPLAY "5. Exit".
           DISPLAY "Enter selection: ".

       REFUSE-UPDATE.
           IF WS-BATCH-LOCKED
               DISPLAY "MatrixMnt: update refused - the nightly run "
                   "has held the batch window since "
                   WS-BATCH-LOCK-SINCE
               DISPLAY "MatrixMnt: retry once the run has finished"
           ELSE
               DISPLAY "MatrixMnt: update refused - approval session "
                   "open by " FUNCTION TRIM(WS-APPROVAL-LOCK-OPER)
                   " since " WS-APPROVAL-LOCK-SINCE
               DISPLAY "MatrixMnt: retry once approval has finished"
           END-IF.

       GET-MATRIX-KEY.
           DISPLAY "Enter MATRIX-ID: ".
           ACCEPT WS-KEY-IN FROM CONSOLE.
               DISPLAY "MatrixMnt: MATRIX-ID may not be blank"
           ELSE
               PERFORM GET-EFF-DATE
               MOVE WS-KEY-IN TO MM-MATRIX-ID
               MOVE WS-DATE-IN TO MM-EFF-DATE
               READ MATRIX-MASTER
               IF WS-MASTER-STATUS = "00"
                   DISPLAY "MatrixMnt: " WS-KEY-IN " version "
                       WS-DATE-IN " already on file"
               ELSE
                   PERFORM GET-MATRIX-FIELDS
                   MOVE WS-KEY-IN TO MM-MATRIX-ID
                   MOVE WS-DATE-IN TO MM-EFF-DATE
                   MOVE "A" TO MM-STATUS
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "ADD" TO WS-ACTION
                   PERFORM WRITE-PENDING-REC
                   DISPLAY "MatrixMnt: add of " WS-KEY-IN " version "
                       WS-DATE-IN " queued for approval as change "
                       WS-LAST-PEND-ID
               END-IF
           END-IF.

       CHANGE-MATRIX.
               PERFORM GET-MATRIX-FIELDS
               MOVE WS-KEY-IN TO MM-MATRIX-ID
               MOVE WS-DATE-IN TO MM-EFF-DATE
               MOVE "CHANGE" TO WS-ACTION
               PERFORM WRITE-PENDING-REC
               DISPLAY "MatrixMnt: change to " WS-KEY-IN " version "
                   WS-DATE-IN " queued for approval as change "
                   WS-LAST-PEND-ID
           END-IF.

       INQUIRE-MATRIX.
           ELSE
               MOVE WS-MASTER-REC TO WS-BEFORE-IMAGE
               MOVE "I" TO MM-STATUS
               MOVE "DEACTIVATE" TO WS-ACTION
               PERFORM WRITE-PENDING-REC
               DISPLAY "MatrixMnt: deactivation of " WS-KEY-IN
                   " version " WS-DATE-IN
                   " queued for approval as change " WS-LAST-PEND-ID
           END-IF.

       GET-MATRIX-FIELDS.
           DISPLAY "Matrix order (2 thru 10): ".
           ACCEPT WS-ORDER-IN FROM CONSOLE.
           ELSE
               MOVE ZERO TO MM-SCHED-DAY
           END-IF.
      *    The expected range for the dominant eigenvalue, checked
      *    nightly by TolChk. Zero for both ends means no band.
           DISPLAY "Expected eigenvalue band, low (0 = no band): ".
           ACCEPT WS-BAND-LO-IN FROM CONSOLE.
           DISPLAY "Expected eigenvalue band, high (0 = no band): ".
           ACCEPT WS-BAND-HI-IN FROM CONSOLE.
           PERFORM UNTIL WS-BAND-HI-IN >= WS-BAND-LO-IN
               DISPLAY "High may not be below low, re-enter high:"
               ACCEPT WS-BAND-HI-IN FROM CONSOLE
           END-PERFORM.
           MOVE WS-BAND-LO-IN TO MM-BAND-LO.
           MOVE WS-BAND-HI-IN TO MM-BAND-HI.

       DISPLAY-MATRIX-REC.
           DISPLAY "MATRIX-ID: " MM-MATRIX-ID.
           IF MM-SCHED-FREQ = "W"
               DISPLAY "DAY OF WEEK: " MM-SCHED-DAY
           END-IF.
           IF MM-BAND-LO NUMERIC AND MM-BAND-HI NUMERIC
                   AND (MM-BAND-LO NOT = ZERO OR MM-BAND-HI NOT = ZERO)
               MOVE MM-BAND-LO TO WS-EDIT-BAND
               DISPLAY "EIGENVALUE BAND LOW: " WS-EDIT-BAND
               MOVE MM-BAND-HI TO WS-EDIT-BAND
               DISPLAY "EIGENVALUE BAND HIGH: " WS-EDIT-BAND
           ELSE
               DISPLAY "EIGENVALUE BAND: NONE"
           END-IF.

      *    The run-control lock in RUNLOCK.DAT keeps master updates
      *    out of the nightly batch window: BatchDrv holds a B entry
      *    from the extract to the final step, and an update session
      *    holds an M entry for as long as it runs.
       LOAD-RUN-LOCKS.
           MOVE ZERO TO WS-LOCK-COUNT.
           MOVE "N" TO WS-LOCK-EOF-FLAG.
           MOVE "N" TO WS-BATCH-LOCK-FLAG.
           MOVE "N" TO WS-APPROVAL-LOCK-FLAG.
           OPEN INPUT RUN-LOCK.
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF
                   READ RUN-LOCK
                       AT END MOVE "Y" TO WS-LOCK-EOF-FLAG
                       NOT AT END
                           IF LK-TYPE = "M" AND LK-PROGRAM = "MatrixApv"
                               MOVE "Y" TO WS-APPROVAL-LOCK-FLAG
                               MOVE LK-OPERATOR TO WS-APPROVAL-LOCK-OPER
                               MOVE LK-TIMESTAMP
                                   TO WS-APPROVAL-LOCK-SINCE
                           END-IF
                           IF LK-TYPE = "B"
                               MOVE "Y" TO WS-BATCH-LOCK-FLAG
                               MOVE LK-TIMESTAMP
                                   TO WS-BATCH-LOCK-SINCE
                           END-IF
                           IF WS-LOCK-COUNT < 50
                               ADD 1 TO WS-LOCK-COUNT
                               MOVE WS-LOCK-REC
                                   TO WS-LOCK-ENTRY(WS-LOCK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOCK
           END-IF.

       TAKE-MAINT-LOCK.
           MOVE SPACES TO WS-LOCK-REC.
           MOVE "M" TO LK-TYPE.
           MOVE "MatrixMnt" TO LK-PROGRAM.
           MOVE WS-OPERATOR TO LK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP.
           MOVE WS-LOCK-REC TO WS-MY-LOCK.
           OPEN EXTEND RUN-LOCK.
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT RUN-LOCK
           END-IF.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "MatrixMnt: unable to open RUNLOCK.DAT (status="
                   WS-LOCK-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE WS-LOCK-REC.
           CLOSE RUN-LOCK.
           MOVE "Y" TO WS-MAINT-LOCK-FLAG.

       RELEASE-MAINT-LOCK.
           PERFORM LOAD-RUN-LOCKS.
           OPEN OUTPUT RUN-LOCK.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "MatrixMnt: unable to open RUNLOCK.DAT (status="
                   WS-LOCK-STATUS ") - lock not released"
           ELSE
               PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                   IF WS-LOCK-ENTRY(WS-LOCK-IDX) NOT = WS-MY-LOCK
                       MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-REC
                       WRITE WS-LOCK-REC
                   END-IF
               END-PERFORM
               CLOSE RUN-LOCK
               MOVE "N" TO WS-MAINT-LOCK-FLAG
           END-IF.

      *    Changes are not applied here. Each one is queued on
      *    MATRIXPND.DAT with its before and after images and waits
      *    for a second operator to approve it in MatrixApv.
       OPEN-PEND-FILE.
           MOVE "N" TO WS-PEND-EOF-FLAG.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-EOF
                   READ PEND-FILE
                       AT END MOVE "Y" TO WS-PEND-EOF-FLAG
                       NOT AT END
                           IF PC-PEND-ID > WS-LAST-PEND-ID
                               MOVE PC-PEND-ID TO WS-LAST-PEND-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF.
           OPEN EXTEND PEND-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "MatrixMnt: unable to open MATRIXPND.DAT "
                   "(status=" WS-PEND-STATUS ")"
               IF WS-MAINT-LOCK-HELD
                   PERFORM RELEASE-MAINT-LOCK
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Another session may have queued changes since the file was
      *    opened, so the highest change number is found again before
      *    each change is queued.
       WRITE-PENDING-REC.
           CLOSE PEND-FILE.
           PERFORM OPEN-PEND-FILE.
           ADD 1 TO WS-LAST-PEND-ID.
           MOVE SPACES TO WS-PEND-REC.
           MOVE WS-LAST-PEND-ID TO PC-PEND-ID.
           MOVE "P" TO PC-STATUS.
           MOVE WS-ACTION TO PC-ACTION.
           MOVE WS-OPERATOR TO PC-ENTER-OPER.
           MOVE "MatrixMnt" TO PC-ENTER-PGM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PC-ENTER-TS.
           MOVE WS-BEFORE-IMAGE(1:926) TO PC-BEFORE.
           MOVE WS-MASTER-REC(1:926) TO PC-AFTER.
           MOVE WS-BEFORE-IMAGE(927:22) TO PC-BEFORE-BAND.
           MOVE WS-MASTER-REC(927:22) TO PC-AFTER-BAND.
           WRITE WS-PEND-REC.
