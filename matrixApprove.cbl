       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixApv.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "MATRIXPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-WORK ASSIGN TO "PENDTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-OUT ASSIGN TO "MATRIXJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RUN-LOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    PC-STATUS: P = pending, A = approved and applied,
      *    R = rejected (by the approver, or because the change could
      *    no longer be applied - see PC-DECIDE-NOTE).
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

          FD  PEND-WORK.
          01 WS-WORK-REC PIC X(1974).

          FD  MATRIX-MASTER.
          01 WS-MASTER-REC.
             05 MM-MASTER-KEY.
                10 MM-MATRIX-ID PIC X(10).
                10 MM-EFF-DATE PIC 9(8).
             05 MM-ORDER PIC 99.
             05 MM-COEF-TABLE.
                10 MM-COEF PIC S9(3)V9(5) SIGN LEADING SEPARATE
                    OCCURS 100 TIMES.
             05 MM-DEF-ITER PIC 9(2).
             05 MM-NORM-MODE PIC X.
             05 MM-STATUS PIC X.
             05 MM-SCHED-FREQ PIC X.
             05 MM-SCHED-DAY PIC 9.
             05 MM-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 MM-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.

          FD  JOURNAL-OUT.
          01 WS-JOURNAL-REC.
             05 JR-TIMESTAMP PIC X(14).
             05 JR-OPERATOR PIC X(8).
             05 JR-PROGRAM PIC X(9).
             05 JR-ACTION PIC X(10).
             05 JR-BEFORE PIC X(926).
             05 JR-AFTER PIC X(926).
             05 JR-APPROVER PIC X(8).
             05 JR-BEFORE-BAND PIC X(22).
             05 JR-AFTER-BAND PIC X(22).

      *    B = nightly batch window held by BatchDrv,
      *    M = maintenance session held by an update program.
          FD  RUN-LOCK.
          01 WS-LOCK-REC.
             05 LK-TYPE PIC X.
             05 LK-PROGRAM PIC X(9).
             05 LK-OPERATOR PIC X(8).
             05 LK-TIMESTAMP PIC X(14).

          WORKING-STORAGE SECTION.
          01 WS-PEND-STATUS PIC XX.
          01 WS-WORK-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-JOURNAL-STATUS PIC XX.
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-QUIT-FLAG PIC X VALUE "N".
              88 WS-QUIT VALUE "Y".
          01 WS-APPROVER PIC X(8).
          01 WS-DECISION PIC X.
          01 WS-REASON PIC X(8).
          01 WS-NOW PIC X(14).
          01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
          01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
          01 WS-APPROVED-COUNT PIC 9(6) VALUE ZERO.
          01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
          01 WS-FAILED-COUNT PIC 9(6) VALUE ZERO.
          01 WS-LEFT-COUNT PIC 9(6) VALUE ZERO.
          01 WS-BEFORE-VIEW.
             05 BV-MATRIX-ID PIC X(10).
             05 BV-EFF-DATE PIC 9(8).
             05 BV-ORDER PIC 99.
             05 BV-COEF-TABLE.
                10 BV-COEF PIC S9(3)V9(5) SIGN LEADING SEPARATE
                    OCCURS 100 TIMES.
             05 BV-DEF-ITER PIC 9(2).
             05 BV-NORM-MODE PIC X.
             05 BV-STATUS PIC X.
             05 BV-SCHED-FREQ PIC X.
             05 BV-SCHED-DAY PIC 9.
             05 BV-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 BV-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.
          01 WS-AFTER-VIEW.
             05 AV-MATRIX-ID PIC X(10).
             05 AV-EFF-DATE PIC 9(8).
             05 AV-ORDER PIC 99.
             05 AV-COEF-TABLE.
                10 AV-COEF PIC S9(3)V9(5) SIGN LEADING SEPARATE
                    OCCURS 100 TIMES.
             05 AV-DEF-ITER PIC 9(2).
             05 AV-NORM-MODE PIC X.
             05 AV-STATUS PIC X.
             05 AV-SCHED-FREQ PIC X.
             05 AV-SCHED-DAY PIC 9.
             05 AV-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 AV-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.
          01 WS-BEFORE-IMAGE PIC X(948).
          01 WS-AFTER-IMAGE PIC X(948).
          01 WS-BEFORE-ORDER PIC 99.
          01 WS-AFTER-ORDER PIC 99.
          01 WS-GRID-ORDER PIC 99.
          01 WS-ROW PIC 99.
          01 WS-COL PIC 99.
          01 WS-COEF-IDX PIC 9(3).
          01 WS-EDIT-COEF PIC -(3)9.99999.
          01 WS-SHOW-BEFORE PIC X(10).
          01 WS-SHOW-AFTER PIC X(10).
          01 WS-CHANGE-MARK PIC X(3).
          01 WS-EDIT-BAND PIC -(5)9.99999.
          01 WS-SHOW-BAND-B PIC X(12).
          01 WS-SHOW-BAND-A PIC X(12).
          01 WS-LOCK-STATUS PIC XX.
          01 WS-LOCK-EOF-FLAG PIC X VALUE "N".
              88 WS-LOCK-EOF VALUE "Y".
          01 WS-BATCH-LOCK-FLAG PIC X VALUE "N".
              88 WS-BATCH-LOCKED VALUE "Y".
          01 WS-BATCH-LOCK-SINCE PIC X(14).
          01 WS-MAINT-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-MAINT-LOCK-FLAG PIC X VALUE "N".
              88 WS-MAINT-LOCK-HELD VALUE "Y".
          01 WS-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-LOCK-IDX PIC 99.
          01 WS-LOCK-TABLE.
             05 WS-LOCK-ENTRY PIC X(32) OCCURS 50 TIMES.
          01 WS-MY-LOCK PIC X(32) VALUE SPACES.

      *    Changes entered through MatrixMnt and MatrixBt wait on
      *    MATRIXPND.DAT until a second operator approves them here.
      *    Only approved changes reach the master, and each one is
      *    journaled with both the entering operator and the approver.
      *    An operator may not approve a change they entered.
       PROCEDURE DIVISION.
           DISPLAY "MatrixApv: matrix master change approval".
           DISPLAY "Approver initials: ".
           ACCEPT WS-APPROVER FROM CONSOLE.
           IF WS-APPROVER = SPACES OR WS-APPROVER = "BATCH"
               DISPLAY "MatrixApv: approver initials are required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RUN-LOCKS.
           IF WS-BATCH-LOCKED
               DISPLAY "MatrixApv: the nightly run has held the batch "
                   "window since " WS-BATCH-LOCK-SINCE
               DISPLAY "MatrixApv: approvals are refused until it "
                   "finishes"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    MATRIXPND.DAT is rewritten at the end of the session, so
      *    approval runs alone: no other update session may be open.
           IF WS-MAINT-LOCK-COUNT > 0
               PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                   MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-REC
                   IF LK-TYPE = "M"
                       DISPLAY "MatrixApv: maintenance lock held by "
                           FUNCTION TRIM(LK-PROGRAM) " operator "
                           FUNCTION TRIM(LK-OPERATOR) " since "
                           LK-TIMESTAMP
                   END-IF
               END-PERFORM
               DISPLAY "MatrixApv: approvals are refused until those "
                   "sessions end"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS = "35"
               DISPLAY "MatrixApv: no MATRIXPND.DAT, nothing pending"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "MatrixApv: unable to open MATRIXPND.DAT "
                   "(status=" WS-PEND-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PEND-WORK.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "MatrixApv: unable to open PENDTMP.DAT "
                   "(status=" WS-WORK-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MATRIX-MASTER.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT MATRIX-MASTER
               CLOSE MATRIX-MASTER
               OPEN I-O MATRIX-MASTER
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MatrixApv: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-OUT.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-OUT
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MatrixApv: unable to open MATRIXJRN.DAT "
                   "(status=" WS-JOURNAL-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TAKE-MAINT-LOCK.
           PERFORM READ-PEND-REC.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-COUNT
               IF PC-STATUS = "P"
                   ADD 1 TO WS-PENDING-COUNT
                   IF WS-QUIT
                       ADD 1 TO WS-LEFT-COUNT
                   ELSE
                       PERFORM REVIEW-ONE-CHANGE
                   END-IF
               END-IF
               WRITE WS-WORK-REC FROM WS-PEND-REC
               PERFORM READ-PEND-REC
           END-PERFORM.
           CLOSE PEND-FILE.
           CLOSE PEND-WORK.
           CLOSE MATRIX-MASTER.
           CLOSE JOURNAL-OUT.
           PERFORM COPY-WORK-TO-PEND.
           PERFORM RELEASE-MAINT-LOCK.
           DISPLAY "MatrixApv: " WS-PENDING-COUNT " pending, "
               WS-APPROVED-COUNT " approved, " WS-REJECTED-COUNT
               " rejected, " WS-FAILED-COUNT " not applicable, "
               WS-LEFT-COUNT " left pending".
           MOVE 0 TO RETURN-CODE.

       STOP RUN.

       READ-PEND-REC.
           READ PEND-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       REVIEW-ONE-CHANGE.
           IF PC-ENTER-OPER = WS-APPROVER
               DISPLAY "MatrixApv: change " PC-PEND-ID
                   " was entered by " FUNCTION TRIM(WS-APPROVER)
                   " - another operator must approve it"
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               PERFORM SHOW-CHANGE
               DISPLAY "A=approve R=reject S=skip Q=quit: "
               ACCEPT WS-DECISION FROM CONSOLE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
               EVALUATE WS-DECISION
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPLY-PENDING-CHANGE
                   WHEN "R"
                   WHEN "r"
                       DISPLAY "Reason (up to 8 characters): "
                       ACCEPT WS-REASON FROM CONSOLE
                       IF WS-REASON = SPACES
                           MOVE "REJECTED" TO WS-REASON
                       END-IF
                       MOVE "R" TO PC-STATUS
                       MOVE WS-APPROVER TO PC-DECIDE-OPER
                       MOVE WS-NOW TO PC-DECIDE-TS
                       MOVE WS-REASON TO PC-DECIDE-NOTE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "MatrixApv: change " PC-PEND-ID
                           " rejected"
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO WS-QUIT-FLAG
                       ADD 1 TO WS-LEFT-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-LEFT-COUNT
               END-EVALUATE
           END-IF.

      *    A change or deactivation is applied only if the master
      *    still holds exactly the image the change was entered
      *    against; otherwise another change got there first and this
      *    one is closed as STALE for re-entry.
       APPLY-PENDING-CHANGE.
           MOVE SPACES TO WS-REASON.
           PERFORM LOAD-CHANGE-IMAGES.
           IF PC-ACTION = "ADD"
               MOVE WS-AFTER-IMAGE TO WS-MASTER-REC
               WRITE WS-MASTER-REC
                   INVALID KEY MOVE "DUPKEY" TO WS-REASON
               END-WRITE
           ELSE
               MOVE PC-BEFORE(1:18) TO MM-MASTER-KEY
               READ MATRIX-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "NOTFOUND" TO WS-REASON
               ELSE
                   IF WS-MASTER-REC NOT = WS-BEFORE-IMAGE
                       MOVE "STALE" TO WS-REASON
                   ELSE
                       MOVE WS-AFTER-IMAGE TO WS-MASTER-REC
                       REWRITE WS-MASTER-REC
                       IF WS-MASTER-STATUS NOT = "00"
                           MOVE "IOERROR" TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-APPROVER TO PC-DECIDE-OPER.
           MOVE WS-NOW TO PC-DECIDE-TS.
           IF WS-REASON = SPACES
               MOVE "A" TO PC-STATUS
               MOVE "APPLIED" TO PC-DECIDE-NOTE
               PERFORM WRITE-JOURNAL-REC
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "MatrixApv: change " PC-PEND-ID
                   " approved and applied"
           ELSE
               MOVE "R" TO PC-STATUS
               MOVE WS-REASON TO PC-DECIDE-NOTE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "MatrixApv: change " PC-PEND-ID
                   " could not be applied (" FUNCTION TRIM(WS-REASON)
                   ") - closed, re-enter if still wanted"
           END-IF.

       WRITE-JOURNAL-REC.
           MOVE WS-NOW TO JR-TIMESTAMP.
           MOVE PC-ENTER-OPER TO JR-OPERATOR.
           MOVE PC-ENTER-PGM TO JR-PROGRAM.
           MOVE PC-ACTION TO JR-ACTION.
           MOVE PC-BEFORE TO JR-BEFORE.
           MOVE PC-AFTER TO JR-AFTER.
           MOVE WS-APPROVER TO JR-APPROVER.
           MOVE PC-BEFORE-BAND TO JR-BEFORE-BAND.
           MOVE PC-AFTER-BAND TO JR-AFTER-BAND.
           WRITE WS-JOURNAL-REC.

      *    Full master images are the 926-byte image plus the band
      *    carried at the end of the pending record.
       LOAD-CHANGE-IMAGES.
           MOVE PC-BEFORE TO WS-BEFORE-IMAGE.
           MOVE PC-BEFORE-BAND TO WS-BEFORE-IMAGE(927:22).
           MOVE PC-AFTER TO WS-AFTER-IMAGE.
           MOVE PC-AFTER-BAND TO WS-AFTER-IMAGE(927:22).

      *    Before and after images side by side, one line per field
      *    and one per coefficient cell; cells that differ are
      *    marked <<<.
       SHOW-CHANGE.
           PERFORM LOAD-CHANGE-IMAGES.
           MOVE WS-BEFORE-IMAGE TO WS-BEFORE-VIEW.
           MOVE WS-AFTER-IMAGE TO WS-AFTER-VIEW.
           DISPLAY " ".
           DISPLAY "===== Change " PC-PEND-ID " - "
               FUNCTION TRIM(PC-ACTION) " entered by "
               FUNCTION TRIM(PC-ENTER-OPER) " via "
               FUNCTION TRIM(PC-ENTER-PGM) " at " PC-ENTER-TS
               " =====".
           DISPLAY "FIELD         BEFORE       AFTER".
           IF PC-BEFORE = SPACES
               MOVE ZERO TO WS-BEFORE-ORDER
               DISPLAY "MATRIX-ID     (none)       " AV-MATRIX-ID
               DISPLAY "EFF DATE                   " AV-EFF-DATE
               DISPLAY "ORDER                      " AV-ORDER
               DISPLAY "DEF ITER                   " AV-DEF-ITER
               DISPLAY "NORM MODE                  " AV-NORM-MODE
               DISPLAY "STATUS                     " AV-STATUS
               DISPLAY "SCHEDULE                   " AV-SCHED-FREQ
                   "/" AV-SCHED-DAY
               MOVE "(none)" TO WS-SHOW-BAND-B
               PERFORM SHOW-AFTER-BAND-LO
               DISPLAY "BAND LOW      " WS-SHOW-BAND-B " "
                   WS-SHOW-BAND-A
               PERFORM SHOW-AFTER-BAND-HI
               DISPLAY "BAND HIGH     " WS-SHOW-BAND-B " "
                   WS-SHOW-BAND-A
           ELSE
               MOVE BV-ORDER TO WS-BEFORE-ORDER
               DISPLAY "MATRIX-ID     " BV-MATRIX-ID "   "
                   AV-MATRIX-ID
               DISPLAY "EFF DATE      " BV-EFF-DATE "     "
                   AV-EFF-DATE
               DISPLAY "ORDER         " BV-ORDER "           "
                   AV-ORDER
               DISPLAY "DEF ITER      " BV-DEF-ITER "           "
                   AV-DEF-ITER
               DISPLAY "NORM MODE     " BV-NORM-MODE "            "
                   AV-NORM-MODE
               DISPLAY "STATUS        " BV-STATUS "            "
                   AV-STATUS
               DISPLAY "SCHEDULE      " BV-SCHED-FREQ "/"
                   BV-SCHED-DAY "          " AV-SCHED-FREQ "/"
                   AV-SCHED-DAY
               PERFORM SHOW-BEFORE-BAND-LO
               PERFORM SHOW-AFTER-BAND-LO
               DISPLAY "BAND LOW      " WS-SHOW-BAND-B " "
                   WS-SHOW-BAND-A
               PERFORM SHOW-BEFORE-BAND-HI
               PERFORM SHOW-AFTER-BAND-HI
               DISPLAY "BAND HIGH     " WS-SHOW-BAND-B " "
                   WS-SHOW-BAND-A
           END-IF.
           MOVE AV-ORDER TO WS-AFTER-ORDER.
           IF WS-BEFORE-ORDER > 10
               MOVE 10 TO WS-BEFORE-ORDER
           END-IF.
           IF WS-AFTER-ORDER > 10
               MOVE 10 TO WS-AFTER-ORDER
           END-IF.
           MOVE WS-AFTER-ORDER TO WS-GRID-ORDER.
           IF WS-BEFORE-ORDER > WS-GRID-ORDER
               MOVE WS-BEFORE-ORDER TO WS-GRID-ORDER
           END-IF.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-GRID-ORDER
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > WS-GRID-ORDER
                   PERFORM SHOW-COEF-CELL
               END-PERFORM
           END-PERFORM.

       SHOW-COEF-CELL.
           MOVE SPACES TO WS-SHOW-BEFORE WS-SHOW-AFTER WS-CHANGE-MARK.
           IF WS-ROW <= WS-BEFORE-ORDER AND WS-COL <= WS-BEFORE-ORDER
               COMPUTE WS-COEF-IDX =
                   (WS-ROW - 1) * WS-BEFORE-ORDER + WS-COL
               MOVE BV-COEF(WS-COEF-IDX) TO WS-EDIT-COEF
               MOVE WS-EDIT-COEF TO WS-SHOW-BEFORE
           END-IF.
           IF WS-ROW <= WS-AFTER-ORDER AND WS-COL <= WS-AFTER-ORDER
               COMPUTE WS-COEF-IDX =
                   (WS-ROW - 1) * WS-AFTER-ORDER + WS-COL
               MOVE AV-COEF(WS-COEF-IDX) TO WS-EDIT-COEF
               MOVE WS-EDIT-COEF TO WS-SHOW-AFTER
           END-IF.
           IF WS-SHOW-BEFORE NOT = WS-SHOW-AFTER
               MOVE "<<<" TO WS-CHANGE-MARK
           END-IF.
           DISPLAY "COEF (" WS-ROW "," WS-COL ")  " WS-SHOW-BEFORE
               "   " WS-SHOW-AFTER "  " WS-CHANGE-MARK.

      *    A band that is blank or zero to zero means the matrix has
      *    no tolerance band and TolChk does not check it.
       SHOW-BEFORE-BAND-LO.
           IF BV-BAND-LO NUMERIC AND BV-BAND-HI NUMERIC
                   AND (BV-BAND-LO NOT = ZERO OR BV-BAND-HI NOT = ZERO)
               MOVE BV-BAND-LO TO WS-EDIT-BAND
               MOVE WS-EDIT-BAND TO WS-SHOW-BAND-B
           ELSE
               MOVE "(none)" TO WS-SHOW-BAND-B
           END-IF.

       SHOW-BEFORE-BAND-HI.
           IF BV-BAND-LO NUMERIC AND BV-BAND-HI NUMERIC
                   AND (BV-BAND-LO NOT = ZERO OR BV-BAND-HI NOT = ZERO)
               MOVE BV-BAND-HI TO WS-EDIT-BAND
               MOVE WS-EDIT-BAND TO WS-SHOW-BAND-B
           ELSE
               MOVE "(none)" TO WS-SHOW-BAND-B
           END-IF.

       SHOW-AFTER-BAND-LO.
           IF AV-BAND-LO NUMERIC AND AV-BAND-HI NUMERIC
                   AND (AV-BAND-LO NOT = ZERO OR AV-BAND-HI NOT = ZERO)
               MOVE AV-BAND-LO TO WS-EDIT-BAND
               MOVE WS-EDIT-BAND TO WS-SHOW-BAND-A
           ELSE
               MOVE "(none)" TO WS-SHOW-BAND-A
           END-IF.

       SHOW-AFTER-BAND-HI.
           IF AV-BAND-LO NUMERIC AND AV-BAND-HI NUMERIC
                   AND (AV-BAND-LO NOT = ZERO OR AV-BAND-HI NOT = ZERO)
               MOVE AV-BAND-HI TO WS-EDIT-BAND
               MOVE WS-EDIT-BAND TO WS-SHOW-BAND-A
           ELSE
               MOVE "(none)" TO WS-SHOW-BAND-A
           END-IF.

      *    The approved changes are on the master by now, so if
      *    MATRIXPND.DAT cannot be rewritten the lock is kept: it
      *    would otherwise still show them pending, to be approved
      *    and applied a second time.
       COPY-WORK-TO-PEND.
           OPEN INPUT PEND-WORK.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "MatrixApv: unable to open PENDTMP.DAT (status="
                   WS-WORK-STATUS ") - MATRIXPND.DAT not rewritten"
               PERFORM SHOW-PEND-LOCK-KEPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "MatrixApv: unable to rewrite MATRIXPND.DAT "
                   "(status=" WS-PEND-STATUS ") - decisions are in "
                   "PENDTMP.DAT"
               CLOSE PEND-WORK
               PERFORM SHOW-PEND-LOCK-KEPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PEND-WORK
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       WRITE WS-PEND-REC FROM WS-WORK-REC
               END-READ
           END-PERFORM.
           CLOSE PEND-WORK.
           CLOSE PEND-FILE.

       SHOW-PEND-LOCK-KEPT.
           DISPLAY "MatrixApv: maintenance lock kept on RUNLOCK.DAT - "
               "copy PENDTMP.DAT to MATRIXPND.DAT, then clear the "
               "lock with RunLock".

      *    The run-control lock in RUNLOCK.DAT keeps master updates
      *    out of the nightly batch window: BatchDrv holds a B entry
      *    from the extract to the final step, and an update session
      *    holds an M entry for as long as it runs.
       LOAD-RUN-LOCKS.
           MOVE ZERO TO WS-LOCK-COUNT.
           MOVE "N" TO WS-LOCK-EOF-FLAG.
           MOVE "N" TO WS-BATCH-LOCK-FLAG.
           MOVE ZERO TO WS-MAINT-LOCK-COUNT.
           OPEN INPUT RUN-LOCK.
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF
                   READ RUN-LOCK
                       AT END MOVE "Y" TO WS-LOCK-EOF-FLAG
                       NOT AT END
                           IF LK-TYPE = "M"
                               ADD 1 TO WS-MAINT-LOCK-COUNT
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
           MOVE "MatrixApv" TO LK-PROGRAM.
           MOVE WS-APPROVER TO LK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP.
           MOVE WS-LOCK-REC TO WS-MY-LOCK.
           OPEN EXTEND RUN-LOCK.
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT RUN-LOCK
           END-IF.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "MatrixApv: unable to open RUNLOCK.DAT (status="
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
               DISPLAY "MatrixApv: unable to open RUNLOCK.DAT (status="
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
