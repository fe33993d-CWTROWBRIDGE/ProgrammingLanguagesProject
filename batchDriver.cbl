           SELECT JOBSUM-OUT ASSIGN TO "JOBSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-STATUS.
           SELECT RUN-STATE ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT RESTART-PARM ASSIGN TO "RSTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTPARM-STATUS.
           SELECT RUN-LOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD  JOBSUM-OUT.
          01 WS-JOBSUM-REC PIC X(80).

      *    One "H" record carrying the run date and run status
      *    (R=running, A=aborted, C=complete), then one "S" record
      *    per step in control-file order.
          FD  RUN-STATE.
          01 WS-STATE-REC.
             05 RS-REC-TYPE PIC X.
             05 RS-RUN-DATE PIC 9(8).
             05 RS-RUN-STATUS PIC X.
             05 RS-STEP-SEQ PIC 99.
             05 RS-STEP-PGM PIC X(8).
             05 RS-STEP-START PIC X(14).
             05 RS-STEP-END PIC X(14).
             05 RS-STEP-CC PIC 9(4).
             05 RS-STEP-STATE PIC X.

          FD  RESTART-PARM.
          01 WS-RSTPARM-REC.
             05 RP-STEP-PGM PIC X(8).

      *    B = nightly batch window held by BatchDrv,
      *    M = maintenance session held by an update program.
          FD  RUN-LOCK.
          01 WS-LOCK-REC.
             05 LK-TYPE PIC X.
             05 LK-PROGRAM PIC X(9).
             05 LK-OPERATOR PIC X(8).
             05 LK-TIMESTAMP PIC X(14).

          WORKING-STORAGE SECTION.
          01 WS-CMD PIC X(80).
          01 WS-EOF-FLAG PIC X VALUE "N".
          01 WS-FNAME-CHAR PIC X.
          01 WS-CONTROL-STATUS PIC XX.
          01 WS-JOBSUM-STATUS PIC XX.
          01 WS-STATE-STATUS PIC XX.
          01 WS-RSTPARM-STATUS PIC XX.
          01 WS-STATE-EOF-FLAG PIC X VALUE "N".
              88 WS-STATE-EOF VALUE "Y".
          01 WS-RUN-DATE PIC 9(8).
          01 WS-RUN-STATUS PIC X VALUE "R".
          01 WS-RESTART-FLAG PIC X VALUE "N".
              88 WS-RESTARTING VALUE "Y".
          01 WS-STATE-MISMATCH-FLAG PIC X VALUE "N".
              88 WS-STATE-MISMATCH VALUE "Y".
          01 WS-FORCE-STEP PIC X(8) VALUE SPACES.
          01 WS-RESTART-SEQ PIC 99 VALUE 1.
          01 WS-CTL-SEQ PIC 99 VALUE ZERO.
          01 WS-PRIOR-RUN-DATE PIC 9(8) VALUE ZERO.
          01 WS-PRIOR-STATUS PIC X VALUE SPACE.
          01 WS-PRIOR-COUNT PIC 99 VALUE ZERO.
          01 WS-PRIOR-TABLE.
             05 WS-PRIOR-ENTRY OCCURS 50 TIMES.
                10 WS-PRIOR-PGM PIC X(8).
                10 WS-PRIOR-START PIC X(14).
                10 WS-PRIOR-END PIC X(14).
                10 WS-PRIOR-CC PIC 9(4).
                10 WS-PRIOR-STATE PIC X.
          01 WS-STEP-RC PIC 9(4).
          01 WS-ABORT-FLAG PIC X VALUE "N".
              88 WS-RUN-ABORTED VALUE "Y".
                10 WS-STEP-START PIC X(14).
                10 WS-STEP-END PIC X(14).
                10 WS-STEP-CC PIC 9(4).
                10 WS-STEP-STATE PIC X.
                10 WS-STEP-DISP PIC X(7).
          01 WS-LOCK-STATUS PIC XX.
          01 WS-LOCK-EOF-FLAG PIC X VALUE "N".
              88 WS-LOCK-EOF VALUE "Y".
          01 WS-BATCH-LOCK-FLAG PIC X VALUE "N".
              88 WS-BATCH-LOCKED VALUE "Y".
          01 WS-BATCH-LOCK-SINCE PIC X(14).
          01 WS-MAINT-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-BATCH-LOCK-HELD-FLAG PIC X VALUE "N".
              88 WS-BATCH-LOCK-HELD VALUE "Y".
          01 WS-EXTRACT-SEEN-FLAG PIC X VALUE "N".
              88 WS-EXTRACT-SEEN VALUE "Y".
          01 WS-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-LOCK-IDX PIC 99.
          01 WS-LOCK-TABLE.
             05 WS-LOCK-ENTRY PIC X(32) OCCURS 50 TIMES.
          01 WS-SUM-LINE PIC X(80).
          01 WS-EDIT-CC PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "BatchDrv: starting nightly run".
           PERFORM LOAD-RUN-STATE.
           PERFORM READ-RESTART-PARM.
           PERFORM SET-RESTART-POINT.
           PERFORM CHECK-MAINT-LOCKS.
           OPEN INPUT CONTROL-IN.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "BatchDrv: unable to open BATCHCTL.DAT (status="
           END-IF.
           PERFORM READ-CTL-REC.
           PERFORM UNTIL WS-EOF OR WS-RUN-ABORTED
               ADD 1 TO WS-CTL-SEQ
               IF WS-CTL-SEQ < WS-RESTART-SEQ
                   PERFORM SKIP-ONE-STEP
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
               PERFORM SAVE-RUN-STATE
               PERFORM READ-CTL-REC
           END-PERFORM.
           CLOSE CONTROL-IN.
           IF WS-RUN-ABORTED
               MOVE "A" TO WS-RUN-STATUS
           ELSE
               MOVE "C" TO WS-RUN-STATUS
           END-IF.
           PERFORM SAVE-RUN-STATE.
           IF WS-BATCH-LOCK-HELD
               IF WS-RUN-ABORTED
                   DISPLAY "BatchDrv: batch-window lock kept for "
                       "the restart"
               ELSE
                   PERFORM RELEASE-BATCH-LOCK
               END-IF
           END-IF.
           PERFORM WRITE-JOB-SUMMARY.
           IF WS-RUN-ABORTED
               DISPLAY "BatchDrv: nightly run ABORTED by step failure"
           END-READ.

       RUN-ONE-STEP.
      *    The report package takes in JOBSUM.DAT, so the summary of
      *    the steps run so far is written before it; the complete
      *    summary replaces it when the run ends.
           IF CTL-PGM = "RptPkg"
               PERFORM WRITE-JOB-SUMMARY
           END-IF.
           IF CTL-PGM = "MatrixXt"
               MOVE "Y" TO WS-EXTRACT-SEEN-FLAG
           END-IF.
           IF WS-EXTRACT-SEEN AND NOT WS-BATCH-LOCK-HELD
               PERFORM TAKE-BATCH-LOCK
           END-IF.
           DISPLAY "BatchDrv: running " FUNCTION TRIM(CTL-PGM)
               " with input " FUNCTION TRIM(CTL-INPUT).
           IF WS-STEP-COUNT < 50
               MOVE CTL-PGM TO WS-STEP-PGM(WS-STEP-COUNT)
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WS-STEP-START(WS-STEP-COUNT)
               MOVE "C" TO WS-STEP-STATE(WS-STEP-COUNT)
               MOVE "RUN" TO WS-STEP-DISP(WS-STEP-COUNT)
           ELSE
               MOVE "N" TO WS-STEP-REC-FLAG
               DISPLAY "BatchDrv: step table full, "
                       MOVE "./Archiver" TO WS-CMD
                   WHEN "AuditRpt"
                       MOVE "./AuditRpt" TO WS-CMD
                   WHEN "PendAge"
                       MOVE "./PendAge" TO WS-CMD
                   WHEN "MstBkup"
                       MOVE "./MstBkup" TO WS-CMD
                   WHEN "MstCatlg"
                       MOVE "./MstCatlg" TO WS-CMD
                   WHEN "TolChk"
                       MOVE "./TolChk" TO WS-CMD
                   WHEN "EigSpec"
                       MOVE "./EigSpec" TO WS-CMD
                   WHEN "SensAnl"
                       MOVE "./SensAnl" TO WS-CMD
                   WHEN "LinSolv"
                       MOVE "./LinSolv" TO WS-CMD
                   WHEN "SubBill"
                       MOVE "./SubBill" TO WS-CMD
                   WHEN "AckRecon"
                       MOVE "./AckRecon" TO WS-CMD
                   WHEN "RptPkg"
                       MOVE "./RptPkg" TO WS-CMD
                   WHEN "IterAdv"
                       MOVE "./IterAdv" TO WS-CMD
                   WHEN OTHER
                       DISPLAY "BatchDrv: rejected control program '"
                           FUNCTION TRIM(CTL-PGM)
                           "' - only MatrixXt, EditVal, Power2, "
                           "Power3, PowerN, RootFeed, Root, "
                           "ExcRerun, AuditCon, ResDist, ResAccum, "
                           "ResStats, BalChk, ResKeep, Archiver, "
                           "AuditRpt, PendAge, MstBkup, MstCatlg, "
                           "TolChk, EigSpec, SensAnl, LinSolv, "
                           "SubBill, AckRecon, RptPkg or IterAdv "
                           "allowed"
                       MOVE 16 TO WS-STEP-RC
               END-EVALUATE
               IF WS-CMD NOT = SPACES
               IF CTL-POLICY = "ABORT"
                   MOVE "Y" TO WS-ABORT-FLAG
                   MOVE CTL-PGM TO WS-ABORT-STEP
                   IF WS-STEP-RECORDED
                       MOVE "A" TO WS-STEP-STATE(WS-STEP-COUNT)
                   END-IF
               ELSE
                   DISPLAY "BatchDrv: policy is CONTINUE, "
                       "run proceeds"
               END-IF
           END-IF.

      *    A step already completed by the run being restarted is not
      *    run again; it is carried into the job summary and the run
      *    state with the condition code it finished with.
       SKIP-ONE-STEP.
           DISPLAY "BatchDrv: skipping " FUNCTION TRIM(CTL-PGM)
               " - completed before restart".
           IF CTL-PGM = "MatrixXt"
               MOVE "Y" TO WS-EXTRACT-SEEN-FLAG
           END-IF.
           IF WS-STEP-COUNT < 50
               ADD 1 TO WS-STEP-COUNT
               MOVE CTL-PGM TO WS-STEP-PGM(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-START(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-END(WS-STEP-COUNT)
               MOVE ZERO TO WS-STEP-CC(WS-STEP-COUNT)
               IF WS-CTL-SEQ <= WS-PRIOR-COUNT
                   MOVE WS-PRIOR-START(WS-CTL-SEQ)
                       TO WS-STEP-START(WS-STEP-COUNT)
                   MOVE WS-PRIOR-END(WS-CTL-SEQ)
                       TO WS-STEP-END(WS-STEP-COUNT)
                   MOVE WS-PRIOR-CC(WS-CTL-SEQ)
                       TO WS-STEP-CC(WS-STEP-COUNT)
               END-IF
               MOVE "C" TO WS-STEP-STATE(WS-STEP-COUNT)
               MOVE "SKIPPED" TO WS-STEP-DISP(WS-STEP-COUNT)
           END-IF.

       LOAD-RUN-STATE.
           OPEN INPUT RUN-STATE.
           IF WS-STATE-STATUS = "35"
               DISPLAY "BatchDrv: no RUNSTATE.DAT, fresh run"
           ELSE
               IF WS-STATE-STATUS NOT = "00"
                   DISPLAY "BatchDrv: unable to open RUNSTATE.DAT "
                       "(status=" WS-STATE-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-STATE-EOF
                   READ RUN-STATE
                       AT END MOVE "Y" TO WS-STATE-EOF-FLAG
                       NOT AT END
                           EVALUATE RS-REC-TYPE
                               WHEN "H"
                                   MOVE RS-RUN-DATE
                                       TO WS-PRIOR-RUN-DATE
                                   MOVE RS-RUN-STATUS
                                       TO WS-PRIOR-STATUS
                               WHEN "S"
                                   IF WS-PRIOR-COUNT < 50
                                       ADD 1 TO WS-PRIOR-COUNT
                                       MOVE RS-STEP-PGM TO
                                           WS-PRIOR-PGM(WS-PRIOR-COUNT)
                                       MOVE RS-STEP-START TO
                                         WS-PRIOR-START(WS-PRIOR-COUNT)
                                       MOVE RS-STEP-END TO
                                           WS-PRIOR-END(WS-PRIOR-COUNT)
                                       MOVE RS-STEP-CC TO
                                           WS-PRIOR-CC(WS-PRIOR-COUNT)
                                       MOVE RS-STEP-STATE TO
                                         WS-PRIOR-STATE(WS-PRIOR-COUNT)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RUN-STATE
           END-IF.

      *    RSTPARM.DAT names the step an operator wants the run to
      *    restart at. It is used once and then emptied.
       READ-RESTART-PARM.
           OPEN INPUT RESTART-PARM.
           IF WS-RSTPARM-STATUS = "00"
               READ RESTART-PARM
                   AT END MOVE SPACES TO WS-RSTPARM-REC
               END-READ
               MOVE RP-STEP-PGM TO WS-FORCE-STEP
               CLOSE RESTART-PARM
               IF WS-FORCE-STEP NOT = SPACES
                   OPEN OUTPUT RESTART-PARM
                   CLOSE RESTART-PARM
               END-IF
           END-IF.

      *    A run that aborted (or never recorded its finish) resumes
      *    at the first step that did not complete; a step named in
      *    RSTPARM.DAT overrides that. Restarts keep the run date of
      *    the original run.
       SET-RESTART-POINT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 1 TO WS-RESTART-SEQ.
           IF WS-FORCE-STEP NOT = SPACES
               MOVE ZERO TO WS-RESTART-SEQ
               MOVE "Y" TO WS-RESTART-FLAG
           ELSE
               IF WS-PRIOR-STATUS = "A" OR WS-PRIOR-STATUS = "R"
                   MOVE "Y" TO WS-RESTART-FLAG
                   PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                           UNTIL WS-STEP-IDX > WS-PRIOR-COUNT
                              OR WS-PRIOR-STATE(WS-STEP-IDX) NOT = "C"
                       CONTINUE
                   END-PERFORM
                   MOVE WS-STEP-IDX TO WS-RESTART-SEQ
               END-IF
           END-IF.
           IF WS-RESTARTING
               PERFORM SCAN-CONTROL-FILE
               IF WS-FORCE-STEP NOT = SPACES AND WS-RESTART-SEQ = ZERO
                   DISPLAY "BatchDrv: restart step "
                       FUNCTION TRIM(WS-FORCE-STEP)
                       " is not in BATCHCTL.DAT - run not started"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-STATE-MISMATCH
                   DISPLAY "BatchDrv: BATCHCTL.DAT no longer matches "
                       "the run state of " WS-PRIOR-RUN-DATE
                       " - name a restart step in RSTPARM.DAT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PRIOR-RUN-DATE NOT = ZERO
                   MOVE WS-PRIOR-RUN-DATE TO WS-RUN-DATE
               END-IF
               DISPLAY "BatchDrv: restarting run of " WS-RUN-DATE
                   " at step " WS-RESTART-SEQ
           END-IF.

       SCAN-CONTROL-FILE.
           OPEN INPUT CONTROL-IN.
           IF WS-CONTROL-STATUS = "00"
               MOVE ZERO TO WS-CTL-SEQ
               PERFORM READ-CTL-REC
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-CTL-SEQ
                   IF WS-FORCE-STEP NOT = SPACES
                      AND WS-RESTART-SEQ = ZERO
                      AND CTL-PGM = WS-FORCE-STEP
                       MOVE WS-CTL-SEQ TO WS-RESTART-SEQ
                   END-IF
                   IF WS-FORCE-STEP = SPACES
                      AND WS-CTL-SEQ < WS-RESTART-SEQ
                       IF CTL-PGM NOT = WS-PRIOR-PGM(WS-CTL-SEQ)
                           MOVE "Y" TO WS-STATE-MISMATCH-FLAG
                       END-IF
                   END-IF
                   PERFORM READ-CTL-REC
               END-PERFORM
               CLOSE CONTROL-IN
               MOVE "N" TO WS-EOF-FLAG
               MOVE ZERO TO WS-CTL-SEQ
           END-IF.

       SAVE-RUN-STATE.
           OPEN OUTPUT RUN-STATE.
           IF WS-STATE-STATUS NOT = "00"
               DISPLAY "BatchDrv: unable to open RUNSTATE.DAT (status="
                   WS-STATE-STATUS ")"
           ELSE
               MOVE SPACES TO WS-STATE-REC
               MOVE "H" TO RS-REC-TYPE
               MOVE WS-RUN-DATE TO RS-RUN-DATE
               MOVE WS-RUN-STATUS TO RS-RUN-STATUS
               MOVE ZERO TO RS-STEP-SEQ
               MOVE ZERO TO RS-STEP-CC
               WRITE WS-STATE-REC
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   MOVE SPACES TO WS-STATE-REC
                   MOVE "S" TO RS-REC-TYPE
                   MOVE WS-RUN-DATE TO RS-RUN-DATE
                   MOVE WS-RUN-STATUS TO RS-RUN-STATUS
                   MOVE WS-STEP-IDX TO RS-STEP-SEQ
                   MOVE WS-STEP-PGM(WS-STEP-IDX) TO RS-STEP-PGM
                   MOVE WS-STEP-START(WS-STEP-IDX) TO RS-STEP-START
                   MOVE WS-STEP-END(WS-STEP-IDX) TO RS-STEP-END
                   MOVE WS-STEP-CC(WS-STEP-IDX) TO RS-STEP-CC
                   MOVE WS-STEP-STATE(WS-STEP-IDX) TO RS-STEP-STATE
                   WRITE WS-STATE-REC
               END-PERFORM
               CLOSE RUN-STATE
           END-IF.

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

      *    The nightly run must not start under an open maintenance
      *    session; a supervisor frees abandoned sessions with RunLock.
       CHECK-MAINT-LOCKS.
           PERFORM LOAD-RUN-LOCKS.
           IF WS-MAINT-LOCK-COUNT > 0
               PERFORM SHOW-MAINT-LOCKS
               DISPLAY "BatchDrv: nightly run not started - "
                   "maintenance in progress"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SHOW-MAINT-LOCKS.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
               MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-REC
               IF LK-TYPE = "M"
                   DISPLAY "BatchDrv: maintenance lock held by "
                       FUNCTION TRIM(LK-PROGRAM) " operator "
                       FUNCTION TRIM(LK-OPERATOR) " since "
                       LK-TIMESTAMP
               END-IF
           END-PERFORM.

      *    A lock left by an aborted run is taken over by its restart.
      *    Steps ahead of the extract run without the lock, so the
      *    maintenance locks are checked again here: a session opened
      *    since the run started stops it before the extract, and the
      *    restart resumes at this step.
       TAKE-BATCH-LOCK.
           PERFORM LOAD-RUN-LOCKS.
           IF WS-MAINT-LOCK-COUNT > 0
               PERFORM SHOW-MAINT-LOCKS
               DISPLAY "BatchDrv: nightly run stopped before "
                   FUNCTION TRIM(CTL-PGM) " - maintenance in progress"
               CLOSE CONTROL-IN
               MOVE "A" TO WS-RUN-STATUS
               PERFORM SAVE-RUN-STATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-BATCH-LOCKED
               MOVE SPACES TO WS-LOCK-REC
               MOVE "B" TO LK-TYPE
               MOVE "BatchDrv" TO LK-PROGRAM
               MOVE "BATCH" TO LK-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP
               OPEN EXTEND RUN-LOCK
               IF WS-LOCK-STATUS = "35"
                   OPEN OUTPUT RUN-LOCK
               END-IF
               IF WS-LOCK-STATUS NOT = "00"
                   DISPLAY "BatchDrv: unable to open RUNLOCK.DAT "
                       "(status=" WS-LOCK-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE WS-LOCK-REC
               CLOSE RUN-LOCK
           END-IF.
           MOVE "Y" TO WS-BATCH-LOCK-HELD-FLAG.

       RELEASE-BATCH-LOCK.
           PERFORM LOAD-RUN-LOCKS.
           OPEN OUTPUT RUN-LOCK.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "BatchDrv: unable to open RUNLOCK.DAT (status="
                   WS-LOCK-STATUS ") - batch-window lock not released"
           ELSE
               PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                   MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-REC
                   IF LK-TYPE NOT = "B"
                       WRITE WS-LOCK-REC
                   END-IF
               END-PERFORM
               CLOSE RUN-LOCK
               MOVE "N" TO WS-BATCH-LOCK-HELD-FLAG
           END-IF.

       CAPTURE-STEP-RC.
           IF RETURN-CODE >= 256
               COMPUTE WS-STEP-RC = RETURN-CODE / 256
           ELSE
               MOVE SPACES TO WS-SUM-LINE
               STRING "NIGHTLY RUN JOB SUMMARY - PROGRAM BatchDrv"
                   " - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-SUM-LINE
               WRITE WS-JOBSUM-REC FROM WS-SUM-LINE
               IF WS-RESTARTING
                   MOVE SPACES TO WS-SUM-LINE
                   STRING "RESTARTED RUN - STEPS BEFORE STEP "
                       WS-RESTART-SEQ " SKIPPED"
                       DELIMITED BY SIZE INTO WS-SUM-LINE
                   WRITE WS-JOBSUM-REC FROM WS-SUM-LINE
               END-IF
               MOVE SPACES TO WS-SUM-LINE
               STRING "STEP      START           END             COND"
                   "  STATUS"
                   DELIMITED BY SIZE INTO WS-SUM-LINE
               WRITE WS-JOBSUM-REC FROM WS-SUM-LINE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   STRING WS-STEP-PGM(WS-STEP-IDX) "  "
                       WS-STEP-START(WS-STEP-IDX) "  "
                       WS-STEP-END(WS-STEP-IDX) "  "
                       WS-EDIT-CC "  "
                       WS-STEP-DISP(WS-STEP-IDX)
                       DELIMITED BY SIZE INTO WS-SUM-LINE
                   WRITE WS-JOBSUM-REC FROM WS-SUM-LINE
               END-PERFORM
