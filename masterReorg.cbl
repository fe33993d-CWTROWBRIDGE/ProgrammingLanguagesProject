       IDENTIFICATION DIVISION.
       PROGRAM-ID. MstReorg.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "REORGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MASTER-WORK ASSIGN TO "REORGTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HISTORY-OUT ASSIGN TO "MSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT JOURNAL-OUT ASSIGN TO "MATRIXJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-OUT ASSIGN TO "REORGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 RG-RETAIN-DAYS PIC X(3).
             05 RG-OPERATOR PIC X(8).

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

          FD  MASTER-WORK.
          01 WS-WORK-REC PIC X(948).

      *    Each superseded version moved off the master, stamped with
      *    the reorg run that moved it.
          FD  HISTORY-OUT.
          01 WS-HISTORY-REC.
             05 MH-MOVED-TS PIC X(14).
             05 MH-IMAGE PIC X(948).

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

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

      *    B = nightly batch window held by BatchDrv,
      *    M = maintenance session held by an update program.
          FD  RUN-LOCK.
          01 WS-LOCK-REC.
             05 LK-TYPE PIC X.
             05 LK-PROGRAM PIC X(9).
             05 LK-OPERATOR PIC X(8).
             05 LK-TIMESTAMP PIC X(14).

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-WORK-STATUS PIC XX.
          01 WS-HISTORY-STATUS PIC XX.
          01 WS-JOURNAL-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-RETAIN-DAYS PIC 9(3) VALUE 90.
          01 WS-OPERATOR PIC X(8) VALUE "BATCH".
          01 WS-NOW PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-CUTOFF-DATE PIC 9(8).
          01 WS-GROUP-ID PIC X(10).
          01 WS-VER-COUNT PIC 9(3) VALUE ZERO.
          01 WS-VER-IDX PIC 9(3).
          01 WS-NEXT-IDX PIC 9(3).
          01 WS-LIVE-IDX PIC 9(3).
          01 WS-VER-OVERFLOW-FLAG PIC X VALUE "N".
              88 WS-VER-OVERFLOW VALUE "Y".
          01 WS-VER-TABLE.
             05 WS-VER-ENTRY OCCURS 200 TIMES.
                10 WS-VER-REC PIC X(948).
          01 WS-VER-VIEW.
             05 VV-MATRIX-ID PIC X(10).
             05 VV-EFF-DATE PIC 9(8).
             05 VV-REST PIC X(930).
          01 WS-NEXT-VIEW.
             05 NV-MATRIX-ID PIC X(10).
             05 NV-EFF-DATE PIC 9(8).
             05 NV-REST PIC X(930).
          01 WS-GRP-BEFORE PIC 9(4).
          01 WS-GRP-MOVED PIC 9(4).
          01 WS-GRP-FUTURE PIC 9(4).
          01 WS-GRP-LIVE-DATE PIC X(8).
          01 WS-GRP-NOTE PIC X(24).
          01 WS-TOT-BEFORE PIC 9(6) VALUE ZERO.
          01 WS-TOT-MOVED PIC 9(6) VALUE ZERO.
          01 WS-TOT-KEPT PIC 9(6) VALUE ZERO.
          01 WS-TOT-IDS PIC 9(6) VALUE ZERO.
          01 WS-RELOAD-COUNT PIC 9(6) VALUE ZERO.
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-4 PIC ZZZ9.
          01 WS-EDIT-4B PIC ZZZ9.
          01 WS-EDIT-4C PIC ZZZ9.
          01 WS-EDIT-4D PIC ZZZ9.
          01 WS-EDIT-CNT PIC ZZZZZ9.
          01 WS-LOCK-STATUS PIC XX.
          01 WS-LOCK-EOF-FLAG PIC X VALUE "N".
              88 WS-LOCK-EOF VALUE "Y".
          01 WS-BATCH-LOCK-FLAG PIC X VALUE "N".
              88 WS-BATCH-LOCKED VALUE "Y".
          01 WS-BATCH-LOCK-SINCE PIC X(14).
          01 WS-MAINT-LOCK-FLAG PIC X VALUE "N".
              88 WS-MAINT-LOCK-HELD VALUE "Y".
          01 WS-MAINT-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-LOCK-IDX PIC 99.
          01 WS-LOCK-TABLE.
             05 WS-LOCK-ENTRY PIC X(32) OCCURS 50 TIMES.
          01 WS-MY-LOCK PIC X(32) VALUE SPACES.

      *    Reorganizes MATRIXMST.DAT. A version is moved to
      *    MSTHIST.DAT only when a later version took over from it
      *    on or before the cutoff (run date less the retention days
      *    from REORGPARM.DAT, default 90). The live version - the
      *    latest effective on the run date - and every future-dated
      *    version always stay. Kept versions go to REORGTMP.DAT and
      *    the master is rebuilt from it; each move is journaled as a
      *    PURGE so MstRcvr can still roll the master forward.
       PROCEDURE DIVISION.
           DISPLAY "MstReorg: reorganization of MATRIXMST.DAT".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW(1:8) TO WS-RUN-DATE.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF RG-RETAIN-DAYS IS NUMERIC
                           MOVE RG-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
                       IF RG-OPERATOR NOT = SPACES
                           MOVE RG-OPERATOR TO WS-OPERATOR
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETAIN-DAYS).
           DISPLAY "MstReorg: versions superseded on or before "
               WS-CUTOFF-DATE " move to MSTHIST.DAT".
           PERFORM LOAD-RUN-LOCKS.
           IF WS-BATCH-LOCKED
               DISPLAY "MstReorg: the nightly run has held the batch "
                   "window since " WS-BATCH-LOCK-SINCE
                   " - reorganization refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MAINT-LOCK-COUNT > 0
               DISPLAY "MstReorg: " WS-MAINT-LOCK-COUNT
                   " maintenance session(s) open on RUNLOCK.DAT - "
                   "reorganization refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MstReorg: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MASTER-WORK.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "MstReorg: unable to open REORGTMP.DAT "
                   "(status=" WS-WORK-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-OUT.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-OUT
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "MstReorg: unable to open MSTHIST.DAT (status="
                   WS-HISTORY-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-OUT.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-OUT
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MstReorg: unable to open MATRIXJRN.DAT "
                   "(status=" WS-JOURNAL-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "MstReorg: unable to open REORGRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TAKE-MAINT-LOCK.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-MASTER-REC.
           PERFORM UNTIL WS-EOF
               IF WS-VER-COUNT > 0 AND MM-MATRIX-ID NOT = WS-GROUP-ID
                   PERFORM REORG-ONE-ID
               END-IF
               IF WS-VER-COUNT = 0
                   MOVE MM-MATRIX-ID TO WS-GROUP-ID
                   MOVE "N" TO WS-VER-OVERFLOW-FLAG
                   MOVE ZERO TO WS-GRP-BEFORE
               END-IF
               ADD 1 TO WS-GRP-BEFORE
               ADD 1 TO WS-TOT-BEFORE
               IF WS-VER-COUNT < 200
                   ADD 1 TO WS-VER-COUNT
                   MOVE WS-MASTER-REC TO WS-VER-REC(WS-VER-COUNT)
               ELSE
                   MOVE "Y" TO WS-VER-OVERFLOW-FLAG
                   WRITE WS-WORK-REC FROM WS-MASTER-REC
                   ADD 1 TO WS-TOT-KEPT
               END-IF
               PERFORM READ-MASTER-REC
           END-PERFORM.
           IF WS-VER-COUNT > 0
               PERFORM REORG-ONE-ID
           END-IF.
           CLOSE MATRIX-MASTER.
           CLOSE MASTER-WORK.
           CLOSE HISTORY-OUT.
           CLOSE JOURNAL-OUT.
           IF WS-TOT-MOVED > 0
               PERFORM REBUILD-MASTER
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-OUT.
           DISPLAY "MstReorg: " WS-TOT-BEFORE " versions read, "
               WS-TOT-MOVED " moved to MSTHIST.DAT, " WS-TOT-KEPT
               " kept".
           IF WS-TOT-MOVED > 0 AND WS-RELOAD-COUNT NOT = WS-TOT-KEPT
               DISPLAY "MstReorg: rebuilt master holds "
                   WS-RELOAD-COUNT " records, expected " WS-TOT-KEPT
                   " - restore from REORGTMP.DAT or the last backup"
               DISPLAY "MstReorg: maintenance lock kept on "
                   "RUNLOCK.DAT - clear it with RunLock once the "
                   "master is restored"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM RELEASE-MAINT-LOCK
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       READ-MASTER-REC.
           READ MATRIX-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *    Versions arrive in effective-date order. The live version
      *    is the last one effective on the run date; anything
      *    earlier is superseded on the effective date of the version
      *    that follows it.
       REORG-ONE-ID.
           MOVE ZERO TO WS-GRP-MOVED.
           MOVE ZERO TO WS-GRP-FUTURE.
           MOVE ZERO TO WS-LIVE-IDX.
           MOVE SPACES TO WS-GRP-LIVE-DATE.
           MOVE SPACES TO WS-GRP-NOTE.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
               MOVE WS-VER-REC(WS-VER-IDX) TO WS-VER-VIEW
               IF VV-EFF-DATE <= WS-RUN-DATE
                   MOVE WS-VER-IDX TO WS-LIVE-IDX
                   MOVE VV-EFF-DATE TO WS-GRP-LIVE-DATE
               ELSE
                   ADD 1 TO WS-GRP-FUTURE
               END-IF
           END-PERFORM.
           IF WS-VER-OVERFLOW
               MOVE "OVER 200 VERSIONS - KEPT" TO WS-GRP-NOTE
               MOVE ZERO TO WS-LIVE-IDX
           END-IF.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
               MOVE WS-VER-REC(WS-VER-IDX) TO WS-VER-VIEW
               IF WS-VER-IDX < WS-LIVE-IDX
                   COMPUTE WS-NEXT-IDX = WS-VER-IDX + 1
                   MOVE WS-VER-REC(WS-NEXT-IDX) TO WS-NEXT-VIEW
               ELSE
                   MOVE SPACES TO WS-NEXT-VIEW
               END-IF
               IF WS-VER-IDX < WS-LIVE-IDX
                       AND NV-EFF-DATE <= WS-CUTOFF-DATE
                   PERFORM MOVE-VERSION-TO-HISTORY
               ELSE
                   WRITE WS-WORK-REC FROM WS-VER-REC(WS-VER-IDX)
                   ADD 1 TO WS-TOT-KEPT
               END-IF
           END-PERFORM.
           IF WS-LIVE-IDX = 0 AND WS-GRP-NOTE = SPACES
               MOVE "NO LIVE VERSION YET" TO WS-GRP-NOTE
           END-IF.
           PERFORM WRITE-ID-LINE.
           ADD 1 TO WS-TOT-IDS.
           MOVE ZERO TO WS-VER-COUNT.

       MOVE-VERSION-TO-HISTORY.
           MOVE WS-NOW TO MH-MOVED-TS.
           MOVE WS-VER-REC(WS-VER-IDX) TO MH-IMAGE.
           WRITE WS-HISTORY-REC.
           MOVE SPACES TO WS-JOURNAL-REC.
           MOVE WS-NOW TO JR-TIMESTAMP.
           MOVE WS-OPERATOR TO JR-OPERATOR.
           MOVE "MstReorg" TO JR-PROGRAM.
           MOVE "PURGE" TO JR-ACTION.
           MOVE WS-VER-REC(WS-VER-IDX) TO JR-BEFORE.
           MOVE WS-VER-REC(WS-VER-IDX)(927:22) TO JR-BEFORE-BAND.
           WRITE WS-JOURNAL-REC.
           ADD 1 TO WS-GRP-MOVED.
           ADD 1 TO WS-TOT-MOVED.

       REBUILD-MASTER.
           OPEN INPUT MASTER-WORK.
           OPEN OUTPUT MATRIX-MASTER.
           IF WS-WORK-STATUS NOT = "00" OR WS-MASTER-STATUS NOT = "00"
               DISPLAY "MstReorg: unable to rebuild MATRIXMST.DAT "
                   "from REORGTMP.DAT (status=" WS-MASTER-STATUS "/"
                   WS-WORK-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ MASTER-WORK
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       WRITE WS-MASTER-REC FROM WS-WORK-REC
                       IF WS-MASTER-STATUS = "00"
                           ADD 1 TO WS-RELOAD-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-WORK.
           CLOSE MATRIX-MASTER.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX MASTER REORGANIZATION - PROGRAM MstReorg - "
               WS-NOW DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-RETAIN-DAYS TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RETENTION " WS-EDIT-4 " DAYS - VERSIONS SUPERSEDED "
               "ON OR BEFORE " WS-CUTOFF-DATE " MOVED TO MSTHIST.DAT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX-ID   BEFORE  MOVED  AFTER  FUTURE  "
               "LIVE-EFF  NOTE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-ID-LINE.
           MOVE WS-GRP-BEFORE TO WS-EDIT-4.
           MOVE WS-GRP-MOVED TO WS-EDIT-4B.
           COMPUTE WS-EDIT-4C = WS-GRP-BEFORE - WS-GRP-MOVED.
           MOVE WS-GRP-FUTURE TO WS-EDIT-4D.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-GROUP-ID "    " WS-EDIT-4 "   " WS-EDIT-4B
               "   " WS-EDIT-4C "    " WS-EDIT-4D "  "
               WS-GRP-LIVE-DATE "  " WS-GRP-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-TOT-IDS TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX-IDS ON MASTER:     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-TOT-BEFORE TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VERSIONS BEFORE REORG:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-TOT-MOVED TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MOVED TO MSTHIST.DAT:     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-TOT-KEPT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VERSIONS AFTER REORG:     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-TOT-MOVED = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTHING TO MOVE - MASTER NOT REBUILT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE WS-RELOAD-COUNT TO WS-EDIT-CNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RECORDS ON REBUILT MASTER:" WS-EDIT-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.

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
           MOVE "MstReorg" TO LK-PROGRAM.
           MOVE WS-OPERATOR TO LK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP.
           MOVE WS-LOCK-REC TO WS-MY-LOCK.
           OPEN EXTEND RUN-LOCK.
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT RUN-LOCK
           END-IF.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "MstReorg: unable to open RUNLOCK.DAT (status="
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
               DISPLAY "MstReorg: unable to open RUNLOCK.DAT (status="
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
