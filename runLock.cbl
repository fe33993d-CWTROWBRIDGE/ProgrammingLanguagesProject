       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunLock.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "LOCKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-LOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT RUN-STATE ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "LOCKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LOG-OUT ASSIGN TO "LOCKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 LP-FUNCTION PIC X.
             05 LP-STALE-HOURS PIC X(2).
             05 LP-ENTRY PIC X(2).
             05 LP-SUPERVISOR PIC X(8).
             05 LP-REASON PIC X(40).

      *    B = nightly batch window held by BatchDrv,
      *    M = maintenance session held by an update program.
          FD  RUN-LOCK.
          01 WS-LOCK-REC.
             05 LK-TYPE PIC X.
             05 LK-PROGRAM PIC X(9).
             05 LK-OPERATOR PIC X(8).
             05 LK-TIMESTAMP PIC X(14).

          FD  RUN-STATE.
          01 WS-STATE-REC.
             05 RS-REC-TYPE PIC X.
             05 RS-RUN-DATE PIC 9(8).
             05 RS-RUN-STATUS PIC X.
             05 FILLER PIC X(43).

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

          FD  LOG-OUT.
          01 WS-LOG-REC PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-LOCK-STATUS PIC XX.
          01 WS-STATE-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-LOG-STATUS PIC XX.
          01 WS-PARM-FLAG PIC X VALUE "N".
              88 WS-PARM-USED VALUE "Y".
          01 WS-LOCK-EOF-FLAG PIC X VALUE "N".
              88 WS-LOCK-EOF VALUE "Y".
          01 WS-FUNCTION PIC X.
          01 WS-STALE-IN PIC X(2).
          01 WS-ENTRY-IN PIC X(2).
          01 WS-SUPERVISOR PIC X(8).
          01 WS-REASON PIC X(40).
          01 WS-STALE-HOURS PIC 99 VALUE 12.
          01 WS-ENTRY-NUM PIC 99 VALUE ZERO.
          01 WS-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-LOCK-IDX PIC 99.
          01 WS-LOCK-TABLE.
             05 WS-LOCK-ENTRY PIC X(32) OCCURS 50 TIMES.
          01 WS-RUN-STATUS PIC X VALUE SPACE.
          01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
          01 WS-NOW PIC X(14).
          01 WS-NOW-DATE PIC 9(8).
          01 WS-NOW-HOUR PIC 99.
          01 WS-LOCK-DATE PIC 9(8).
          01 WS-LOCK-HOUR PIC 99.
          01 WS-AGE-HOURS PIC S9(6).
          01 WS-STALE-COUNT PIC 99 VALUE ZERO.
          01 WS-LOCK-DESC PIC X(12).
          01 WS-LOCK-NOTE PIC X(30).
          01 WS-REPORT-LINE PIC X(100).
          01 WS-LOG-LINE PIC X(100).
          01 WS-EDIT-ENTRY PIC Z9.
          01 WS-EDIT-AGE PIC -(5)9.
          01 WS-EDIT-CNT PIC Z9.

      *    When LOCKPARM.DAT is present the run is unattended and
      *    takes its function from it; the prompts stay for console
      *    use. Function R reports the locks held, flagging stale
      *    ones; function F frees one entry on a supervisor's
      *    authority and logs the override to LOCKLOG.DAT.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW(1:8) TO WS-NOW-DATE.
           MOVE WS-NOW(9:2) TO WS-NOW-HOUR.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-FLAG
                       MOVE LP-FUNCTION TO WS-FUNCTION
                       MOVE LP-STALE-HOURS TO WS-STALE-IN
                       MOVE LP-ENTRY TO WS-ENTRY-IN
                       MOVE LP-SUPERVISOR TO WS-SUPERVISOR
                       MOVE LP-REASON TO WS-REASON
                       DISPLAY "RunLock: parameters taken from "
                           "LOCKPARM.DAT"
               END-READ
               CLOSE PARM-IN
           END-IF.
           IF NOT WS-PARM-USED
               DISPLAY "RunLock: function (R=report, F=free a lock): "
               ACCEPT WS-FUNCTION FROM CONSOLE
               DISPLAY "RunLock: stale after how many hours "
                   "(blank for 12): "
               ACCEPT WS-STALE-IN FROM CONSOLE
           END-IF.
           IF WS-STALE-IN(2:1) = SPACE
               MOVE WS-STALE-IN(1:1) TO WS-STALE-IN(2:1)
               MOVE "0" TO WS-STALE-IN(1:1)
           END-IF.
           IF WS-STALE-IN IS NUMERIC AND WS-STALE-IN NOT = "00"
               MOVE WS-STALE-IN TO WS-STALE-HOURS
           END-IF.
           IF WS-FUNCTION NOT = "F"
               MOVE "R" TO WS-FUNCTION
           END-IF.
           PERFORM LOAD-RUN-LOCKS.
           PERFORM LOAD-RUN-STATUS.
           IF WS-FUNCTION = "F"
               PERFORM FREE-ONE-LOCK
           END-IF.
           PERFORM WRITE-LOCK-REPORT.
           DISPLAY "RunLock: " WS-LOCK-COUNT " lock(s) held, "
               WS-STALE-COUNT " stale, report in LOCKRPT.DAT".
           IF WS-STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       LOAD-RUN-LOCKS.
           MOVE ZERO TO WS-LOCK-COUNT.
           MOVE "N" TO WS-LOCK-EOF-FLAG.
           OPEN INPUT RUN-LOCK.
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF
                   READ RUN-LOCK
                       AT END MOVE "Y" TO WS-LOCK-EOF-FLAG
                       NOT AT END
                           IF WS-LOCK-COUNT < 50
                               ADD 1 TO WS-LOCK-COUNT
                               MOVE WS-LOCK-REC
                                   TO WS-LOCK-ENTRY(WS-LOCK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOCK
           END-IF.

      *    A batch-window lock belonging to an aborted run is left in
      *    place on purpose so the restart finds the master as the
      *    failed run left it.
       LOAD-RUN-STATUS.
           OPEN INPUT RUN-STATE.
           IF WS-STATE-STATUS = "00"
               READ RUN-STATE
                   AT END CONTINUE
                   NOT AT END
                       IF RS-REC-TYPE = "H"
                           MOVE RS-RUN-STATUS TO WS-RUN-STATUS
                           MOVE RS-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-STATE
           END-IF.

       FREE-ONE-LOCK.
           IF NOT WS-PARM-USED
               PERFORM SHOW-LOCK-LIST
               DISPLAY "RunLock: entry number to free: "
               ACCEPT WS-ENTRY-IN FROM CONSOLE
               DISPLAY "RunLock: supervisor initials: "
               ACCEPT WS-SUPERVISOR FROM CONSOLE
               DISPLAY "RunLock: reason for override: "
               ACCEPT WS-REASON FROM CONSOLE
           END-IF.
           IF WS-ENTRY-IN(2:1) = SPACE
               MOVE WS-ENTRY-IN(1:1) TO WS-ENTRY-IN(2:1)
               MOVE "0" TO WS-ENTRY-IN(1:1)
           END-IF.
           IF WS-ENTRY-IN IS NUMERIC
               MOVE WS-ENTRY-IN TO WS-ENTRY-NUM
           ELSE
               MOVE ZERO TO WS-ENTRY-NUM
           END-IF.
           IF WS-SUPERVISOR = SPACES
               DISPLAY "RunLock: supervisor initials are required - "
                   "no lock freed"
           ELSE
               IF WS-ENTRY-NUM < 1 OR WS-ENTRY-NUM > WS-LOCK-COUNT
                   DISPLAY "RunLock: no lock entry " WS-ENTRY-IN
                       " - no lock freed"
               ELSE
                   MOVE WS-LOCK-ENTRY(WS-ENTRY-NUM) TO WS-LOCK-REC
                   PERFORM WRITE-OVERRIDE-LOG
                   DISPLAY "RunLock: lock held by "
                       FUNCTION TRIM(LK-PROGRAM) " since "
                       LK-TIMESTAMP " freed by "
                       FUNCTION TRIM(WS-SUPERVISOR)
                   PERFORM REWRITE-LOCK-FILE
               END-IF
           END-IF.

       SHOW-LOCK-LIST.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
               MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-REC
               DISPLAY WS-LOCK-IDX ". " LK-TYPE " "
                   LK-PROGRAM " " LK-OPERATOR " " LK-TIMESTAMP
           END-PERFORM.

       REWRITE-LOCK-FILE.
           OPEN OUTPUT RUN-LOCK.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RunLock: unable to open RUNLOCK.DAT (status="
                   WS-LOCK-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
               IF WS-LOCK-IDX NOT = WS-ENTRY-NUM
                   MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-REC
                   WRITE WS-LOCK-REC
               END-IF
           END-PERFORM.
           CLOSE RUN-LOCK.
           PERFORM LOAD-RUN-LOCKS.

       WRITE-OVERRIDE-LOG.
           OPEN EXTEND LOG-OUT.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-OUT
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "RunLock: unable to open LOCKLOG.DAT (status="
                   WS-LOG-STATUS ") - no lock freed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LOG-LINE.
           STRING WS-NOW " FREED BY " WS-SUPERVISOR " LOCK="
               LK-TYPE " " LK-PROGRAM " " LK-OPERATOR " "
               LK-TIMESTAMP " REASON=" WS-REASON
               DELIMITED BY SIZE INTO WS-LOG-LINE.
           WRITE WS-LOG-REC FROM WS-LOG-LINE.
           CLOSE LOG-OUT.

       WRITE-LOCK-REPORT.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RunLock: unable to open LOCKRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RUN-CONTROL LOCK REPORT - PROGRAM RunLock - "
               WS-NOW DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
           MOVE WS-STALE-HOURS TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOCKS OLDER THAN " WS-EDIT-CNT
               " HOURS ARE REPORTED STALE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NO  LOCK          PROGRAM   OPERATOR  SINCE       "
               "      AGE-HRS  NOTE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
           MOVE ZERO TO WS-STALE-COUNT.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
               PERFORM WRITE-LOCK-LINE
           END-PERFORM.
           IF WS-LOCK-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO LOCKS HELD" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE WS-REPORT-REC FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
           MOVE WS-STALE-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STALE LOCKS: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
           CLOSE REPORT-OUT.

       WRITE-LOCK-LINE.
           MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-REC.
           MOVE ZERO TO WS-AGE-HOURS.
           IF LK-TIMESTAMP(1:10) IS NUMERIC
               MOVE LK-TIMESTAMP(1:8) TO WS-LOCK-DATE
               MOVE LK-TIMESTAMP(9:2) TO WS-LOCK-HOUR
               COMPUTE WS-AGE-HOURS =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE)) * 24
                   + WS-NOW-HOUR - WS-LOCK-HOUR
           END-IF.
           IF LK-TYPE = "B"
               MOVE "BATCH-WINDOW" TO WS-LOCK-DESC
           ELSE
               MOVE "MAINTENANCE" TO WS-LOCK-DESC
           END-IF.
           MOVE SPACES TO WS-LOCK-NOTE.
           IF LK-TYPE = "B" AND WS-RUN-STATUS = "A"
               ADD 1 TO WS-STALE-COUNT
               MOVE "STALE - RUN ABORTED" TO WS-LOCK-NOTE
           ELSE
               IF LK-TYPE = "B" AND WS-RUN-STATUS = "C"
                   ADD 1 TO WS-STALE-COUNT
                   MOVE "STALE - RUN COMPLETED" TO WS-LOCK-NOTE
               ELSE
                   IF WS-AGE-HOURS > WS-STALE-HOURS
                       ADD 1 TO WS-STALE-COUNT
                       MOVE "STALE - HOLDER ABENDED?"
                           TO WS-LOCK-NOTE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-LOCK-IDX TO WS-EDIT-ENTRY.
           MOVE WS-AGE-HOURS TO WS-EDIT-AGE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-EDIT-ENTRY "  " WS-LOCK-DESC "  " LK-PROGRAM " "
               LK-OPERATOR "  " LK-TIMESTAMP "  " WS-EDIT-AGE "  "
               WS-LOCK-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
