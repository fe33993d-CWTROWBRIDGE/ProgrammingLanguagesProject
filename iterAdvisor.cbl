       IDENTIFICATION DIVISION.
       PROGRAM-ID. IterAdv.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "ITERPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PERIOD-IN ASSIGN TO "PERIODRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT RERUN-IN ASSIGN TO "EXCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-STATUS.
           SELECT ADVICE-IO ASSIGN TO "ITERREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVICE-STATUS.
           SELECT FEED-LOG ASSIGN TO "FEEDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT TRAN-OUT ASSIGN TO "ITERTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REPORT-OUT ASSIGN TO "ITERRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    Mode A (advise, the default) or G (generate transactions
      *    from accepted advice); Power3 runs needed before a lower
      *    default is advised; iterations of headroom left above the
      *    slowest Power3 convergence; and the percentage of runs
      *    ending suspect or re-run that calls for a higher default.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 IP-MODE PIC X.
             05 IP-MIN-RUNS PIC 9(3).
             05 IP-MARGIN PIC 9(2).
             05 IP-RERUN-PCT PIC 9(3).

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

          FD  PERIOD-IN.
          01 WS-PERIOD-REC.
             05 RI-RUN-DATE PIC 9(8).
             05 RI-PROGRAM PIC X(8).
             05 RI-MATRIX-ID PIC X(10).
             05 RI-REC-NUM PIC 9(4).
             05 RI-VALUE PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 RI-X1 PIC S9(3)V9(5) SIGN LEADING SEPARATE.
             05 RI-X2 PIC S9(3)V9(5) SIGN LEADING SEPARATE.
             05 RI-X3 PIC S9(3)V9(5) SIGN LEADING SEPARATE.
             05 RI-ITER-USED PIC 9(2).
             05 RI-RESID-STATUS PIC X.
             05 RI-OVFL-STATUS PIC X.
             05 RI-RESULT-STATUS PIC X(2).

          FD  RERUN-IN.
          01 WS-RERUN-REC PIC X(100).

      *    One record per change advised. The analyst accepts a
      *    change by setting IR-ACCEPT to Y before the G run.
          FD  ADVICE-IO.
          01 WS-ADVICE-REC.
             05 IR-ACCEPT PIC X.
             05 IR-MATRIX-ID PIC X(10).
             05 IR-EFF-DATE PIC 9(8).
             05 IR-CUR-ITER PIC 9(2).
             05 IR-NEW-ITER PIC 9(2).
             05 IR-ACTION PIC X(5).
             05 IR-ADVICE-DATE PIC 9(8).
             05 IR-REASON PIC X(34).

          FD  FEED-LOG.
          01 WS-FEED-REC.
             05 FL-SOURCE-SYS PIC X(8).
             05 FL-FILE-SEQ PIC 9(6).
             05 FL-CREATE-DATE PIC 9(8).
             05 FL-PROCESS-TS PIC X(14).
             05 FL-RESULT PIC X(8).
             05 FL-REASON PIC X(8).
             05 FL-TRAN-COUNT PIC 9(6).
             05 FL-ID-HASH PIC 9(9).
             05 FL-COEF-HASH PIC S9(13)V9(5) SIGN LEADING SEPARATE.

      *    MATRIXTRN.DAT layout, framed by the header and trailer
      *    MatrixBt proves before it queues anything.
          FD  TRAN-OUT.
          01 WS-TRAN-REC.
             05 TR-ACTION PIC X.
             05 TR-MATRIX-ID PIC X(10).
             05 TR-ORDER PIC 99.
             05 TR-COEF-TABLE.
                10 TR-COEF PIC S9(3)V9(5) SIGN LEADING SEPARATE
                    OCCURS 100 TIMES.
             05 TR-DEF-ITER PIC 9(2).
             05 TR-NORM-MODE PIC X.
             05 TR-EFF-DATE PIC 9(8).
             05 TR-SCHED-FREQ PIC X.
             05 TR-SCHED-DAY PIC 9.
             05 TR-BAND.
                10 TR-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
                10 TR-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.
          01 WS-TRAN-HDR.
             05 TH-REC-TYPE PIC X.
             05 TH-SOURCE-SYS PIC X(8).
             05 TH-CREATE-DATE PIC 9(8).
             05 TH-FILE-SEQ PIC 9(6).
          01 WS-TRAN-TRL.
             05 TT-REC-TYPE PIC X.
             05 TT-TRAN-COUNT PIC 9(6).
             05 TT-ID-HASH PIC 9(9).
             05 TT-COEF-HASH PIC S9(13)V9(5) SIGN LEADING SEPARATE.

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-PERIOD-STATUS PIC XX.
          01 WS-RERUN-STATUS PIC XX.
          01 WS-ADVICE-STATUS PIC XX.
          01 WS-FEED-STATUS PIC XX.
          01 WS-TRAN-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-TIMESTAMP PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-MODE PIC X VALUE "A".
          01 WS-MIN-RUNS PIC 9(3) VALUE 3.
          01 WS-MARGIN PIC 9(2) VALUE 2.
          01 WS-RERUN-PCT PIC 9(3) VALUE 20.
      *    Run history by MATRIX-ID from PERIODRES.DAT and EXCRPT.DAT.
          01 WS-ST-COUNT PIC 9(4) VALUE ZERO.
          01 WS-ST-IDX PIC 9(4).
          01 WS-ST-FOUND PIC 9(4).
          01 WS-LOOK-ID PIC X(10).
          01 WS-ST-TABLE.
             05 WS-ST-ENTRY OCCURS 2000 TIMES.
                10 WS-ST-ID PIC X(10).
                10 WS-ST-RUNS PIC 9(5).
                10 WS-ST-SUSPECT PIC 9(5).
                10 WS-ST-OVFL PIC 9(5).
                10 WS-ST-P3-RUNS PIC 9(5).
                10 WS-ST-P3-MAX PIC 9(2).
                10 WS-ST-RERUNS PIC 9(5).
                10 WS-ST-RERUN-OVFL PIC 9(5).
                10 WS-ST-CLEARED-ITER PIC 9(2).
                10 WS-ST-SEEN PIC X.
      *    An ExcRerun line broken into its keyword fields.
          01 WS-EX-LEAD PIC X(10).
          01 WS-EX-ID PIC X(10).
          01 WS-EX-REASON PIC X(10).
          01 WS-EX-ITER-X PIC X(4).
          01 WS-EX-NORM PIC X(4).
          01 WS-EX-RESULT PIC X(40).
          01 WS-EX-ITER PIC 9(2).
      *    Live version of the MATRIX-ID being read off the master.
          01 WS-GROUP-ID PIC X(10) VALUE SPACES.
          01 WS-LIVE-FLAG PIC X.
              88 WS-HAS-LIVE VALUE "Y".
          01 WS-LIVE-EFF PIC 9(8).
          01 WS-LIVE-ITER PIC 9(2).
          01 WS-LIVE-STATUS PIC X.
          01 WS-CUR-ITER PIC 9(2).
          01 WS-NEW-ITER PIC 9(2).
          01 WS-ADV-ACTION PIC X(5).
          01 WS-ADV-REASON PIC X(34).
          01 WS-EXC-TOTAL PIC 9(6).
          01 WS-RUN-BASE PIC 9(6).
          01 WS-NEW-ITER-WORK PIC 9(3).
          01 WS-ADVISED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-RAISE-COUNT PIC 9(4) VALUE ZERO.
          01 WS-LOWER-COUNT PIC 9(4) VALUE ZERO.
          01 WS-REVIEWED-COUNT PIC 9(4) VALUE ZERO.
      *    Transaction generation.
          01 WS-ACCEPT-COUNT PIC 9(4) VALUE ZERO.
          01 WS-GEN-COUNT PIC 9(6) VALUE ZERO.
          01 WS-SKIP-COUNT PIC 9(4) VALUE ZERO.
          01 WS-LAST-FEED-SEQ PIC 9(6) VALUE ZERO.
          01 WS-ID-HASH PIC 9(9) VALUE ZERO.
          01 WS-COEF-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-ID-POS PIC 99.
          01 WS-COEF-IDX PIC 9(3).
          01 WS-SKIP-REASON PIC X(30).
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-CNT PIC ZZZZ9.
          01 WS-EDIT-ITER PIC Z9.
          01 WS-EDIT-SEQ PIC ZZZZZ9.

      *    Monthly review of MM-DEF-ITER. Mode A reads the period's
      *    results (PERIODRES.DAT), the latest re-run report
      *    (EXCRPT.DAT) and the live master versions, and for each
      *    MATRIX-ID advises raising the default where too many runs
      *    end suspect or go to ExcRerun, or lowering it where Power3
      *    has always converged well short of it. The advice goes to
      *    ITERRPT.DAT with its reasons and to ITERREC.DAT for the
      *    analyst to accept. Mode G turns the accepted advice into
      *    change transactions in ITERTRN.DAT, a MATRIXTRN.DAT feed
      *    from source IterAdv, to be applied through MatrixBt.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF IP-MODE = "G"
                           MOVE "G" TO WS-MODE
                       END-IF
                       IF IP-MIN-RUNS IS NUMERIC
                               AND IP-MIN-RUNS > ZERO
                           MOVE IP-MIN-RUNS TO WS-MIN-RUNS
                       END-IF
                       IF IP-MARGIN IS NUMERIC
                           MOVE IP-MARGIN TO WS-MARGIN
                       END-IF
                       IF IP-RERUN-PCT IS NUMERIC
                               AND IP-RERUN-PCT > ZERO
                           MOVE IP-RERUN-PCT TO WS-RERUN-PCT
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "IterAdv: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODE = "G"
               PERFORM GENERATE-TRANSACTIONS
               CLOSE MATRIX-MASTER
               IF WS-SKIP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           PERFORM LOAD-PERIOD-RESULTS.
           PERFORM LOAD-RERUN-REPORT.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "IterAdv: unable to open ITERRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ADVICE-IO.
           IF WS-ADVICE-STATUS NOT = "00"
               DISPLAY "IterAdv: unable to open ITERREC.DAT (status="
                   WS-ADVICE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM READ-MASTER-REC.
           PERFORM UNTIL WS-EOF
               IF MM-MATRIX-ID NOT = WS-GROUP-ID
                   IF WS-GROUP-ID NOT = SPACES
                       PERFORM ADVISE-ONE-ID
                   END-IF
                   MOVE MM-MATRIX-ID TO WS-GROUP-ID
                   MOVE "N" TO WS-LIVE-FLAG
               END-IF
               IF MM-EFF-DATE <= WS-RUN-DATE
                   MOVE "Y" TO WS-LIVE-FLAG
                   MOVE MM-EFF-DATE TO WS-LIVE-EFF
                   MOVE MM-DEF-ITER TO WS-LIVE-ITER
                   MOVE MM-STATUS TO WS-LIVE-STATUS
               END-IF
               PERFORM READ-MASTER-REC
           END-PERFORM.
           IF WS-GROUP-ID NOT = SPACES
               PERFORM ADVISE-ONE-ID
           END-IF.
           CLOSE MATRIX-MASTER.
           PERFORM WRITE-UNMATCHED-IDS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-OUT.
           CLOSE ADVICE-IO.
           DISPLAY "IterAdv: " WS-REVIEWED-COUNT " matrices reviewed, "
               WS-RAISE-COUNT " to raise, " WS-LOWER-COUNT
               " to lower - advice in ITERRPT.DAT, ITERREC.DAT".
           MOVE 0 TO RETURN-CODE.

       STOP RUN.

       READ-MASTER-REC.
           READ MATRIX-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *    Power3 records carry the iteration CHECK-CONVERGENCE
      *    stopped at; Power2 and PowerN always run the full count.
      *    Rejected results and Power3's second-eigenvalue record
      *    are not runs of their own.
       LOAD-PERIOD-RESULTS.
           OPEN INPUT PERIOD-IN.
           IF WS-PERIOD-STATUS = "35"
               DISPLAY "IterAdv: PERIODRES.DAT not present, no "
                   "run history"
           ELSE
               IF WS-PERIOD-STATUS NOT = "00"
                   DISPLAY "IterAdv: unable to open PERIODRES.DAT "
                       "(status=" WS-PERIOD-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
                   READ PERIOD-IN
                       AT END MOVE "10" TO WS-PERIOD-STATUS
                       NOT AT END
                           IF (RI-PROGRAM = "Power2"
                                   OR RI-PROGRAM = "Power3"
                                   OR RI-PROGRAM = "PowerN")
                               AND RI-RESULT-STATUS NOT = "RJ"
                               AND RI-RESULT-STATUS NOT = "M2"
                               AND RI-ITER-USED IS NUMERIC
                               PERFORM NOTE-ONE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-IN
           END-IF.

       NOTE-ONE-RESULT.
           MOVE RI-MATRIX-ID TO WS-LOOK-ID.
           PERFORM FIND-OR-ADD-STATS.
           IF WS-ST-FOUND > 0
               ADD 1 TO WS-ST-RUNS(WS-ST-FOUND)
               IF RI-RESID-STATUS = "S"
                   ADD 1 TO WS-ST-SUSPECT(WS-ST-FOUND)
               END-IF
               IF RI-OVFL-STATUS = "Y"
                   ADD 1 TO WS-ST-OVFL(WS-ST-FOUND)
               END-IF
               IF RI-PROGRAM = "Power3"
                       AND RI-RESID-STATUS NOT = "S"
                       AND RI-OVFL-STATUS NOT = "Y"
                   ADD 1 TO WS-ST-P3-RUNS(WS-ST-FOUND)
                   IF RI-ITER-USED > WS-ST-P3-MAX(WS-ST-FOUND)
                       MOVE RI-ITER-USED TO WS-ST-P3-MAX(WS-ST-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-STATS.
           MOVE ZERO TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR WS-ST-FOUND > 0
               IF WS-ST-ID(WS-ST-IDX) = WS-LOOK-ID
                   MOVE WS-ST-IDX TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = 0 AND WS-ST-COUNT < 2000
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-FOUND
               MOVE WS-LOOK-ID TO WS-ST-ID(WS-ST-FOUND)
               MOVE ZERO TO WS-ST-RUNS(WS-ST-FOUND)
               MOVE ZERO TO WS-ST-SUSPECT(WS-ST-FOUND)
               MOVE ZERO TO WS-ST-OVFL(WS-ST-FOUND)
               MOVE ZERO TO WS-ST-P3-RUNS(WS-ST-FOUND)
               MOVE ZERO TO WS-ST-P3-MAX(WS-ST-FOUND)
               MOVE ZERO TO WS-ST-RERUNS(WS-ST-FOUND)
               MOVE ZERO TO WS-ST-RERUN-OVFL(WS-ST-FOUND)
               MOVE ZERO TO WS-ST-CLEARED-ITER(WS-ST-FOUND)
               MOVE "N" TO WS-ST-SEEN(WS-ST-FOUND)
           END-IF.

      *    "MATRIX id REASON=r ESCALATED ITER=nn NORM=m RESULT=..."
      *    A TOLBREAK entry converged and was re-run only for its
      *    value against the band, so it says nothing about the
      *    iteration count and is not counted.
       LOAD-RERUN-REPORT.
           OPEN INPUT RERUN-IN.
           IF WS-RERUN-STATUS = "35"
               DISPLAY "IterAdv: EXCRPT.DAT not present, no re-run "
                   "history"
           ELSE
               IF WS-RERUN-STATUS NOT = "00"
                   DISPLAY "IterAdv: unable to open EXCRPT.DAT "
                       "(status=" WS-RERUN-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-RERUN-STATUS NOT = "00"
                   READ RERUN-IN
                       AT END MOVE "10" TO WS-RERUN-STATUS
                       NOT AT END
                           IF WS-RERUN-REC(1:7) = "MATRIX "
                               PERFORM NOTE-ONE-RERUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RERUN-IN
           END-IF.

       NOTE-ONE-RERUN.
           MOVE SPACES TO WS-EX-LEAD WS-EX-ID WS-EX-REASON
               WS-EX-ITER-X WS-EX-NORM WS-EX-RESULT.
           UNSTRING WS-RERUN-REC DELIMITED BY "MATRIX "
                   OR " REASON=" OR " ESCALATED ITER=" OR " NORM="
                   OR " RESULT="
               INTO WS-EX-LEAD WS-EX-ID WS-EX-REASON WS-EX-ITER-X
                   WS-EX-NORM WS-EX-RESULT.
           IF WS-EX-REASON NOT = SPACES
                   AND WS-EX-REASON NOT = "TOLBREAK"
               MOVE WS-EX-ID TO WS-LOOK-ID
               PERFORM FIND-OR-ADD-STATS
               IF WS-ST-FOUND > 0
                   IF WS-EX-REASON = "OVERFLOW"
                       ADD 1 TO WS-ST-RERUN-OVFL(WS-ST-FOUND)
                   ELSE
                       ADD 1 TO WS-ST-RERUNS(WS-ST-FOUND)
                       IF WS-EX-RESULT(1:7) = "CLEARED"
                               AND WS-EX-ITER-X(1:2) IS NUMERIC
                           MOVE WS-EX-ITER-X(1:2) TO WS-EX-ITER
                           IF WS-EX-ITER
                                   > WS-ST-CLEARED-ITER(WS-ST-FOUND)
                               MOVE WS-EX-ITER
                                   TO WS-ST-CLEARED-ITER(WS-ST-FOUND)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Raise when suspect results and suspect re-runs together
      *    reach the re-run percentage of the runs: to the iteration
      *    count ExcRerun cleared the matrix at, or else by ExcRerun's
      *    own escalation (double, at least 30, 99 from 50 up).
      *    Overflows are not cured by more iterations. Lower when no
      *    run was suspect and every one of at least the minimum
      *    number of Power3 runs converged short of the default: to
      *    the slowest convergence plus the margin.
       ADVISE-ONE-ID.
           MOVE WS-GROUP-ID TO WS-LOOK-ID.
           MOVE ZERO TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR WS-ST-FOUND > 0
               IF WS-ST-ID(WS-ST-IDX) = WS-LOOK-ID
                   MOVE WS-ST-IDX TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND > 0
               MOVE "Y" TO WS-ST-SEEN(WS-ST-FOUND)
           END-IF.
           IF WS-HAS-LIVE AND WS-LIVE-STATUS = "A" AND WS-ST-FOUND > 0
               PERFORM DECIDE-ADVICE
               PERFORM WRITE-ADVICE-LINE
           END-IF.

       DECIDE-ADVICE.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE WS-LIVE-ITER TO WS-CUR-ITER.
           MOVE WS-LIVE-ITER TO WS-NEW-ITER.
           MOVE "KEEP" TO WS-ADV-ACTION.
           MOVE SPACES TO WS-ADV-REASON.
           COMPUTE WS-EXC-TOTAL = WS-ST-SUSPECT(WS-ST-FOUND)
               + WS-ST-RERUNS(WS-ST-FOUND).
           MOVE WS-ST-RUNS(WS-ST-FOUND) TO WS-RUN-BASE.
           IF WS-RUN-BASE < WS-EXC-TOTAL
               MOVE WS-EXC-TOTAL TO WS-RUN-BASE
           END-IF.
           EVALUATE TRUE
               WHEN WS-EXC-TOTAL > 0
                       AND WS-EXC-TOTAL * 100
                           >= WS-RERUN-PCT * WS-RUN-BASE
                   IF WS-CUR-ITER >= 99
                       MOVE "AT 99 ALREADY - REVIEW THE MATRIX"
                           TO WS-ADV-REASON
                   ELSE
                       PERFORM WORK-OUT-RAISE
                   END-IF
               WHEN WS-EXC-TOTAL > 0
                   MOVE "SUSPECT/RE-RUN BELOW RE-RUN RATE"
                       TO WS-ADV-REASON
               WHEN WS-ST-OVFL(WS-ST-FOUND) > 0
                       OR WS-ST-RERUN-OVFL(WS-ST-FOUND) > 0
                   MOVE "OVERFLOWS ONLY - NOT ITERATIONS"
                       TO WS-ADV-REASON
               WHEN WS-ST-P3-RUNS(WS-ST-FOUND) < WS-MIN-RUNS
                   MOVE "TOO FEW POWER3 RUNS TO JUDGE"
                       TO WS-ADV-REASON
               WHEN OTHER
                   COMPUTE WS-NEW-ITER-WORK =
                       WS-ST-P3-MAX(WS-ST-FOUND) + WS-MARGIN
                   IF WS-NEW-ITER-WORK < WS-CUR-ITER
                       MOVE WS-NEW-ITER-WORK TO WS-NEW-ITER
                       MOVE "LOWER" TO WS-ADV-ACTION
                       MOVE WS-ST-P3-MAX(WS-ST-FOUND) TO WS-EDIT-ITER
                       MOVE WS-ST-P3-RUNS(WS-ST-FOUND) TO WS-EDIT-CNT
                       STRING "POWER3 CONVERGED BY " WS-EDIT-ITER
                           " IN " FUNCTION TRIM(WS-EDIT-CNT)
                           " RUNS" DELIMITED BY SIZE
                           INTO WS-ADV-REASON
                   ELSE
                       MOVE "DEFAULT MATCHES CONVERGENCE"
                           TO WS-ADV-REASON
                   END-IF
           END-EVALUATE.
           IF WS-ADV-ACTION NOT = "KEEP"
               ADD 1 TO WS-ADVISED-COUNT
               IF WS-ADV-ACTION = "RAISE"
                   ADD 1 TO WS-RAISE-COUNT
               ELSE
                   ADD 1 TO WS-LOWER-COUNT
               END-IF
               MOVE SPACES TO WS-ADVICE-REC
               MOVE WS-GROUP-ID TO IR-MATRIX-ID
               MOVE WS-LIVE-EFF TO IR-EFF-DATE
               MOVE WS-CUR-ITER TO IR-CUR-ITER
               MOVE WS-NEW-ITER TO IR-NEW-ITER
               MOVE WS-ADV-ACTION TO IR-ACTION
               MOVE WS-RUN-DATE TO IR-ADVICE-DATE
               MOVE WS-ADV-REASON TO IR-REASON
               WRITE WS-ADVICE-REC
           END-IF.

       WORK-OUT-RAISE.
           IF WS-ST-CLEARED-ITER(WS-ST-FOUND) > WS-CUR-ITER
               MOVE WS-ST-CLEARED-ITER(WS-ST-FOUND) TO WS-NEW-ITER
               MOVE WS-NEW-ITER TO WS-EDIT-ITER
               MOVE WS-EXC-TOTAL TO WS-EDIT-CNT
               STRING FUNCTION TRIM(WS-EDIT-CNT)
                   " SUSPECT/RE-RUN, CLEARED AT "
                   WS-EDIT-ITER DELIMITED BY SIZE INTO WS-ADV-REASON
           ELSE
               IF WS-CUR-ITER >= 50
                   MOVE 99 TO WS-NEW-ITER
               ELSE
                   COMPUTE WS-NEW-ITER = WS-CUR-ITER * 2
               END-IF
               IF WS-NEW-ITER < 30
                   MOVE 30 TO WS-NEW-ITER
               END-IF
               MOVE WS-EXC-TOTAL TO WS-EDIT-CNT
               STRING FUNCTION TRIM(WS-EDIT-CNT)
                   " SUSPECT/RE-RUN, EXCRERUN RULE"
                   DELIMITED BY SIZE INTO WS-ADV-REASON
           END-IF.
           MOVE "RAISE" TO WS-ADV-ACTION.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ITERATION-COUNT ADVICE - PROGRAM IterAdv - "
               WS-TIMESTAMP DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MINIMUM POWER3 RUNS " WS-MIN-RUNS
               ", MARGIN " WS-MARGIN ", RE-RUN RATE " WS-RERUN-PCT
               "%" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX-ID  EFF-DATE DEF  RUNS SUSP RERN OVFL P3RN "
               "P3MX NEW ACTION REASON"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-ADVICE-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-GROUP-ID TO WS-REPORT-LINE(1:10).
           MOVE WS-LIVE-EFF TO WS-REPORT-LINE(12:8).
           MOVE WS-CUR-ITER TO WS-EDIT-ITER.
           MOVE WS-EDIT-ITER TO WS-REPORT-LINE(22:2).
           MOVE WS-ST-RUNS(WS-ST-FOUND) TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT TO WS-REPORT-LINE(25:5).
           MOVE WS-ST-SUSPECT(WS-ST-FOUND) TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT(2:4) TO WS-REPORT-LINE(31:4).
           MOVE WS-ST-RERUNS(WS-ST-FOUND) TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT(2:4) TO WS-REPORT-LINE(36:4).
           COMPUTE WS-EXC-TOTAL = WS-ST-OVFL(WS-ST-FOUND)
               + WS-ST-RERUN-OVFL(WS-ST-FOUND).
           MOVE WS-EXC-TOTAL TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT(2:4) TO WS-REPORT-LINE(41:4).
           MOVE WS-ST-P3-RUNS(WS-ST-FOUND) TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT(2:4) TO WS-REPORT-LINE(46:4).
           MOVE WS-ST-P3-MAX(WS-ST-FOUND) TO WS-EDIT-ITER.
           MOVE WS-EDIT-ITER TO WS-REPORT-LINE(53:2).
           MOVE WS-NEW-ITER TO WS-EDIT-ITER.
           MOVE WS-EDIT-ITER TO WS-REPORT-LINE(57:2).
           MOVE WS-ADV-ACTION TO WS-REPORT-LINE(60:5).
           MOVE WS-ADV-REASON TO WS-REPORT-LINE(67:34).
           PERFORM WRITE-RPT-LINE.

      *    Ids with results but no live, active master version.
       WRITE-UNMATCHED-IDS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RESULTS FOR MATRICES NOT LIVE ON THE MASTER - "
               "NOT REVIEWED" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-SEEN(WS-ST-IDX) = "N"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-ST-ID(WS-ST-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-REVIEWED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRICES REVIEWED   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-RAISE-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ADVISED TO RAISE    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-LOWER-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ADVISED TO LOWER    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MARK ACCEPTED ADVICE Y IN COLUMN 1 OF ITERREC.DAT "
               "AND RUN IterAdv IN MODE G"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

      *    Each accepted change becomes a full-image C transaction
      *    against the version the advice was given on, so the
      *    version must still carry the default the advice started
      *    from. The file sequence follows the last IterAdv file
      *    MatrixBt accepted.
       GENERATE-TRANSACTIONS.
           OPEN INPUT ADVICE-IO.
           IF WS-ADVICE-STATUS NOT = "00"
               DISPLAY "IterAdv: unable to open ITERREC.DAT (status="
                   WS-ADVICE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ADVICE-STATUS NOT = "00"
               READ ADVICE-IO
                   AT END MOVE "10" TO WS-ADVICE-STATUS
                   NOT AT END
                       IF IR-ACCEPT = "Y"
                           ADD 1 TO WS-ACCEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVICE-IO.
           IF WS-ACCEPT-COUNT = ZERO
               DISPLAY "IterAdv: no advice marked accepted in "
                   "ITERREC.DAT - no transactions written"
           ELSE
               PERFORM WRITE-TRANSACTION-FILE
           END-IF.

       WRITE-TRANSACTION-FILE.
           OPEN INPUT FEED-LOG.
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL WS-FEED-STATUS NOT = "00"
                   READ FEED-LOG
                       AT END MOVE "10" TO WS-FEED-STATUS
                       NOT AT END
                           IF FL-SOURCE-SYS = "IterAdv"
                                   AND FL-RESULT = "ACCEPTED"
                               MOVE FL-FILE-SEQ TO WS-LAST-FEED-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-LOG
           END-IF.
           OPEN EXTEND REPORT-OUT.
           IF WS-REPORT-STATUS = "35"
               OPEN OUTPUT REPORT-OUT
           END-IF.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "IterAdv: unable to open ITERRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRAN-OUT.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "IterAdv: unable to open ITERTRN.DAT (status="
                   WS-TRAN-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-TRAN-HDR.
           MOVE "H" TO TH-REC-TYPE.
           MOVE "IterAdv" TO TH-SOURCE-SYS.
           MOVE WS-RUN-DATE TO TH-CREATE-DATE.
           COMPUTE TH-FILE-SEQ = WS-LAST-FEED-SEQ + 1.
           MOVE TH-FILE-SEQ TO WS-EDIT-SEQ.
           WRITE WS-TRAN-HDR.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGE TRANSACTIONS GENERATED " WS-TIMESTAMP
               " - ITERTRN.DAT SEQUENCE " WS-EDIT-SEQ
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE "00" TO WS-ADVICE-STATUS.
           OPEN INPUT ADVICE-IO.
           PERFORM UNTIL WS-ADVICE-STATUS NOT = "00"
               READ ADVICE-IO
                   AT END MOVE "10" TO WS-ADVICE-STATUS
                   NOT AT END
                       IF IR-ACCEPT = "Y"
                           PERFORM GENERATE-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVICE-IO.
           MOVE SPACES TO WS-TRAN-TRL.
           MOVE "T" TO TT-REC-TYPE.
           MOVE WS-GEN-COUNT TO TT-TRAN-COUNT.
           MOVE WS-ID-HASH TO TT-ID-HASH.
           MOVE WS-COEF-HASH TO TT-COEF-HASH.
           WRITE WS-TRAN-TRL.
           CLOSE TRAN-OUT.
           MOVE WS-GEN-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSACTIONS WRITTEN " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-SKIP-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCEPTED BUT SKIPPED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           CLOSE REPORT-OUT.
           DISPLAY "IterAdv: " WS-GEN-COUNT " change transactions in "
               "ITERTRN.DAT (sequence " WS-EDIT-SEQ "), "
               WS-SKIP-COUNT " skipped - copy to MATRIXTRN.DAT "
               "for MatrixBt".

       GENERATE-ONE-TRANSACTION.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE IR-MATRIX-ID TO MM-MATRIX-ID.
           MOVE IR-EFF-DATE TO MM-EFF-DATE.
           READ MATRIX-MASTER KEY IS MM-MASTER-KEY
               INVALID KEY
                   MOVE "VERSION NO LONGER ON MASTER" TO WS-SKIP-REASON
           END-READ.
           IF WS-SKIP-REASON = SPACES AND MM-STATUS NOT = "A"
               MOVE "VERSION NOT ACTIVE" TO WS-SKIP-REASON
           END-IF.
           IF WS-SKIP-REASON = SPACES AND MM-DEF-ITER NOT = IR-CUR-ITER
               MOVE "DEFAULT CHANGED SINCE ADVICE" TO WS-SKIP-REASON
           END-IF.
           IF WS-SKIP-REASON = SPACES
                   AND (IR-NEW-ITER NOT NUMERIC OR IR-NEW-ITER = ZERO)
               MOVE "ADVISED COUNT NOT VALID" TO WS-SKIP-REASON
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE IR-CUR-ITER TO WS-EDIT-ITER.
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIP-COUNT
               STRING "  " IR-MATRIX-ID " EFF " IR-EFF-DATE
                   " SKIPPED - " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               PERFORM BUILD-CHANGE-TRANSACTION
               STRING "  " IR-MATRIX-ID " EFF " IR-EFF-DATE
                   " DEF-ITER " WS-EDIT-ITER " TO " IR-NEW-ITER
                   " (" FUNCTION TRIM(IR-ACTION) ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

       BUILD-CHANGE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-REC.
           MOVE "C" TO TR-ACTION.
           MOVE MM-MATRIX-ID TO TR-MATRIX-ID.
           MOVE MM-ORDER TO TR-ORDER.
           MOVE MM-COEF-TABLE TO TR-COEF-TABLE.
           MOVE IR-NEW-ITER TO TR-DEF-ITER.
           MOVE MM-NORM-MODE TO TR-NORM-MODE.
           MOVE MM-EFF-DATE TO TR-EFF-DATE.
           MOVE MM-SCHED-FREQ TO TR-SCHED-FREQ.
           MOVE MM-SCHED-DAY TO TR-SCHED-DAY.
           MOVE MM-BAND-LO TO TR-BAND-LO.
           MOVE MM-BAND-HI TO TR-BAND-HI.
           WRITE WS-TRAN-REC.
           ADD 1 TO WS-GEN-COUNT.
           PERFORM VARYING WS-ID-POS FROM 1 BY 1 UNTIL WS-ID-POS > 10
               COMPUTE WS-ID-HASH = WS-ID-HASH
                   + FUNCTION ORD(TR-MATRIX-ID(WS-ID-POS:1)) - 1
           END-PERFORM.
           PERFORM VARYING WS-COEF-IDX FROM 1 BY 1
                   UNTIL WS-COEF-IDX > 100
               ADD TR-COEF(WS-COEF-IDX) TO WS-COEF-HASH
           END-PERFORM.
