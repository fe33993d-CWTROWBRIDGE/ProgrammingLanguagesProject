       IDENTIFICATION DIVISION.
       PROGRAM-ID. SensAnl.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "SENSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT COMPARE-IN ASSIGN TO "CMPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT REPORT-OUT ASSIGN TO "SENSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    One request per record. MATRIX-ID *CHANGED analyses every
      *    matrix ResComp listed with a difference on CMPRPT.DAT.
      *    A blank or zero perturbation defaults to 0.01000; a blank
      *    or zero iteration count uses the master's MM-DEF-ITER.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 SN-MATRIX-ID PIC X(10).
             05 SN-PERTURB PIC 9(3)V9(5).
             05 SN-ITER PIC 9(2).

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

      *    ResComp difference lines carry the program in columns 1-8
      *    and the MATRIX-ID in 10-19, followed by " OLD=".
          FD  COMPARE-IN.
          01 WS-COMPARE-REC.
             05 CR-PROGRAM PIC X(8).
             05 FILLER PIC X.
             05 CR-MATRIX-ID PIC X(10).
             05 CR-OLD-TAG PIC X(5).
             05 FILLER PIC X(76).

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-CMP-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-PARM-EOF-FLAG PIC X VALUE "N".
              88 WS-PARM-EOF VALUE "Y".
          01 WS-TIMESTAMP PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-SEL-FLAG PIC X.
              88 WS-VERSION-FOUND VALUE "Y".
          01 WS-HOLD-REC PIC X(948).
          01 WS-CUR-MATRIX-ID PIC X(10).
          01 WS-PERTURB PIC 9(3)V9(5).
          01 WS-DEFAULT-PERTURB PIC 9(3)V9(5) VALUE 0.01000.
          01 WS-ITER-OVERRIDE PIC 99.
          01 WS-ITERS PIC 99.
          01 WS-ORDER PIC 99.
          01 WS-COEF-IDX PIC 9(3).
          01 WS-I PIC 99.
          01 WS-J PIC 99.
          01 WS-ROW PIC 99.
          01 WS-COL PIC 99.
      *    Matrices flagged as changed by ResComp.
          01 WS-CHG-COUNT PIC 9(4) VALUE ZERO.
          01 WS-CHG-TABLE.
             05 WS-CHG-ID PIC X(10) OCCURS 500 TIMES.
          01 WS-CHG-IDX PIC 9(4).
          01 WS-CHG-DUP-FLAG PIC X.
              88 WS-CHG-DUP VALUE "Y".
      *    Base coefficients and the copy the power method runs on.
          01 WS-BASE-TABLE.
             05 WS-BASE-ROW OCCURS 10 TIMES.
                10 WS-BASE-C PIC S9(3)V9(5) OCCURS 10 TIMES.
          01 WS-RUN-TABLE.
             05 WS-RUN-ROW OCCURS 10 TIMES.
                10 WS-RUN-C PIC S9(4)V9(5) OCCURS 10 TIMES.
      *    The power method runs in the high-precision pictures so
      *    the small change a nudge makes is not lost in rounding.
          01 WS-HX-TABLE.
             05 WS-HX PIC S9(7)V9(9) OCCURS 10 TIMES.
          01 WS-HNEW-TABLE.
             05 WS-HNEWX PIC S9(7)V9(9) OCCURS 10 TIMES.
          01 WS-HSUM PIC S9(9)V9(9).
          01 WS-HW PIC S9(7)V9(9).
          01 WS-BASE-W PIC S9(7)V9(9).
          01 WS-ITER-COUNT PIC 99.
          01 WS-OVERFLOW-FLAG PIC X VALUE "N".
              88 WS-OVERFLOW VALUE "Y".
          01 WS-NORM-MODE PIC X.
              88 WS-NORM-EUCLID VALUE "E".
      *    Change in the dominant eigenvalue per unit change in each
      *    coefficient, with the eigenvalue the nudged matrix gave.
          01 WS-SENS-TABLE.
             05 WS-SENS-ROW OCCURS 10 TIMES.
                10 WS-SENS-CELL OCCURS 10 TIMES.
                   15 WS-SENS PIC S9(7)V9(5).
                   15 WS-SENS-ABS PIC S9(7)V9(5).
                   15 WS-SENS-NEWW PIC S9(7)V9(9).
                   15 WS-SENS-STATE PIC X.
                       88 WS-SENS-OK VALUE "K".
                       88 WS-SENS-RANGE VALUE "R".
                       88 WS-SENS-OVFL VALUE "O".
                       88 WS-SENS-RANKED VALUE "D".
          01 WS-RANK PIC 99.
          01 WS-RANK-LIMIT PIC 99 VALUE 10.
          01 WS-BEST-ROW PIC 99.
          01 WS-BEST-COL PIC 99.
          01 WS-BEST-ABS PIC S9(7)V9(5).
          01 WS-GRID-LIMIT PIC S9(3)V9(3) VALUE 999.999.
          01 WS-LINE-POS PIC 999.
          01 WS-REQUEST-COUNT PIC 9(4) VALUE ZERO.
          01 WS-ANALYSED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-W PIC -(5)9.99999.
          01 WS-EDIT-COEF PIC -(3)9.99999.
          01 WS-EDIT-SENS PIC -(6)9.99999.
          01 WS-EDIT-GRID PIC -(3)9.999.
          01 WS-EDIT-PERTURB PIC ZZ9.99999.
          01 WS-EDIT-IDX PIC Z9.
          01 WS-EDIT-CNT PIC ZZZ9.

      *    For each requested MATRIX-ID the master version in effect
      *    today is run through the power method as-is and then once
      *    more for every coefficient nudged up by the perturbation.
      *    SENSRPT.DAT shows, as an order-by-order grid, how far the
      *    dominant eigenvalue moves per unit change in each
      *    coefficient, and ranks the most influential at the foot.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "SensAnl: unable to open SENSPARM.DAT (status="
                   WS-PARM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SensAnl: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SensAnl: unable to open SENSRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-PARM-REC.
           PERFORM UNTIL WS-PARM-EOF
               IF SN-MATRIX-ID NOT = SPACES
                   PERFORM PROCESS-PARM-REC
               END-IF
               PERFORM READ-PARM-REC
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE PARM-IN.
           CLOSE MATRIX-MASTER.
           CLOSE REPORT-OUT.
           DISPLAY "SensAnl: " WS-ANALYSED-COUNT " matrices analysed, "
               WS-SKIPPED-COUNT " skipped, report in SENSRPT.DAT".
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       READ-PARM-REC.
           READ PARM-IN
               AT END MOVE "Y" TO WS-PARM-EOF-FLAG
           END-READ.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COEFFICIENT SENSITIVITY REPORT - PROGRAM SensAnl - "
               WS-TIMESTAMP DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       PROCESS-PARM-REC.
           ADD 1 TO WS-REQUEST-COUNT.
           IF SN-PERTURB IS NUMERIC AND SN-PERTURB > ZERO
               MOVE SN-PERTURB TO WS-PERTURB
           ELSE
               MOVE WS-DEFAULT-PERTURB TO WS-PERTURB
           END-IF.
           IF SN-ITER IS NUMERIC
               MOVE SN-ITER TO WS-ITER-OVERRIDE
           ELSE
               MOVE ZERO TO WS-ITER-OVERRIDE
           END-IF.
           IF SN-MATRIX-ID = "*CHANGED"
               PERFORM LOAD-CHANGED-IDS
               IF WS-CHG-COUNT = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "*CHANGED - NO MATRIX-ID FLAGGED ON "
                       "CMPRPT.DAT" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
               END-IF
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   MOVE WS-CHG-ID(WS-CHG-IDX) TO WS-CUR-MATRIX-ID
                   PERFORM ANALYSE-ONE-MATRIX
               END-PERFORM
           ELSE
               MOVE SN-MATRIX-ID TO WS-CUR-MATRIX-ID
               PERFORM ANALYSE-ONE-MATRIX
           END-IF.

      *    A MATRIX-ID that changed under more than one program is
      *    analysed once. Root rows key on "#" and a record number
      *    and have no master entry.
       LOAD-CHANGED-IDS.
           MOVE ZERO TO WS-CHG-COUNT.
           OPEN INPUT COMPARE-IN.
           IF WS-CMP-STATUS = "35"
               DISPLAY "SensAnl: CMPRPT.DAT not present, no changed "
                   "matrices to analyse"
           ELSE
               IF WS-CMP-STATUS NOT = "00"
                   DISPLAY "SensAnl: unable to open CMPRPT.DAT "
                       "(status=" WS-CMP-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CMP-STATUS NOT = "00"
                   READ COMPARE-IN
                       AT END MOVE "10" TO WS-CMP-STATUS
                       NOT AT END PERFORM NOTE-CHANGED-ID
                   END-READ
               END-PERFORM
               CLOSE COMPARE-IN
           END-IF.

       NOTE-CHANGED-ID.
           IF CR-OLD-TAG = " OLD=" AND CR-MATRIX-ID NOT = SPACES
                   AND CR-MATRIX-ID(1:1) NOT = "#"
               MOVE "N" TO WS-CHG-DUP-FLAG
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   IF WS-CHG-ID(WS-CHG-IDX) = CR-MATRIX-ID
                       MOVE "Y" TO WS-CHG-DUP-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-CHG-DUP
                   IF WS-CHG-COUNT < 500
                       ADD 1 TO WS-CHG-COUNT
                       MOVE CR-MATRIX-ID TO WS-CHG-ID(WS-CHG-COUNT)
                   ELSE
                       DISPLAY "SensAnl: changed-matrix table full, "
                           CR-MATRIX-ID " not analysed"
                   END-IF
               END-IF
           END-IF.

       ANALYSE-ONE-MATRIX.
           PERFORM FIND-EFFECTIVE-VERSION.
           EVALUATE TRUE
               WHEN NOT WS-VERSION-FOUND
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MATRIX " WS-CUR-MATRIX-ID
                       " - NO MASTER VERSION IN EFFECT FOR "
                       WS-RUN-DATE " - SKIPPED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-SKIP-LINES
               WHEN MM-STATUS NOT = "A"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MATRIX " WS-CUR-MATRIX-ID " VERSION "
                       MM-EFF-DATE " IS NOT ACTIVE - SKIPPED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-SKIP-LINES
               WHEN MM-ORDER < 2 OR MM-ORDER > 10
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MATRIX " WS-CUR-MATRIX-ID " VERSION "
                       MM-EFF-DATE " HAS BAD ORDER " MM-ORDER
                       " - SKIPPED" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-SKIP-LINES
               WHEN OTHER
                   ADD 1 TO WS-ANALYSED-COUNT
                   PERFORM SET-UP-MATRIX
                   PERFORM WRITE-MATRIX-HEADING
                   PERFORM RUN-BASE-CASE
                   PERFORM RUN-NUDGED-CASES
                   PERFORM WRITE-SENSITIVITY-GRID
                   PERFORM WRITE-RANKING
                   MOVE SPACES TO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
           END-EVALUATE.

       WRITE-SKIP-LINES.
           ADD 1 TO WS-SKIPPED-COUNT.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

      *    The live version is the last one dated on or before the
      *    run date, as MatrixXt chooses it.
       FIND-EFFECTIVE-VERSION.
           MOVE "N" TO WS-SEL-FLAG.
           MOVE WS-CUR-MATRIX-ID TO MM-MATRIX-ID.
           MOVE ZERO TO MM-EFF-DATE.
           START MATRIX-MASTER KEY >= MM-MASTER-KEY
               INVALID KEY CONTINUE
           END-START.
           IF WS-MASTER-STATUS = "00"
               PERFORM READ-NEXT-VERSION
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                       OR MM-MATRIX-ID NOT = WS-CUR-MATRIX-ID
                       OR MM-EFF-DATE > WS-RUN-DATE
                   MOVE "Y" TO WS-SEL-FLAG
                   MOVE WS-MASTER-REC TO WS-HOLD-REC
                   PERFORM READ-NEXT-VERSION
               END-PERFORM
           END-IF.
           IF WS-VERSION-FOUND
               MOVE WS-HOLD-REC TO WS-MASTER-REC
           END-IF.

       READ-NEXT-VERSION.
           READ MATRIX-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       SET-UP-MATRIX.
           MOVE MM-ORDER TO WS-ORDER.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   COMPUTE WS-COEF-IDX = (WS-I - 1) * WS-ORDER + WS-J
                   MOVE MM-COEF(WS-COEF-IDX) TO WS-BASE-C(WS-I, WS-J)
               END-PERFORM
           END-PERFORM.
           IF WS-ITER-OVERRIDE > ZERO
               MOVE WS-ITER-OVERRIDE TO WS-ITERS
           ELSE
               MOVE MM-DEF-ITER TO WS-ITERS
           END-IF.
           IF WS-ITERS = ZERO
               MOVE 1 TO WS-ITERS
           END-IF.
           IF MM-NORM-MODE = "E"
               MOVE "E" TO WS-NORM-MODE
           ELSE
               MOVE "M" TO WS-NORM-MODE
           END-IF.

       WRITE-MATRIX-HEADING.
           MOVE WS-PERTURB TO WS-EDIT-PERTURB.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX " WS-CUR-MATRIX-ID " VERSION " MM-EFF-DATE
               " ORDER " WS-ORDER " ITERATIONS " WS-ITERS
               " PERTURBATION " WS-EDIT-PERTURB
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-NORM-EUCLID
               STRING "  NORMALIZATION: EUCLIDEAN (L2) NORM"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  NORMALIZATION: MAX COMPONENT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

       RUN-BASE-CASE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   MOVE WS-BASE-C(WS-I, WS-J) TO WS-RUN-C(WS-I, WS-J)
               END-PERFORM
           END-PERFORM.
           PERFORM RUN-POWER-METHOD.
           MOVE WS-HW TO WS-BASE-W.
           MOVE WS-BASE-W TO WS-EDIT-W.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  BASE DOMINANT EIGENVALUE: " WS-EDIT-W
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-OVERFLOW
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** OVERFLOW DETECTED IN BASE RUN - "
                   "SENSITIVITIES MAY BE INVALID **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      *    A nudge that would carry a coefficient past the master's
      *    picture is not run; it could never be keyed.
       RUN-NUDGED-CASES.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ORDER
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > WS-ORDER
                   PERFORM RUN-ONE-NUDGE
               END-PERFORM
           END-PERFORM.

       RUN-ONE-NUDGE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   MOVE WS-BASE-C(WS-I, WS-J) TO WS-RUN-C(WS-I, WS-J)
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-RUN-C(WS-ROW, WS-COL) =
               WS-BASE-C(WS-ROW, WS-COL) + WS-PERTURB.
           MOVE ZERO TO WS-SENS(WS-ROW, WS-COL).
           MOVE ZERO TO WS-SENS-ABS(WS-ROW, WS-COL).
           MOVE ZERO TO WS-SENS-NEWW(WS-ROW, WS-COL).
           IF WS-RUN-C(WS-ROW, WS-COL) > 999.99999
               MOVE "R" TO WS-SENS-STATE(WS-ROW, WS-COL)
           ELSE
               PERFORM RUN-POWER-METHOD
               MOVE WS-HW TO WS-SENS-NEWW(WS-ROW, WS-COL)
               IF WS-OVERFLOW
                   MOVE "O" TO WS-SENS-STATE(WS-ROW, WS-COL)
               ELSE
                   MOVE "K" TO WS-SENS-STATE(WS-ROW, WS-COL)
                   COMPUTE WS-SENS(WS-ROW, WS-COL) =
                       (WS-HW - WS-BASE-W) / WS-PERTURB
                       ON SIZE ERROR
                           MOVE "O" TO WS-SENS-STATE(WS-ROW, WS-COL)
                   END-COMPUTE
                   COMPUTE WS-SENS-ABS(WS-ROW, WS-COL) =
                       FUNCTION ABS(WS-SENS(WS-ROW, WS-COL))
               END-IF
           END-IF.

      *    Same iteration and scaling as the nightly power programs:
      *    start from all ones, multiply, scale by the largest
      *    component or the L2 norm.
       RUN-POWER-METHOD.
           MOVE "N" TO WS-OVERFLOW-FLAG.
           MOVE ZERO TO WS-ITER-COUNT.
           MOVE ZERO TO WS-HW.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE 1 TO WS-HX(WS-I)
           END-PERFORM.
           PERFORM POWER-METH-STEP WS-ITERS TIMES.

       POWER-METH-STEP.
           ADD 1 TO WS-ITER-COUNT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE ZERO TO WS-HSUM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   COMPUTE WS-HSUM = WS-HSUM +
                       WS-RUN-C(WS-I, WS-J) * WS-HX(WS-J)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-OVERFLOW-FLAG
                   END-COMPUTE
               END-PERFORM
               COMPUTE WS-HNEWX(WS-I) = WS-HSUM
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-FLAG
               END-COMPUTE
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE WS-HNEWX(WS-I) TO WS-HX(WS-I)
           END-PERFORM.
           IF WS-NORM-EUCLID
               MOVE ZERO TO WS-HSUM
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
                   COMPUTE WS-HSUM = WS-HSUM + WS-HX(WS-I) * WS-HX(WS-I)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-OVERFLOW-FLAG
                   END-COMPUTE
               END-PERFORM
               COMPUTE WS-HW = FUNCTION SQRT(WS-HSUM)
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-FLAG
               END-COMPUTE
           ELSE
               MOVE WS-HX(1) TO WS-HW
               PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-ORDER
                   IF WS-HX(WS-I) > WS-HW
                       MOVE WS-HX(WS-I) TO WS-HW
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-HW = 0
               CONTINUE
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
                   DIVIDE WS-HX(WS-I) BY WS-HW GIVING WS-HX(WS-I)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-OVERFLOW-FLAG
                   END-DIVIDE
               END-PERFORM
           END-IF.

      *    Row by column, one cell per coefficient. RANGE marks a
      *    nudge past the coefficient picture, OVFL a run that
      *    overflowed, ******* a value too wide for the grid.
       WRITE-SENSITIVITY-GRID.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CHANGE IN DOMINANT EIGENVALUE PER UNIT CHANGE IN "
               "COEFFICIENT (ROW, COL)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "  ROW" TO WS-REPORT-LINE(1:5).
           MOVE 7 TO WS-LINE-POS.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-ORDER
               MOVE WS-COL TO WS-EDIT-IDX
               STRING "  COL " WS-EDIT-IDX DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(WS-LINE-POS:8)
               ADD 9 TO WS-LINE-POS
           END-PERFORM.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ORDER
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-ROW TO WS-EDIT-IDX
               MOVE WS-EDIT-IDX TO WS-REPORT-LINE(4:2)
               MOVE 7 TO WS-LINE-POS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > WS-ORDER
                   EVALUATE TRUE
                       WHEN WS-SENS-RANGE(WS-ROW, WS-COL)
                           MOVE "   RANGE"
                               TO WS-REPORT-LINE(WS-LINE-POS:8)
                       WHEN WS-SENS-OVFL(WS-ROW, WS-COL)
                           MOVE "    OVFL"
                               TO WS-REPORT-LINE(WS-LINE-POS:8)
                       WHEN WS-SENS-ABS(WS-ROW, WS-COL)
                               > WS-GRID-LIMIT
                           MOVE " *******"
                               TO WS-REPORT-LINE(WS-LINE-POS:8)
                       WHEN OTHER
                           MOVE WS-SENS(WS-ROW, WS-COL)
                               TO WS-EDIT-GRID
                           MOVE WS-EDIT-GRID
                               TO WS-REPORT-LINE(WS-LINE-POS:8)
                   END-EVALUATE
                   ADD 9 TO WS-LINE-POS
               END-PERFORM
               PERFORM WRITE-RPT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

      *    Largest absolute sensitivity first, up to the rank limit.
       WRITE-RANKING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MOST INFLUENTIAL COEFFICIENTS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RANK  ROW  COL  COEFFICIENT    SENSITIVITY"
               "  NUDGED EIGENVALUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE ZERO TO WS-RANK.
           MOVE 1 TO WS-BEST-ROW.
           PERFORM UNTIL WS-RANK >= WS-RANK-LIMIT
                   OR WS-BEST-ROW = ZERO
               PERFORM FIND-NEXT-RANKED
               IF WS-BEST-ROW NOT = ZERO
                   ADD 1 TO WS-RANK
                   PERFORM WRITE-RANK-LINE
               END-IF
           END-PERFORM.

       FIND-NEXT-RANKED.
           MOVE ZERO TO WS-BEST-ROW.
           MOVE ZERO TO WS-BEST-COL.
           MOVE -1 TO WS-BEST-ABS.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ORDER
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > WS-ORDER
                   IF WS-SENS-OK(WS-ROW, WS-COL)
                           AND WS-SENS-ABS(WS-ROW, WS-COL)
                               > WS-BEST-ABS
                       MOVE WS-ROW TO WS-BEST-ROW
                       MOVE WS-COL TO WS-BEST-COL
                       MOVE WS-SENS-ABS(WS-ROW, WS-COL) TO WS-BEST-ABS
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-BEST-ROW NOT = ZERO
               MOVE "D" TO WS-SENS-STATE(WS-BEST-ROW, WS-BEST-COL)
           END-IF.

       WRITE-RANK-LINE.
           MOVE WS-BASE-C(WS-BEST-ROW, WS-BEST-COL) TO WS-EDIT-COEF.
           MOVE WS-SENS(WS-BEST-ROW, WS-BEST-COL) TO WS-EDIT-SENS.
           MOVE WS-SENS-NEWW(WS-BEST-ROW, WS-BEST-COL) TO WS-EDIT-W.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    " WS-RANK "   " WS-BEST-ROW "   " WS-BEST-COL
               "  " WS-EDIT-COEF "  " WS-EDIT-SENS "  " WS-EDIT-W
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUMMARY" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-REQUEST-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  REQUESTS READ           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-ANALYSED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MATRICES ANALYSED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MATRICES SKIPPED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
