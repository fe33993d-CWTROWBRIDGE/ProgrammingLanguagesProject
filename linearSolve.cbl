       IDENTIFICATION DIVISION.
       PROGRAM-ID. LinSolv.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "SOLVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RHS-IN ASSIGN TO "RHSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHS-STATUS.
           SELECT REPORT-OUT ASSIGN TO "SOLVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SOLVRES-OUT ASSIGN TO "SOLVRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLVRES-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    Condition-estimate limit above which a matrix is treated
      *    as near-singular. Blank or zero keeps the default.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 SP-COND-LIMIT PIC 9(9).

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

      *    One b vector per record; only the first MM-ORDER entries
      *    are used. Records for the same MATRIX-ID are expected
      *    together so the matrix is factored once.
          FD  RHS-IN.
          01 WS-RHS-REC.
             05 RH-MATRIX-ID PIC X(10).
             05 RH-B PIC S9(5)V9(5) SIGN LEADING SEPARATE
                 OCCURS 10 TIMES.

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

      *    Same length as the results interface files, with the run
      *    date, program, MATRIX-ID, record number, value and status
      *    in the same positions so ResDist can select and extract
      *    it the same way. D = determinant, I = inverse element
      *    (row, col), X = solution component (row) for RHSIN record
      *    SV-REC-NUM. A value too wide for SV-VALUE is carried as a
      *    mantissa and SV-EXPONENT, value = SV-VALUE * 10**exponent.
          FD  SOLVRES-OUT.
          01 WS-SOLVRES-REC.
             05 SV-RUN-DATE PIC 9(8).
             05 SV-PROGRAM PIC X(8).
             05 SV-MATRIX-ID PIC X(10).
             05 SV-REC-NUM PIC 9(4).
             05 SV-VALUE PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 SV-REC-TYPE PIC X.
             05 SV-ROW PIC 99.
             05 SV-COL PIC 99.
             05 SV-EXPONENT PIC S9(2) SIGN LEADING SEPARATE.
             05 SV-EFF-DATE PIC 9(8).
             05 SV-ORDER PIC 99.
             05 FILLER PIC X(13).
             05 SV-RESULT-STATUS PIC X(2).

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-RHS-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-SOLVRES-STATUS PIC XX.
          01 WS-RHS-EOF-FLAG PIC X VALUE "N".
              88 WS-RHS-EOF VALUE "Y".
          01 WS-TIMESTAMP PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-SEL-FLAG PIC X.
              88 WS-VERSION-FOUND VALUE "Y".
          01 WS-HOLD-REC PIC X(948).
          01 WS-CUR-MATRIX-ID PIC X(10) VALUE LOW-VALUES.
          01 WS-COND-LIMIT PIC 9(9) VALUE 1000000.
          01 WS-REC-NUM PIC 9(4) VALUE ZERO.
          01 WS-ORDER PIC 99.
          01 WS-COEF-IDX PIC 9(3).
          01 WS-I PIC 99.
          01 WS-J PIC 99.
          01 WS-K PIC 99.
          01 WS-P PIC 99.
          01 WS-C PIC 99.
          01 WS-PERM-HOLD PIC 99.
          01 WS-SWAP-COUNT PIC 99.
      *    K = factored and usable, S = singular, N = near-singular,
      *    M = no usable master version.
          01 WS-MATRIX-STATE PIC X.
              88 WS-MATRIX-OK VALUE "K".
              88 WS-MATRIX-SINGULAR VALUE "S".
              88 WS-MATRIX-NEAR VALUE "N".
              88 WS-MATRIX-MISSING VALUE "M".
          01 WS-CALC-FLAG PIC X.
              88 WS-CALC-OVERFLOW VALUE "Y".
          01 WS-RHS-FLAG PIC X.
              88 WS-RHS-BAD VALUE "Y".
          01 WS-A-TABLE.
             05 WS-A-ROW OCCURS 10 TIMES.
                10 WS-A PIC S9(3)V9(5) OCCURS 10 TIMES.
      *    LU factors in place: unit lower multipliers below the
      *    diagonal, upper triangle on and above it, row order
      *    in WS-PERM.
          01 WS-LU-TABLE.
             05 WS-LU-ROW OCCURS 10 TIMES.
                10 WS-LU PIC S9(11)V9(9) OCCURS 10 TIMES.
          01 WS-INV-TABLE.
             05 WS-INV-ROW OCCURS 10 TIMES.
                10 WS-INV PIC S9(11)V9(9) OCCURS 10 TIMES.
          01 WS-PERM-TABLE.
             05 WS-PERM PIC 99 OCCURS 10 TIMES.
          01 WS-B-TABLE.
             05 WS-B PIC S9(11)V9(9) OCCURS 10 TIMES.
          01 WS-Y-TABLE.
             05 WS-Y PIC S9(11)V9(9) OCCURS 10 TIMES.
          01 WS-X-TABLE.
             05 WS-X PIC S9(11)V9(9) OCCURS 10 TIMES.
          01 WS-SUM PIC S9(11)V9(9).
          01 WS-TEMP PIC S9(11)V9(9).
          01 WS-ABS-1 PIC S9(11)V9(9).
          01 WS-ABS-2 PIC S9(11)V9(9).
          01 WS-A-MAX PIC S9(11)V9(9).
          01 WS-PIVOT-TOL PIC S9(11)V9(9).
          01 WS-A-NORM PIC S9(11)V9(9).
          01 WS-INV-NORM PIC S9(11)V9(9).
          01 WS-ROW-SUM PIC S9(11)V9(9).
          01 WS-COND PIC S9(15)V9(3).
          01 WS-RESIDUAL PIC S9(11)V9(9).
      *    Determinant kept as mantissa and power of ten so a large
      *    or small product of pivots does not overflow.
          01 WS-DET-MANT PIC S9(13)V9(13).
          01 WS-DET-EXP PIC S9(3).
          01 WS-NORM-WORK PIC S9(13)V9(13).
          01 WS-NORM-EXP PIC S9(3).
          01 WS-ABS-N PIC S9(13)V9(13).
          01 WS-OUT-VAL PIC S9(11)V9(9).
          01 WS-FILE-LIMIT PIC S9(5)V9(5) VALUE 99999.99999.
          01 WS-EDIT-LIMIT PIC S9(6)V9(5) VALUE 999999.99999.
          01 WS-CELL-TEXT PIC X(14).
          01 WS-LINE-POS PIC 999.
          01 WS-CELL-COUNT PIC 9.
          01 WS-MATRIX-COUNT PIC 9(4) VALUE ZERO.
          01 WS-FLAGGED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-SOLVED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-UNSOLVED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-VAL PIC -(6)9.99999.
          01 WS-EDIT-MANT PIC -9.99999999.
          01 WS-EDIT-EXP PIC 99.
          01 WS-EXP-SIGN PIC X.
          01 WS-EDIT-COND PIC Z(14)9.999.
          01 WS-EDIT-LIMIT-N PIC Z(8)9.
          01 WS-EDIT-IDX PIC Z9.
          01 WS-EDIT-CNT PIC ZZZ9.

      *    Solves A x = b for every b vector on RHSIN.DAT against the
      *    master version of A in effect on the run date, by LU
      *    factoring with partial pivoting. For each matrix the
      *    determinant and inverse are also produced. A matrix whose
      *    pivots vanish is flagged singular; one whose condition
      *    estimate (infinity norm of A times that of its inverse)
      *    is above the limit is flagged near-singular, and no
      *    solutions or inverse are given for either. SOLVRPT.DAT is
      *    the printed report, SOLVRES.DAT the file ResDist sends on.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF SP-COND-LIMIT IS NUMERIC
                               AND SP-COND-LIMIT > ZERO
                           MOVE SP-COND-LIMIT TO WS-COND-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "LinSolv: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LinSolv: unable to open SOLVRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SOLVRES-OUT.
           IF WS-SOLVRES-STATUS NOT = "00"
               DISPLAY "LinSolv: unable to open SOLVRES.DAT (status="
                   WS-SOLVRES-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           OPEN INPUT RHS-IN.
           IF WS-RHS-STATUS = "35"
               DISPLAY "LinSolv: RHSIN.DAT not present, nothing "
                   "to solve"
               MOVE "Y" TO WS-RHS-EOF-FLAG
           ELSE
               IF WS-RHS-STATUS NOT = "00"
                   DISPLAY "LinSolv: unable to open RHSIN.DAT (status="
                       WS-RHS-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-RHS-REC
           END-IF.
           PERFORM UNTIL WS-RHS-EOF
               PERFORM PROCESS-RHS-REC
               PERFORM READ-RHS-REC
           END-PERFORM.
           IF WS-RHS-STATUS NOT = "35"
               CLOSE RHS-IN
           END-IF.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE MATRIX-MASTER.
           CLOSE REPORT-OUT.
           CLOSE SOLVRES-OUT.
           DISPLAY "LinSolv: " WS-SOLVED-COUNT " systems solved, "
               WS-UNSOLVED-COUNT " not solved, " WS-FLAGGED-COUNT
               " matrices flagged, report in SOLVRPT.DAT".
           IF WS-UNSOLVED-COUNT > 0 OR WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       READ-RHS-REC.
           READ RHS-IN
               AT END MOVE "Y" TO WS-RHS-EOF-FLAG
           END-READ.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LINEAR SOLVE REPORT - PROGRAM LinSolv - "
               WS-TIMESTAMP DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-COND-LIMIT TO WS-EDIT-LIMIT-N.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NEAR-SINGULAR WHEN CONDITION ESTIMATE EXCEEDS "
               FUNCTION TRIM(WS-EDIT-LIMIT-N)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       PROCESS-RHS-REC.
           ADD 1 TO WS-REC-NUM.
           IF RH-MATRIX-ID = SPACES
               ADD 1 TO WS-UNSOLVED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RHS #" WS-REC-NUM " HAS NO MATRIX-ID - "
                   "NOT SOLVED" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               IF RH-MATRIX-ID NOT = WS-CUR-MATRIX-ID
                   MOVE RH-MATRIX-ID TO WS-CUR-MATRIX-ID
                   PERFORM PREPARE-MATRIX
               END-IF
               EVALUATE TRUE
                   WHEN WS-MATRIX-OK
                       PERFORM CHECK-RHS-VALUES
                       IF WS-RHS-BAD
                           ADD 1 TO WS-UNSOLVED-COUNT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "  RHS #" WS-REC-NUM
                               " HAS NON-NUMERIC VALUES - NOT SOLVED"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM WRITE-RPT-LINE
                           PERFORM INIT-SOLVRES-REC
                           MOVE "X" TO SV-REC-TYPE
                           MOVE "RJ" TO SV-RESULT-STATUS
                           WRITE WS-SOLVRES-REC
                       ELSE
                           PERFORM SOLVE-ONE-RHS
                       END-IF
                   WHEN OTHER
                       PERFORM REJECT-RHS-FOR-MATRIX
               END-EVALUATE
           END-IF.

       CHECK-RHS-VALUES.
           MOVE "N" TO WS-RHS-FLAG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               IF RH-B(WS-I) IS NOT NUMERIC
                   MOVE "Y" TO WS-RHS-FLAG
               END-IF
           END-PERFORM.

       REJECT-RHS-FOR-MATRIX.
           ADD 1 TO WS-UNSOLVED-COUNT.
           PERFORM INIT-SOLVRES-REC.
           MOVE "X" TO SV-REC-TYPE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-MATRIX-SINGULAR
                   MOVE "SG" TO SV-RESULT-STATUS
                   STRING "  RHS #" WS-REC-NUM
                       " NOT SOLVED - MATRIX IS SINGULAR"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-MATRIX-NEAR
                   MOVE "NS" TO SV-RESULT-STATUS
                   STRING "  RHS #" WS-REC-NUM
                       " NOT SOLVED - MATRIX IS NEAR-SINGULAR"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "RJ" TO SV-RESULT-STATUS
                   STRING "  RHS #" WS-REC-NUM
                       " NOT SOLVED - NO USABLE MASTER VERSION"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE.
           PERFORM WRITE-RPT-LINE.
           WRITE WS-SOLVRES-REC.

      *    Runs once per MATRIX-ID: picks up the live version,
      *    factors it and reports the determinant and inverse.
       PREPARE-MATRIX.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE "M" TO WS-MATRIX-STATE.
           MOVE ZERO TO WS-ORDER.
           PERFORM FIND-EFFECTIVE-VERSION.
           EVALUATE TRUE
               WHEN NOT WS-VERSION-FOUND
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MATRIX " WS-CUR-MATRIX-ID
                       " - NO MASTER VERSION IN EFFECT FOR "
                       WS-RUN-DATE DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
               WHEN MM-STATUS NOT = "A"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MATRIX " WS-CUR-MATRIX-ID " VERSION "
                       MM-EFF-DATE " IS NOT ACTIVE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
               WHEN MM-ORDER < 1 OR MM-ORDER > 10
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MATRIX " WS-CUR-MATRIX-ID " VERSION "
                       MM-EFF-DATE " HAS BAD ORDER " MM-ORDER
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-MATRIX-COUNT
                   PERFORM SET-UP-MATRIX
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MATRIX " WS-CUR-MATRIX-ID " VERSION "
                       MM-EFF-DATE " ORDER " WS-ORDER
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
                   PERFORM FACTOR-MATRIX
                   IF WS-MATRIX-SINGULAR
                       PERFORM REPORT-SINGULAR
                   ELSE
                       PERFORM COMPUTE-DETERMINANT
                       PERFORM INVERT-MATRIX
                       PERFORM COMPUTE-CONDITION
                       PERFORM REPORT-DETERMINANT
                       IF WS-MATRIX-NEAR
                           PERFORM REPORT-NEAR-SINGULAR
                       ELSE
                           PERFORM REPORT-INVERSE
                       END-IF
                   END-IF
           END-EVALUATE.

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
           MOVE ZERO TO WS-A-MAX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE WS-I TO WS-PERM(WS-I)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   COMPUTE WS-COEF-IDX = (WS-I - 1) * WS-ORDER + WS-J
                   MOVE MM-COEF(WS-COEF-IDX) TO WS-A(WS-I, WS-J)
                   MOVE MM-COEF(WS-COEF-IDX) TO WS-LU(WS-I, WS-J)
                   COMPUTE WS-ABS-1 = FUNCTION ABS(WS-A(WS-I, WS-J))
                   IF WS-ABS-1 > WS-A-MAX
                       MOVE WS-ABS-1 TO WS-A-MAX
                   END-IF
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-PIVOT-TOL = WS-A-MAX * 0.000000010.
           IF WS-PIVOT-TOL < 0.000000001
               MOVE 0.000000001 TO WS-PIVOT-TOL
           END-IF.

      *    Gaussian elimination with partial pivoting. A pivot column
      *    with nothing above the tolerance relative to the largest
      *    coefficient means the matrix is singular.
       FACTOR-MATRIX.
           MOVE "K" TO WS-MATRIX-STATE.
           MOVE "N" TO WS-CALC-FLAG.
           MOVE ZERO TO WS-SWAP-COUNT.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-ORDER OR WS-MATRIX-SINGULAR
               PERFORM FACTOR-ONE-COLUMN
           END-PERFORM.

       FACTOR-ONE-COLUMN.
           MOVE WS-K TO WS-P.
           COMPUTE WS-ABS-2 = FUNCTION ABS(WS-LU(WS-K, WS-K)).
           PERFORM VARYING WS-I FROM WS-K BY 1 UNTIL WS-I > WS-ORDER
               COMPUTE WS-ABS-1 = FUNCTION ABS(WS-LU(WS-I, WS-K))
               IF WS-ABS-1 > WS-ABS-2
                   MOVE WS-I TO WS-P
                   MOVE WS-ABS-1 TO WS-ABS-2
               END-IF
           END-PERFORM.
           IF WS-ABS-2 < WS-PIVOT-TOL
               MOVE "S" TO WS-MATRIX-STATE
           ELSE
               IF WS-P NOT = WS-K
                   ADD 1 TO WS-SWAP-COUNT
                   MOVE WS-PERM(WS-K) TO WS-PERM-HOLD
                   MOVE WS-PERM(WS-P) TO WS-PERM(WS-K)
                   MOVE WS-PERM-HOLD TO WS-PERM(WS-P)
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-ORDER
                       MOVE WS-LU(WS-K, WS-J) TO WS-TEMP
                       MOVE WS-LU(WS-P, WS-J) TO WS-LU(WS-K, WS-J)
                       MOVE WS-TEMP TO WS-LU(WS-P, WS-J)
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-I FROM WS-K BY 1
                       UNTIL WS-I >= WS-ORDER
                   COMPUTE WS-LU(WS-I + 1, WS-K) ROUNDED =
                       WS-LU(WS-I + 1, WS-K) / WS-LU(WS-K, WS-K)
                   PERFORM VARYING WS-J FROM WS-K BY 1
                           UNTIL WS-J >= WS-ORDER
                       COMPUTE WS-LU(WS-I + 1, WS-J + 1) ROUNDED =
                           WS-LU(WS-I + 1, WS-J + 1)
                           - WS-LU(WS-I + 1, WS-K)
                           * WS-LU(WS-K, WS-J + 1)
                           ON SIZE ERROR
                               MOVE "Y" TO WS-CALC-FLAG
                       END-COMPUTE
                   END-PERFORM
               END-PERFORM
           END-IF.

      *    Product of the pivots, negated for an odd number of row
      *    interchanges.
       COMPUTE-DETERMINANT.
           MOVE 1 TO WS-DET-MANT.
           MOVE ZERO TO WS-DET-EXP.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ORDER
               COMPUTE WS-NORM-WORK = WS-DET-MANT * WS-LU(WS-K, WS-K)
               MOVE WS-DET-EXP TO WS-NORM-EXP
               PERFORM NORMALIZE-VALUE
               MOVE WS-NORM-WORK TO WS-DET-MANT
               MOVE WS-NORM-EXP TO WS-DET-EXP
           END-PERFORM.
           DIVIDE WS-SWAP-COUNT BY 2 GIVING WS-I REMAINDER WS-J.
           IF WS-J = 1
               COMPUTE WS-DET-MANT = 0 - WS-DET-MANT
           END-IF.

      *    Brings WS-NORM-WORK to one digit before the point,
      *    counting the shift in WS-NORM-EXP.
       NORMALIZE-VALUE.
           IF WS-NORM-WORK = ZERO
               MOVE ZERO TO WS-NORM-EXP
           ELSE
               COMPUTE WS-ABS-N = FUNCTION ABS(WS-NORM-WORK)
               PERFORM UNTIL WS-ABS-N < 10
                   DIVIDE 10 INTO WS-NORM-WORK
                   ADD 1 TO WS-NORM-EXP
                   COMPUTE WS-ABS-N = FUNCTION ABS(WS-NORM-WORK)
               END-PERFORM
               PERFORM UNTIL WS-ABS-N NOT < 1
                   MULTIPLY 10 BY WS-NORM-WORK
                   SUBTRACT 1 FROM WS-NORM-EXP
                   COMPUTE WS-ABS-N = FUNCTION ABS(WS-NORM-WORK)
               END-PERFORM
           END-IF.

      *    Column c of the inverse is the solution for the c-th unit
      *    vector.
       INVERT-MATRIX.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-ORDER
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
                   MOVE ZERO TO WS-B(WS-I)
               END-PERFORM
               MOVE 1 TO WS-B(WS-C)
               PERFORM SUBSTITUTE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
                   MOVE WS-X(WS-I) TO WS-INV(WS-I, WS-C)
               END-PERFORM
           END-PERFORM.

      *    Forward substitution through L on the permuted b, then
      *    back substitution through U.
       SUBSTITUTE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE WS-PERM(WS-I) TO WS-P
               MOVE WS-B(WS-P) TO WS-SUM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-I
                   COMPUTE WS-SUM ROUNDED = WS-SUM
                       - WS-LU(WS-I, WS-J) * WS-Y(WS-J)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-CALC-FLAG
                   END-COMPUTE
               END-PERFORM
               MOVE WS-SUM TO WS-Y(WS-I)
           END-PERFORM.
           PERFORM VARYING WS-I FROM WS-ORDER BY -1 UNTIL WS-I < 1
               MOVE WS-Y(WS-I) TO WS-SUM
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J >= WS-ORDER
                   COMPUTE WS-SUM ROUNDED = WS-SUM
                       - WS-LU(WS-I, WS-J + 1) * WS-X(WS-J + 1)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-CALC-FLAG
                   END-COMPUTE
               END-PERFORM
               COMPUTE WS-X(WS-I) ROUNDED = WS-SUM / WS-LU(WS-I, WS-I)
                   ON SIZE ERROR
                       MOVE "Y" TO WS-CALC-FLAG
               END-COMPUTE
           END-PERFORM.

      *    Infinity-norm condition estimate. An inverse that
      *    overflowed the working pictures is near-singular too.
       COMPUTE-CONDITION.
           MOVE ZERO TO WS-A-NORM.
           MOVE ZERO TO WS-INV-NORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE ZERO TO WS-ROW-SUM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   COMPUTE WS-ABS-1 = FUNCTION ABS(WS-A(WS-I, WS-J))
                   ADD WS-ABS-1 TO WS-ROW-SUM
               END-PERFORM
               IF WS-ROW-SUM > WS-A-NORM
                   MOVE WS-ROW-SUM TO WS-A-NORM
               END-IF
               MOVE ZERO TO WS-ROW-SUM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   COMPUTE WS-ABS-1 = FUNCTION ABS(WS-INV(WS-I, WS-J))
                   ADD WS-ABS-1 TO WS-ROW-SUM
                       ON SIZE ERROR
                           MOVE "Y" TO WS-CALC-FLAG
                   END-ADD
               END-PERFORM
               IF WS-ROW-SUM > WS-INV-NORM
                   MOVE WS-ROW-SUM TO WS-INV-NORM
               END-IF
           END-PERFORM.
           COMPUTE WS-COND = WS-A-NORM * WS-INV-NORM
               ON SIZE ERROR
                   MOVE "Y" TO WS-CALC-FLAG
           END-COMPUTE.
           IF WS-CALC-OVERFLOW OR WS-COND > WS-COND-LIMIT
               MOVE "N" TO WS-MATRIX-STATE
           END-IF.

       REPORT-SINGULAR.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ** SINGULAR MATRIX - DETERMINANT ZERO, NO "
               "SOLUTION OR INVERSE PRODUCED **"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM INIT-SOLVRES-REC.
           MOVE ZERO TO SV-REC-NUM.
           MOVE "D" TO SV-REC-TYPE.
           MOVE "SG" TO SV-RESULT-STATUS.
           WRITE WS-SOLVRES-REC.

      *    Shown fixed-point when the determinant has between one and
      *    six digits before the point, otherwise as mantissa and
      *    power of ten.
       REPORT-DETERMINANT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-DET-EXP >= 0 AND WS-DET-EXP <= 5
               MOVE WS-DET-MANT TO WS-OUT-VAL
               PERFORM WS-DET-EXP TIMES
                   MULTIPLY 10 BY WS-OUT-VAL
               END-PERFORM
               MOVE WS-OUT-VAL TO WS-EDIT-VAL
               STRING "  DETERMINANT         " WS-EDIT-VAL
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               COMPUTE WS-EDIT-MANT ROUNDED = WS-DET-MANT
               IF WS-DET-EXP < 0
                   MOVE "-" TO WS-EXP-SIGN
               ELSE
                   MOVE "+" TO WS-EXP-SIGN
               END-IF
               MOVE WS-DET-EXP TO WS-EDIT-EXP
               STRING "  DETERMINANT         " WS-EDIT-MANT "E"
                   WS-EXP-SIGN WS-EDIT-EXP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CALC-OVERFLOW
               STRING "  CONDITION ESTIMATE  INVERSE OVERFLOWED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-COND TO WS-EDIT-COND
               STRING "  CONDITION ESTIMATE  " WS-EDIT-COND
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           PERFORM INIT-SOLVRES-REC.
           MOVE ZERO TO SV-REC-NUM.
           MOVE "D" TO SV-REC-TYPE.
           IF WS-MATRIX-NEAR
               MOVE "NS" TO SV-RESULT-STATUS
           ELSE
               MOVE "OK" TO SV-RESULT-STATUS
           END-IF.
           IF WS-DET-EXP >= -5 AND WS-DET-EXP <= 4
               MOVE WS-DET-MANT TO WS-NORM-WORK
               MOVE WS-DET-EXP TO WS-NORM-EXP
               PERFORM UNTIL WS-NORM-EXP = ZERO
                   IF WS-NORM-EXP > ZERO
                       MULTIPLY 10 BY WS-NORM-WORK
                       SUBTRACT 1 FROM WS-NORM-EXP
                   ELSE
                       DIVIDE 10 INTO WS-NORM-WORK
                       ADD 1 TO WS-NORM-EXP
                   END-IF
               END-PERFORM
               COMPUTE SV-VALUE ROUNDED = WS-NORM-WORK
               MOVE ZERO TO SV-EXPONENT
           ELSE
               COMPUTE SV-VALUE ROUNDED = WS-DET-MANT
               MOVE WS-DET-EXP TO SV-EXPONENT
           END-IF.
           WRITE WS-SOLVRES-REC.

       REPORT-NEAR-SINGULAR.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ** NEAR-SINGULAR MATRIX - SOLUTIONS AND INVERSE "
               "WITHHELD **" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       REPORT-INVERSE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  INVERSE" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-I TO WS-EDIT-IDX
               STRING "    ROW " WS-EDIT-IDX DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE 11 TO WS-LINE-POS
               MOVE ZERO TO WS-CELL-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   MOVE WS-INV(WS-I, WS-J) TO WS-OUT-VAL
                   PERFORM ADD-VALUE-CELL
                   PERFORM INIT-SOLVRES-REC
                   MOVE ZERO TO SV-REC-NUM
                   MOVE "I" TO SV-REC-TYPE
                   MOVE WS-I TO SV-ROW
                   MOVE WS-J TO SV-COL
                   MOVE "OK" TO SV-RESULT-STATUS
                   PERFORM SET-SOLVRES-VALUE
                   WRITE WS-SOLVRES-REC
               END-PERFORM
               IF WS-CELL-COUNT > 0
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM.

      *    Five values to a line; a full line is written and the
      *    next value starts a continuation line.
       ADD-VALUE-CELL.
           IF WS-CELL-COUNT = 5
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 11 TO WS-LINE-POS
               MOVE ZERO TO WS-CELL-COUNT
           END-IF.
           COMPUTE WS-ABS-1 = FUNCTION ABS(WS-OUT-VAL).
           IF WS-ABS-1 > WS-EDIT-LIMIT
               MOVE "  ************" TO WS-CELL-TEXT
           ELSE
               COMPUTE WS-EDIT-VAL ROUNDED = WS-OUT-VAL
               MOVE SPACES TO WS-CELL-TEXT
               MOVE WS-EDIT-VAL TO WS-CELL-TEXT(2:13)
           END-IF.
           MOVE WS-CELL-TEXT TO WS-REPORT-LINE(WS-LINE-POS:14).
           ADD 14 TO WS-LINE-POS.
           ADD 1 TO WS-CELL-COUNT.

       SOLVE-ONE-RHS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE RH-B(WS-I) TO WS-B(WS-I)
           END-PERFORM.
           MOVE "N" TO WS-CALC-FLAG.
           PERFORM SUBSTITUTE.
           IF WS-CALC-OVERFLOW
               ADD 1 TO WS-UNSOLVED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  RHS #" WS-REC-NUM
                   " NOT SOLVED - SOLUTION OVERFLOWED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
               PERFORM INIT-SOLVRES-REC
               MOVE "X" TO SV-REC-TYPE
               MOVE "RJ" TO SV-RESULT-STATUS
               WRITE WS-SOLVRES-REC
           ELSE
               ADD 1 TO WS-SOLVED-COUNT
               PERFORM COMPUTE-RESIDUAL
               MOVE WS-RESIDUAL TO WS-EDIT-VAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  RHS #" WS-REC-NUM " SOLUTION"
                   "   (LARGEST RESIDUAL " FUNCTION TRIM(WS-EDIT-VAL)
                   ")" DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 11 TO WS-LINE-POS
               MOVE ZERO TO WS-CELL-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
                   MOVE WS-X(WS-I) TO WS-OUT-VAL
                   PERFORM ADD-VALUE-CELL
                   PERFORM INIT-SOLVRES-REC
                   MOVE "X" TO SV-REC-TYPE
                   MOVE WS-I TO SV-ROW
                   MOVE "OK" TO SV-RESULT-STATUS
                   PERFORM SET-SOLVRES-VALUE
                   WRITE WS-SOLVRES-REC
               END-PERFORM
               PERFORM WRITE-RPT-LINE
           END-IF.

      *    Largest |b - A x| over the rows, against the master
      *    coefficients rather than the factors.
       COMPUTE-RESIDUAL.
           MOVE ZERO TO WS-RESIDUAL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               MOVE WS-B(WS-I) TO WS-SUM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   COMPUTE WS-SUM ROUNDED = WS-SUM
                       - WS-A(WS-I, WS-J) * WS-X(WS-J)
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
               END-PERFORM
               COMPUTE WS-ABS-1 = FUNCTION ABS(WS-SUM)
               IF WS-ABS-1 > WS-RESIDUAL
                   MOVE WS-ABS-1 TO WS-RESIDUAL
               END-IF
           END-PERFORM.

       INIT-SOLVRES-REC.
           MOVE SPACES TO WS-SOLVRES-REC.
           MOVE WS-RUN-DATE TO SV-RUN-DATE.
           MOVE "LinSolv" TO SV-PROGRAM.
           MOVE WS-CUR-MATRIX-ID TO SV-MATRIX-ID.
           MOVE WS-REC-NUM TO SV-REC-NUM.
           MOVE ZERO TO SV-VALUE.
           MOVE ZERO TO SV-ROW.
           MOVE ZERO TO SV-COL.
           MOVE ZERO TO SV-EXPONENT.
           MOVE MM-EFF-DATE TO SV-EFF-DATE.
           MOVE WS-ORDER TO SV-ORDER.
           IF WS-MATRIX-MISSING
               MOVE ZERO TO SV-EFF-DATE
           END-IF.

      *    WS-OUT-VAL to SV-VALUE, scaled to a mantissa and exponent
      *    when it is too wide for the field.
       SET-SOLVRES-VALUE.
           COMPUTE WS-ABS-1 = FUNCTION ABS(WS-OUT-VAL).
           IF WS-ABS-1 > WS-FILE-LIMIT
               MOVE WS-OUT-VAL TO WS-NORM-WORK
               MOVE ZERO TO WS-NORM-EXP
               PERFORM NORMALIZE-VALUE
               COMPUTE SV-VALUE ROUNDED = WS-NORM-WORK
               MOVE WS-NORM-EXP TO SV-EXPONENT
           ELSE
               COMPUTE SV-VALUE ROUNDED = WS-OUT-VAL
               MOVE ZERO TO SV-EXPONENT
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUMMARY" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-REC-NUM TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RHS VECTORS READ        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-SOLVED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  SYSTEMS SOLVED          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-UNSOLVED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  SYSTEMS NOT SOLVED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-MATRIX-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MATRICES FACTORED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  SINGULAR/NEAR-SINGULAR  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
