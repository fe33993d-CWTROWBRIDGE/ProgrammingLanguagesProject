       IDENTIFICATION DIVISION.
       PROGRAM-ID. EigSpec.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "SPECPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-STATE ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MATRIX-IN ASSIGN TO "POWERNIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRIX-STATUS.
           SELECT RESULTS-IN ASSIGN TO DYNAMIC WS-RESULTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT SPECRES-OUT ASSIGN TO "SPECRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECRES-STATUS.
           SELECT REPORT-OUT ASSIGN TO "SPECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    M = every active matrix on MATRIXMST.DAT as of the run
      *    date, N = the matrices on tonight's POWERNIN.DAT.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 SP-SOURCE PIC X.

      *    Only the "H" record is wanted, for the run date; a
      *    restarted run keeps the date of the run it restarted.
          FD  RUN-STATE.
          01 WS-STATE-REC.
             05 RS-REC-TYPE PIC X.
             05 RS-RUN-DATE PIC 9(8).
             05 FILLER PIC X(44).

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

          FD  MATRIX-IN.
          01 WS-BATCH-REC.
             05 BR-ITER PIC 9(2).
             05 BR-ORDER PIC 9(2).
             05 BR-C PIC S9(3)V9(5) SIGN LEADING SEPARATE
                 OCCURS 100 TIMES.
             05 BR-NORM-MODE PIC X.
             05 BR-MATRIX-ID PIC X(10).

          FD  RESULTS-IN.
          01 WS-RESULTS-REC.
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

      *    One record per distinct eigenvalue, largest modulus first,
      *    in MATRIX-ID order. A complex pair is two records, the
      *    positive imaginary part first. SR-STATUS NC marks a matrix
      *    whose QR iteration did not converge (no values follow).
          FD  SPECRES-OUT.
          01 WS-SPECRES-REC.
             05 SR-RUN-DATE PIC 9(8).
             05 SR-PROGRAM PIC X(8).
             05 SR-MATRIX-ID PIC X(10).
             05 SR-REC-NUM PIC 9(4).
             05 SR-ORDER PIC 99.
             05 SR-SEQ PIC 99.
             05 SR-REAL PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 SR-IMAG PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 SR-MULT PIC 99.
             05 SR-STATUS PIC X(2).

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-STATE-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-MATRIX-STATUS PIC XX.
          01 WS-RESULTS-STATUS PIC XX.
          01 WS-SPECRES-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-RESULTS-NAME PIC X(30).
          01 WS-SOURCE-MODE PIC X VALUE "M".
              88 WS-SOURCE-MASTER VALUE "M".
              88 WS-SOURCE-POWERN VALUE "N".
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-TIMESTAMP PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-GROUP-ID PIC X(10) VALUE SPACES.
          01 WS-SEL-FLAG PIC X VALUE "N".
              88 WS-VERSION-FOUND VALUE "Y".
          01 WS-HOLD-REC PIC X(948).
          01 WS-CUR-MATRIX-ID PIC X(10).
          01 WS-CUR-EFF-DATE PIC 9(8).
          01 WS-REC-NUM PIC 9(4) VALUE ZERO.
          01 WS-COEF-IDX PIC 9(3).
      *    Working precision for the reduction and the QR sweeps.
      *    The coefficients carry five decimals; twelve are kept so
      *    rounding through the sweeps stays well clear of them.
          01 WS-ORDER PIC 99.
          01 WS-H-TABLE.
             05 WS-H-ROW OCCURS 10 TIMES.
                10 WS-H PIC S9(11)V9(9) OCCURS 10 TIMES.
          01 WS-EIGEN-TABLE.
             05 WS-EIGEN OCCURS 10 TIMES.
                10 WS-WR PIC S9(11)V9(9).
                10 WS-WI PIC S9(11)V9(9).
                10 WS-MOD PIC S9(11)V9(9).
          01 WS-EIGEN-SWAP.
             05 WS-SWAP-WR PIC S9(11)V9(9).
             05 WS-SWAP-WI PIC S9(11)V9(9).
             05 WS-SWAP-MOD PIC S9(11)V9(9).
          01 WS-P PIC S9(11)V9(9).
          01 WS-Q PIC S9(11)V9(9).
          01 WS-R PIC S9(11)V9(9).
          01 WS-S PIC S9(11)V9(9).
          01 WS-T PIC S9(11)V9(9).
          01 WS-U PIC S9(11)V9(9).
          01 WS-V PIC S9(11)V9(9).
          01 WS-W PIC S9(11)V9(9).
          01 WS-X PIC S9(11)V9(9).
          01 WS-Y PIC S9(11)V9(9).
          01 WS-Z PIC S9(11)V9(9).
          01 WS-TEMP PIC S9(11)V9(9).
          01 WS-PIVOT PIC S9(11)V9(9).
          01 WS-ANORM PIC S9(11)V9(9).
      *    Absolute values are taken one to a field before they are
      *    combined.
          01 WS-ABS-P PIC S9(11)V9(9).
          01 WS-ABS-Q PIC S9(11)V9(9).
          01 WS-ABS-R PIC S9(11)V9(9).
          01 WS-ABS-A PIC S9(11)V9(9).
          01 WS-ABS-B PIC S9(11)V9(9).
          01 WS-ABS-C PIC S9(11)V9(9).
          01 WS-QR-EPS PIC V9(9) VALUE 0.000000010.
          01 WS-I PIC 99.
          01 WS-J PIC 99.
          01 WS-K PIC 99.
          01 WS-L PIC 99.
          01 WS-LL PIC 99.
          01 WS-M PIC 99.
          01 WS-MM PIC 99.
          01 WS-NN PIC 99.
          01 WS-FROM-IDX PIC 99.
          01 WS-LAST-IDX PIC 99.
          01 WS-MMIN-IDX PIC 99.
          01 WS-PIVOT-ROW PIC 99.
          01 WS-ITS PIC 99.
          01 WS-MAX-ITS PIC 99 VALUE 30.
          01 WS-SPLIT-FLAG PIC X.
              88 WS-SPLIT-FOUND VALUE "Y".
          01 WS-STOP-FLAG PIC X.
              88 WS-STOP-SCAN VALUE "Y".
          01 WS-QR-FLAG PIC X.
              88 WS-QR-FAILED VALUE "Y".
          01 WS-SWAPPED-FLAG PIC X.
              88 WS-SWAPPED VALUE "Y".
          01 WS-ORDER-FLAG PIC X.
              88 WS-OUT-OF-ORDER VALUE "Y".
          01 WS-SAME-FLAG PIC X.
              88 WS-SAME-VALUE VALUE "Y".
          01 WS-DIFF-MOD PIC S9(11)V9(9).
          01 WS-DIFF-WR PIC S9(11)V9(9).
          01 WS-DIFF-WI PIC S9(11)V9(9).
      *    Values within this distance of one another in both parts
      *    are the same eigenvalue counted with multiplicity.
          01 WS-MULT-TOLERANCE PIC S9(3)V9(5) VALUE 0.00100.
          01 WS-MULT PIC 99.
          01 WS-DISTINCT-COUNT PIC 99.
      *    Tonight's dominant values from the power programs.
          01 WS-PWR-COUNT PIC 9(4) VALUE ZERO.
          01 WS-PWR-MAX PIC 9(4) VALUE 1500.
          01 WS-PWR-TABLE.
             05 WS-PWR-ENTRY OCCURS 1500 TIMES.
                10 WS-PWR-ID PIC X(10).
                10 WS-PWR-PROGRAM PIC X(8).
                10 WS-PWR-VALUE PIC S9(5)V9(5).
          01 WS-PWR-IDX PIC 9(4).
          01 WS-PWR-HIT PIC 9(4).
          01 WS-CHECK-FLAG PIC X.
              88 WS-CHECK-FOUND VALUE "Y".
          01 WS-CHECK-TOLERANCE PIC S9(3)V9(5) VALUE 0.00100.
          01 WS-DOM-MOD PIC S9(5)V9(5).
          01 WS-OUT-REAL PIC S9(5)V9(5).
          01 WS-OUT-IMAG PIC S9(5)V9(5).
          01 WS-OUT-MOD PIC S9(5)V9(5).
          01 WS-PWR-ABS PIC S9(5)V9(5).
          01 WS-DIFF PIC S9(5)V9(5).
          01 WS-MATRIX-COUNT PIC 9(4) VALUE ZERO.
          01 WS-SPECTRUM-COUNT PIC 9(4) VALUE ZERO.
          01 WS-NOCONV-COUNT PIC 9(4) VALUE ZERO.
          01 WS-BADORDER-COUNT PIC 9(4) VALUE ZERO.
          01 WS-AGREE-COUNT PIC 9(4) VALUE ZERO.
          01 WS-DIFFER-COUNT PIC 9(4) VALUE ZERO.
          01 WS-NOPWR-COUNT PIC 9(4) VALUE ZERO.
          01 WS-VALUE-COUNT PIC 9(6) VALUE ZERO.
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-REAL PIC -(5)9.99999.
          01 WS-EDIT-IMAG PIC -(5)9.99999.
          01 WS-EDIT-MOD PIC -(5)9.99999.
          01 WS-EDIT-PWR PIC -(5)9.99999.
          01 WS-EDIT-DIFF PIC -(5)9.99999.
          01 WS-EDIT-MULT PIC Z9.
          01 WS-EDIT-SEQ PIC Z9.
          01 WS-EDIT-CNT PIC ZZZ9.

      *    Produces every eigenvalue of each matrix, real and complex,
      *    with its multiplicity. The matrix is reduced to upper
      *    Hessenberg form by stabilised elimination and the values
      *    are taken off by the double-shift QR iteration. Results go
      *    to SPECRPT.DAT and SPECRES.DAT. The dominant value is
      *    cross-checked against tonight's Power2/Power3/PowerN row
      *    for the same MATRIX-ID; a disagreement or a matrix that
      *    does not converge sets return code 4. So does a missing
      *    power result, for a POWERNIN.DAT matrix or when there
      *    are no power results at all; from the master a matrix
      *    not scheduled tonight has none. The run date is the
      *    nightly run's, from RUNSTATE.DAT, so a run that passes
      *    midnight still selects the versions MatrixXt extracted.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT RUN-STATE.
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL WS-STATE-STATUS NOT = "00"
                   READ RUN-STATE
                       AT END MOVE "10" TO WS-STATE-STATUS
                       NOT AT END
                           IF RS-REC-TYPE = "H"
                                   AND RS-RUN-DATE IS NUMERIC
                                   AND RS-RUN-DATE NOT = ZERO
                               MOVE RS-RUN-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STATE
           END-IF.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF SP-SOURCE = "M" OR SP-SOURCE = "N"
                           MOVE SP-SOURCE TO WS-SOURCE-MODE
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           PERFORM LOAD-POWER-RESULTS.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "EigSpec: unable to open SPECRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SPECRES-OUT.
           IF WS-SPECRES-STATUS NOT = "00"
               DISPLAY "EigSpec: unable to open SPECRES.DAT (status="
                   WS-SPECRES-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           IF WS-SOURCE-MASTER
               PERFORM SPECTRUM-FROM-MASTER
           ELSE
               PERFORM SPECTRUM-FROM-POWERN
           END-IF.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-OUT.
           CLOSE SPECRES-OUT.
           DISPLAY "EigSpec: " WS-SPECTRUM-COUNT " spectra, "
               WS-DIFFER-COUNT " dominant disagreements, "
               WS-NOCONV-COUNT " not converged, report in SPECRPT.DAT".
           IF WS-DIFFER-COUNT > 0 OR WS-NOCONV-COUNT > 0
                   OR WS-BADORDER-COUNT > 0
                   OR (WS-NOPWR-COUNT > 0
                       AND (WS-SOURCE-POWERN OR WS-PWR-COUNT = 0))
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FULL EIGENVALUE SPECTRUM REPORT - PROGRAM EigSpec - "
               WS-TIMESTAMP DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SOURCE-MASTER
               STRING "SOURCE: MATRIXMST.DAT ACTIVE VERSIONS AS OF "
                   WS-RUN-DATE DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "SOURCE: POWERNIN.DAT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

      *    Only primary rows carry a dominant value: OK is a real
      *    dominant eigenvalue, CP the modulus of a dominant complex
      *    pair. Second-mode and rejected rows are left out. The
      *    results files are recreated by each night's power steps,
      *    so every row in them is tonight's.
       LOAD-POWER-RESULTS.
           MOVE "POWER2RES.DAT" TO WS-RESULTS-NAME.
           PERFORM LOAD-ONE-RESULTS-FILE.
           MOVE "POWER3RES.DAT" TO WS-RESULTS-NAME.
           PERFORM LOAD-ONE-RESULTS-FILE.
           MOVE "POWERNRES.DAT" TO WS-RESULTS-NAME.
           PERFORM LOAD-ONE-RESULTS-FILE.

       LOAD-ONE-RESULTS-FILE.
           OPEN INPUT RESULTS-IN.
           IF WS-RESULTS-STATUS = "00"
               PERFORM UNTIL WS-RESULTS-STATUS NOT = "00"
                   READ RESULTS-IN
                       AT END MOVE "10" TO WS-RESULTS-STATUS
                       NOT AT END PERFORM KEEP-POWER-RESULT
                   END-READ
               END-PERFORM
               CLOSE RESULTS-IN
           END-IF.

       KEEP-POWER-RESULT.
           IF (RI-RESULT-STATUS = "OK" OR RI-RESULT-STATUS = "CP")
                   AND RI-MATRIX-ID NOT = SPACES
               IF WS-PWR-COUNT < WS-PWR-MAX
                   ADD 1 TO WS-PWR-COUNT
                   MOVE RI-MATRIX-ID TO WS-PWR-ID(WS-PWR-COUNT)
                   MOVE RI-PROGRAM TO WS-PWR-PROGRAM(WS-PWR-COUNT)
                   MOVE RI-VALUE TO WS-PWR-VALUE(WS-PWR-COUNT)
               ELSE
                   DISPLAY "EigSpec: power result table full, "
                       RI-MATRIX-ID " not cross-checked"
               END-IF
           END-IF.

      *    The version in effect is the last one dated on or before
      *    the run date; a matrix whose version in effect is not
      *    active is left out, as MatrixXt leaves it out.
       SPECTRUM-FROM-MASTER.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EigSpec: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM READ-MASTER-REC.
           PERFORM UNTIL WS-EOF
               IF MM-MATRIX-ID NOT = WS-GROUP-ID
                   IF WS-GROUP-ID NOT = SPACES
                       PERFORM FINISH-MASTER-ID
                   END-IF
                   MOVE MM-MATRIX-ID TO WS-GROUP-ID
                   MOVE "N" TO WS-SEL-FLAG
               END-IF
               IF MM-EFF-DATE <= WS-RUN-DATE
                   MOVE "Y" TO WS-SEL-FLAG
                   MOVE WS-MASTER-REC TO WS-HOLD-REC
               END-IF
               PERFORM READ-MASTER-REC
           END-PERFORM.
           IF WS-GROUP-ID NOT = SPACES
               PERFORM FINISH-MASTER-ID
           END-IF.
           CLOSE MATRIX-MASTER.

       READ-MASTER-REC.
           READ MATRIX-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       FINISH-MASTER-ID.
           IF WS-VERSION-FOUND
               MOVE WS-HOLD-REC TO WS-MASTER-REC
               IF MM-STATUS = "A"
                   ADD 1 TO WS-REC-NUM
                   MOVE MM-MATRIX-ID TO WS-CUR-MATRIX-ID
                   MOVE MM-EFF-DATE TO WS-CUR-EFF-DATE
                   MOVE MM-ORDER TO WS-ORDER
                   IF WS-ORDER >= 2 AND WS-ORDER <= 10
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-ORDER
                           PERFORM VARYING WS-J FROM 1 BY 1
                                   UNTIL WS-J > WS-ORDER
                               COMPUTE WS-COEF-IDX =
                                   (WS-I - 1) * WS-ORDER + WS-J
                               MOVE MM-COEF(WS-COEF-IDX)
                                   TO WS-H(WS-I, WS-J)
                           END-PERFORM
                       END-PERFORM
                   END-IF
                   PERFORM PROCESS-ONE-MATRIX
               END-IF
           END-IF.

       SPECTRUM-FROM-POWERN.
           OPEN INPUT MATRIX-IN.
           IF WS-MATRIX-STATUS NOT = "00"
               DISPLAY "EigSpec: unable to open POWERNIN.DAT (status="
                   WS-MATRIX-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM READ-MATRIX-REC.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-REC-NUM
               MOVE BR-MATRIX-ID TO WS-CUR-MATRIX-ID
               MOVE ZERO TO WS-CUR-EFF-DATE
               MOVE BR-ORDER TO WS-ORDER
               IF WS-ORDER >= 2 AND WS-ORDER <= 10
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-ORDER
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-ORDER
                           COMPUTE WS-COEF-IDX =
                               (WS-I - 1) * WS-ORDER + WS-J
                           MOVE BR-C(WS-COEF-IDX) TO WS-H(WS-I, WS-J)
                       END-PERFORM
                   END-PERFORM
               END-IF
               PERFORM PROCESS-ONE-MATRIX
               PERFORM READ-MATRIX-REC
           END-PERFORM.
           CLOSE MATRIX-IN.

       READ-MATRIX-REC.
           READ MATRIX-IN
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-ONE-MATRIX.
           ADD 1 TO WS-MATRIX-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CUR-EFF-DATE = ZERO
               STRING "MATRIX #" WS-REC-NUM " ID " WS-CUR-MATRIX-ID
                   " ORDER " WS-ORDER
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "MATRIX #" WS-REC-NUM " ID " WS-CUR-MATRIX-ID
                   " ORDER " WS-ORDER " VERSION " WS-CUR-EFF-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           IF WS-ORDER < 2 OR WS-ORDER > 10
               ADD 1 TO WS-BADORDER-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  BAD ORDER " WS-ORDER " - SKIPPED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               PERFORM REDUCE-TO-HESSENBERG
               PERFORM QR-ITERATE
               IF WS-QR-FAILED
                   ADD 1 TO WS-NOCONV-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  QR ITERATION DID NOT CONVERGE IN "
                       WS-MAX-ITS " SWEEPS - NO SPECTRUM"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-RPT-LINE
                   PERFORM WRITE-NOCONV-REC
               ELSE
                   ADD 1 TO WS-SPECTRUM-COUNT
                   PERFORM ORDER-EIGENVALUES
                   PERFORM WRITE-SPECTRUM
                   PERFORM CROSS-CHECK-DOMINANT
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

      *    Gaussian elimination with row interchange, each row
      *    operation matched by the inverse column operation so the
      *    result is similar to the original matrix.
       REDUCE-TO-HESSENBERG.
           IF WS-ORDER > 2
               COMPUTE WS-LAST-IDX = WS-ORDER - 1
               PERFORM VARYING WS-M FROM 2 BY 1
                       UNTIL WS-M > WS-LAST-IDX
                   PERFORM HESSENBERG-ONE-COLUMN
               END-PERFORM
               PERFORM VARYING WS-I FROM 3 BY 1 UNTIL WS-I > WS-ORDER
                   COMPUTE WS-LAST-IDX = WS-I - 2
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-LAST-IDX
                       MOVE ZERO TO WS-H(WS-I, WS-J)
                   END-PERFORM
               END-PERFORM
           END-IF.

       HESSENBERG-ONE-COLUMN.
           MOVE ZERO TO WS-PIVOT.
           MOVE WS-M TO WS-PIVOT-ROW.
           PERFORM VARYING WS-J FROM WS-M BY 1 UNTIL WS-J > WS-ORDER
               IF FUNCTION ABS(WS-H(WS-J, WS-M - 1))
                       > FUNCTION ABS(WS-PIVOT)
                   MOVE WS-H(WS-J, WS-M - 1) TO WS-PIVOT
                   MOVE WS-J TO WS-PIVOT-ROW
               END-IF
           END-PERFORM.
           IF WS-PIVOT-ROW NOT = WS-M
               COMPUTE WS-FROM-IDX = WS-M - 1
               PERFORM VARYING WS-J FROM WS-FROM-IDX BY 1
                       UNTIL WS-J > WS-ORDER
                   MOVE WS-H(WS-PIVOT-ROW, WS-J) TO WS-TEMP
                   MOVE WS-H(WS-M, WS-J) TO WS-H(WS-PIVOT-ROW, WS-J)
                   MOVE WS-TEMP TO WS-H(WS-M, WS-J)
               END-PERFORM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDER
                   MOVE WS-H(WS-J, WS-PIVOT-ROW) TO WS-TEMP
                   MOVE WS-H(WS-J, WS-M) TO WS-H(WS-J, WS-PIVOT-ROW)
                   MOVE WS-TEMP TO WS-H(WS-J, WS-M)
               END-PERFORM
           END-IF.
           IF WS-PIVOT NOT = ZERO
               COMPUTE WS-FROM-IDX = WS-M + 1
               PERFORM VARYING WS-I FROM WS-FROM-IDX BY 1
                       UNTIL WS-I > WS-ORDER
                   MOVE WS-H(WS-I, WS-M - 1) TO WS-Y
                   IF WS-Y NOT = ZERO
                       COMPUTE WS-Y = WS-Y / WS-PIVOT
                       MOVE WS-Y TO WS-H(WS-I, WS-M - 1)
                       PERFORM VARYING WS-J FROM WS-M BY 1
                               UNTIL WS-J > WS-ORDER
                           COMPUTE WS-H(WS-I, WS-J) = WS-H(WS-I, WS-J)
                               - WS-Y * WS-H(WS-M, WS-J)
                       END-PERFORM
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-ORDER
                           COMPUTE WS-H(WS-J, WS-M) = WS-H(WS-J, WS-M)
                               + WS-Y * WS-H(WS-J, WS-I)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    Double-shift QR on the Hessenberg matrix. Each pass either
      *    splits off one real value or a 2x2 block (a real pair or a
      *    complex-conjugate pair) at the bottom of the active part,
      *    or performs one implicit double-shift sweep. Exceptional
      *    shifts are taken after 10 and 20 sweeps without a split.
       QR-ITERATE.
           MOVE ZERO TO WS-ANORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               IF WS-I > 1
                   COMPUTE WS-FROM-IDX = WS-I - 1
               ELSE
                   MOVE 1 TO WS-FROM-IDX
               END-IF
               PERFORM VARYING WS-J FROM WS-FROM-IDX BY 1
                       UNTIL WS-J > WS-ORDER
                   COMPUTE WS-ABS-A = FUNCTION ABS(WS-H(WS-I, WS-J))
                   ADD WS-ABS-A TO WS-ANORM
               END-PERFORM
           END-PERFORM.
           MOVE WS-ORDER TO WS-NN.
           MOVE ZERO TO WS-T.
           MOVE ZERO TO WS-ITS.
           MOVE "N" TO WS-QR-FLAG.
           PERFORM QR-ONE-PASS UNTIL WS-NN < 1 OR WS-QR-FAILED.

       QR-ONE-PASS.
           PERFORM FIND-SPLIT-POINT.
           MOVE WS-H(WS-NN, WS-NN) TO WS-X.
           IF WS-L = WS-NN
               COMPUTE WS-WR(WS-NN) = WS-X + WS-T
               MOVE ZERO TO WS-WI(WS-NN)
               SUBTRACT 1 FROM WS-NN
               MOVE ZERO TO WS-ITS
           ELSE
               MOVE WS-H(WS-NN - 1, WS-NN - 1) TO WS-Y
               COMPUTE WS-W = WS-H(WS-NN, WS-NN - 1)
                   * WS-H(WS-NN - 1, WS-NN)
               IF WS-L = WS-NN - 1
                   PERFORM TAKE-TWO-BY-TWO
               ELSE
                   IF WS-ITS >= WS-MAX-ITS
                       MOVE "Y" TO WS-QR-FLAG
                   ELSE
                       PERFORM QR-SWEEP
                   END-IF
               END-IF
           END-IF.

      *    Looks up from the bottom of the active part for a
      *    subdiagonal element small beside its diagonal neighbours;
      *    the matrix splits there. L = 1 when there is no split.
       FIND-SPLIT-POINT.
           MOVE 1 TO WS-L.
           MOVE "N" TO WS-SPLIT-FLAG.
           PERFORM VARYING WS-LL FROM WS-NN BY -1
                   UNTIL WS-LL < 2 OR WS-SPLIT-FOUND
               COMPUTE WS-ABS-A =
                   FUNCTION ABS(WS-H(WS-LL - 1, WS-LL - 1))
               COMPUTE WS-ABS-B = FUNCTION ABS(WS-H(WS-LL, WS-LL))
               COMPUTE WS-S = WS-ABS-A + WS-ABS-B
               IF WS-S = ZERO
                   MOVE WS-ANORM TO WS-S
               END-IF
               IF FUNCTION ABS(WS-H(WS-LL, WS-LL - 1))
                       <= WS-S * WS-QR-EPS
                   MOVE ZERO TO WS-H(WS-LL, WS-LL - 1)
                   MOVE WS-LL TO WS-L
                   MOVE "Y" TO WS-SPLIT-FLAG
               END-IF
           END-PERFORM.

       TAKE-TWO-BY-TWO.
           COMPUTE WS-P = 0.5 * (WS-Y - WS-X).
           COMPUTE WS-Q = WS-P * WS-P + WS-W.
           COMPUTE WS-ABS-Q = FUNCTION ABS(WS-Q).
           COMPUTE WS-Z = FUNCTION SQRT(WS-ABS-Q).
           COMPUTE WS-X = WS-X + WS-T.
           IF WS-Q >= ZERO
               IF WS-P < ZERO
                   COMPUTE WS-Z = WS-P - WS-Z
               ELSE
                   COMPUTE WS-Z = WS-P + WS-Z
               END-IF
               COMPUTE WS-WR(WS-NN - 1) = WS-X + WS-Z
               MOVE WS-WR(WS-NN - 1) TO WS-WR(WS-NN)
               IF WS-Z NOT = ZERO
                   COMPUTE WS-WR(WS-NN) = WS-X - WS-W / WS-Z
               END-IF
               MOVE ZERO TO WS-WI(WS-NN - 1)
               MOVE ZERO TO WS-WI(WS-NN)
           ELSE
               COMPUTE WS-WR(WS-NN - 1) = WS-X + WS-P
               MOVE WS-WR(WS-NN - 1) TO WS-WR(WS-NN)
               COMPUTE WS-WI(WS-NN - 1) = 0 - WS-Z
               MOVE WS-Z TO WS-WI(WS-NN)
           END-IF.
           SUBTRACT 2 FROM WS-NN.
           MOVE ZERO TO WS-ITS.

       QR-SWEEP.
           IF WS-ITS = 10 OR WS-ITS = 20
               COMPUTE WS-T = WS-T + WS-X
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NN
                   COMPUTE WS-H(WS-I, WS-I) = WS-H(WS-I, WS-I) - WS-X
               END-PERFORM
               COMPUTE WS-ABS-A = FUNCTION ABS(WS-H(WS-NN, WS-NN - 1))
               COMPUTE WS-ABS-B =
                   FUNCTION ABS(WS-H(WS-NN - 1, WS-NN - 2))
               COMPUTE WS-S = WS-ABS-A + WS-ABS-B
               COMPUTE WS-X = 0.75 * WS-S
               MOVE WS-X TO WS-Y
               COMPUTE WS-W = -0.4375 * WS-S * WS-S
           END-IF.
           ADD 1 TO WS-ITS.
           PERFORM FIND-SWEEP-START.
           COMPUTE WS-FROM-IDX = WS-M + 2.
           PERFORM VARYING WS-I FROM WS-FROM-IDX BY 1
                   UNTIL WS-I > WS-NN
               MOVE ZERO TO WS-H(WS-I, WS-I - 2)
               IF WS-I NOT = WS-FROM-IDX
                   MOVE ZERO TO WS-H(WS-I, WS-I - 3)
               END-IF
           END-PERFORM.
           COMPUTE WS-LAST-IDX = WS-NN - 1.
           PERFORM VARYING WS-K FROM WS-M BY 1
                   UNTIL WS-K > WS-LAST-IDX OR WS-QR-FAILED
               PERFORM QR-SWEEP-ONE-STEP
           END-PERFORM.

      *    Starts the sweep at the lowest row M where two consecutive
      *    small subdiagonal elements let the bulge begin. The first
      *    column of the double shift is carried multiplied through
      *    by H(M+1,M) rather than divided by it; only its direction
      *    is used once it is scaled to unit size.
       FIND-SWEEP-START.
           MOVE "N" TO WS-STOP-FLAG.
           COMPUTE WS-FROM-IDX = WS-NN - 2.
           PERFORM VARYING WS-MM FROM WS-FROM-IDX BY -1
                   UNTIL WS-MM < WS-L OR WS-STOP-SCAN
               MOVE WS-MM TO WS-M
               MOVE WS-H(WS-M, WS-M) TO WS-Z
               COMPUTE WS-R = WS-X - WS-Z
               COMPUTE WS-S = WS-Y - WS-Z
               COMPUTE WS-P = WS-R * WS-S - WS-W
                   + WS-H(WS-M, WS-M + 1) * WS-H(WS-M + 1, WS-M)
               COMPUTE WS-Q = (WS-H(WS-M + 1, WS-M + 1) - WS-Z
                   - WS-R - WS-S) * WS-H(WS-M + 1, WS-M)
               COMPUTE WS-R = WS-H(WS-M + 2, WS-M + 1)
                   * WS-H(WS-M + 1, WS-M)
               COMPUTE WS-ABS-P = FUNCTION ABS(WS-P)
               COMPUTE WS-ABS-Q = FUNCTION ABS(WS-Q)
               COMPUTE WS-ABS-R = FUNCTION ABS(WS-R)
               COMPUTE WS-S = WS-ABS-P + WS-ABS-Q + WS-ABS-R
               IF WS-S NOT = ZERO
                   COMPUTE WS-P = WS-P / WS-S
                   COMPUTE WS-Q = WS-Q / WS-S
                   COMPUTE WS-R = WS-R / WS-S
               END-IF
               IF WS-M = WS-L
                   MOVE "Y" TO WS-STOP-FLAG
               ELSE
                   COMPUTE WS-ABS-P = FUNCTION ABS(WS-P)
                   COMPUTE WS-ABS-Q = FUNCTION ABS(WS-Q)
                   COMPUTE WS-ABS-R = FUNCTION ABS(WS-R)
                   COMPUTE WS-ABS-A =
                       FUNCTION ABS(WS-H(WS-M, WS-M - 1))
                   COMPUTE WS-U = WS-ABS-A * (WS-ABS-Q + WS-ABS-R)
                   COMPUTE WS-ABS-A =
                       FUNCTION ABS(WS-H(WS-M - 1, WS-M - 1))
                   COMPUTE WS-ABS-B = FUNCTION ABS(WS-Z)
                   COMPUTE WS-ABS-C =
                       FUNCTION ABS(WS-H(WS-M + 1, WS-M + 1))
                   COMPUTE WS-V = WS-ABS-P
                       * (WS-ABS-A + WS-ABS-B + WS-ABS-C)
                   IF WS-U <= WS-V * WS-QR-EPS
                       MOVE "Y" TO WS-STOP-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      *    One Householder reflection of the sweep, applied to rows
      *    K..K+2 across the active columns and to columns K..K+2
      *    down the active rows.
       QR-SWEEP-ONE-STEP.
           IF WS-K NOT = WS-M
               MOVE WS-H(WS-K, WS-K - 1) TO WS-P
               MOVE WS-H(WS-K + 1, WS-K - 1) TO WS-Q
               MOVE ZERO TO WS-R
               IF WS-K NOT = WS-NN - 1
                   MOVE WS-H(WS-K + 2, WS-K - 1) TO WS-R
               END-IF
               COMPUTE WS-ABS-P = FUNCTION ABS(WS-P)
               COMPUTE WS-ABS-Q = FUNCTION ABS(WS-Q)
               COMPUTE WS-ABS-R = FUNCTION ABS(WS-R)
               COMPUTE WS-X = WS-ABS-P + WS-ABS-Q + WS-ABS-R
               IF WS-X NOT = ZERO
                   COMPUTE WS-P = WS-P / WS-X
                   COMPUTE WS-Q = WS-Q / WS-X
                   COMPUTE WS-R = WS-R / WS-X
               END-IF
           END-IF.
           COMPUTE WS-S = FUNCTION SQRT(WS-P * WS-P + WS-Q * WS-Q
               + WS-R * WS-R).
           IF WS-P < ZERO
               COMPUTE WS-S = 0 - WS-S
           END-IF.
           IF WS-S NOT = ZERO
               IF WS-K = WS-M
                   IF WS-L NOT = WS-M
                       COMPUTE WS-H(WS-K, WS-K - 1) =
                           0 - WS-H(WS-K, WS-K - 1)
                   END-IF
               ELSE
                   COMPUTE WS-H(WS-K, WS-K - 1) = 0 - WS-S * WS-X
               END-IF
               COMPUTE WS-P = WS-P + WS-S
               COMPUTE WS-X = WS-P / WS-S
               COMPUTE WS-Y = WS-Q / WS-S
               COMPUTE WS-Z = WS-R / WS-S
               COMPUTE WS-Q = WS-Q / WS-P
               COMPUTE WS-R = WS-R / WS-P
               PERFORM VARYING WS-J FROM WS-K BY 1 UNTIL WS-J > WS-NN
                   COMPUTE WS-P = WS-H(WS-K, WS-J)
                       + WS-Q * WS-H(WS-K + 1, WS-J)
                   IF WS-K NOT = WS-NN - 1
                       COMPUTE WS-P = WS-P
                           + WS-R * WS-H(WS-K + 2, WS-J)
                       COMPUTE WS-H(WS-K + 2, WS-J) =
                           WS-H(WS-K + 2, WS-J) - WS-P * WS-Z
                   END-IF
                   COMPUTE WS-H(WS-K + 1, WS-J) =
                       WS-H(WS-K + 1, WS-J) - WS-P * WS-Y
                   COMPUTE WS-H(WS-K, WS-J) =
                       WS-H(WS-K, WS-J) - WS-P * WS-X
               END-PERFORM
               IF WS-NN < WS-K + 3
                   MOVE WS-NN TO WS-MMIN-IDX
               ELSE
                   COMPUTE WS-MMIN-IDX = WS-K + 3
               END-IF
               PERFORM VARYING WS-I FROM WS-L BY 1
                       UNTIL WS-I > WS-MMIN-IDX
                   COMPUTE WS-P = WS-X * WS-H(WS-I, WS-K)
                       + WS-Y * WS-H(WS-I, WS-K + 1)
                   IF WS-K NOT = WS-NN - 1
                       COMPUTE WS-P = WS-P
                           + WS-Z * WS-H(WS-I, WS-K + 2)
                       COMPUTE WS-H(WS-I, WS-K + 2) =
                           WS-H(WS-I, WS-K + 2) - WS-P * WS-R
                   END-IF
                   COMPUTE WS-H(WS-I, WS-K + 1) =
                       WS-H(WS-I, WS-K + 1) - WS-P * WS-Q
                   COMPUTE WS-H(WS-I, WS-K) =
                       WS-H(WS-I, WS-K) - WS-P
               END-PERFORM
           END-IF.

      *    Largest modulus first; equal moduli by real part, then
      *    the positive imaginary part ahead of its conjugate.
       ORDER-EIGENVALUES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDER
               COMPUTE WS-MOD(WS-I) = FUNCTION SQRT(
                   WS-WR(WS-I) * WS-WR(WS-I)
                   + WS-WI(WS-I) * WS-WI(WS-I))
           END-PERFORM.
           MOVE "Y" TO WS-SWAPPED-FLAG.
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE "N" TO WS-SWAPPED-FLAG
               PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-ORDER
                   PERFORM COMPARE-ADJACENT-VALUES
                   IF WS-OUT-OF-ORDER
                       MOVE WS-EIGEN(WS-I) TO WS-EIGEN-SWAP
                       MOVE WS-EIGEN(WS-I - 1) TO WS-EIGEN(WS-I)
                       MOVE WS-EIGEN-SWAP TO WS-EIGEN(WS-I - 1)
                       MOVE "Y" TO WS-SWAPPED-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPARE-ADJACENT-VALUES.
           MOVE "N" TO WS-ORDER-FLAG.
           COMPUTE WS-DIFF-MOD = WS-MOD(WS-I) - WS-MOD(WS-I - 1).
           COMPUTE WS-DIFF-WR = WS-WR(WS-I) - WS-WR(WS-I - 1).
           COMPUTE WS-DIFF-WI = WS-WI(WS-I) - WS-WI(WS-I - 1).
           EVALUATE TRUE
               WHEN WS-DIFF-MOD > WS-MULT-TOLERANCE
                   MOVE "Y" TO WS-ORDER-FLAG
               WHEN WS-DIFF-MOD < 0 - WS-MULT-TOLERANCE
                   CONTINUE
               WHEN WS-DIFF-WR > WS-MULT-TOLERANCE
                   MOVE "Y" TO WS-ORDER-FLAG
               WHEN WS-DIFF-WR < 0 - WS-MULT-TOLERANCE
                   CONTINUE
               WHEN WS-DIFF-WI > WS-MULT-TOLERANCE
                   MOVE "Y" TO WS-ORDER-FLAG
           END-EVALUATE.

      *    Ordered values that agree with the one before them are
      *    counted into its multiplicity rather than listed again.
       WRITE-SPECTRUM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   #     REAL PART     IMAG PART       MODULUS"
               "  MULT" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE ZERO TO WS-DISTINCT-COUNT.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-ORDER
               MOVE 1 TO WS-MULT
               COMPUTE WS-J = WS-I + 1
               MOVE "Y" TO WS-SAME-FLAG
               PERFORM UNTIL WS-J > WS-ORDER OR NOT WS-SAME-VALUE
                   COMPUTE WS-DIFF-WR =
                       FUNCTION ABS(WS-WR(WS-J) - WS-WR(WS-I))
                   COMPUTE WS-DIFF-WI =
                       FUNCTION ABS(WS-WI(WS-J) - WS-WI(WS-I))
                   IF WS-DIFF-WR <= WS-MULT-TOLERANCE
                           AND WS-DIFF-WI <= WS-MULT-TOLERANCE
                       ADD 1 TO WS-MULT
                       ADD 1 TO WS-J
                   ELSE
                       MOVE "N" TO WS-SAME-FLAG
                   END-IF
               END-PERFORM
               ADD 1 TO WS-DISTINCT-COUNT
               PERFORM WRITE-ONE-EIGENVALUE
               MOVE WS-J TO WS-I
           END-PERFORM.

       WRITE-ONE-EIGENVALUE.
           MOVE WS-DISTINCT-COUNT TO WS-EDIT-SEQ.
           COMPUTE WS-OUT-REAL ROUNDED = WS-WR(WS-I).
           COMPUTE WS-OUT-IMAG ROUNDED = WS-WI(WS-I).
           COMPUTE WS-OUT-MOD ROUNDED = WS-MOD(WS-I).
           MOVE WS-OUT-REAL TO WS-EDIT-REAL.
           MOVE WS-OUT-IMAG TO WS-EDIT-IMAG.
           MOVE WS-OUT-MOD TO WS-EDIT-MOD.
           MOVE WS-MULT TO WS-EDIT-MULT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-EDIT-SEQ "  " WS-EDIT-REAL "  " WS-EDIT-IMAG
               "  " WS-EDIT-MOD "    " WS-EDIT-MULT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-SPECRES-REC.
           MOVE WS-RUN-DATE TO SR-RUN-DATE.
           MOVE "EigSpec" TO SR-PROGRAM.
           MOVE WS-CUR-MATRIX-ID TO SR-MATRIX-ID.
           MOVE WS-REC-NUM TO SR-REC-NUM.
           MOVE WS-ORDER TO SR-ORDER.
           MOVE WS-DISTINCT-COUNT TO SR-SEQ.
           MOVE WS-OUT-REAL TO SR-REAL.
           MOVE WS-OUT-IMAG TO SR-IMAG.
           MOVE WS-MULT TO SR-MULT.
           MOVE "OK" TO SR-STATUS.
           WRITE WS-SPECRES-REC.
           ADD 1 TO WS-VALUE-COUNT.

       WRITE-NOCONV-REC.
           MOVE SPACES TO WS-SPECRES-REC.
           MOVE WS-RUN-DATE TO SR-RUN-DATE.
           MOVE "EigSpec" TO SR-PROGRAM.
           MOVE WS-CUR-MATRIX-ID TO SR-MATRIX-ID.
           MOVE WS-REC-NUM TO SR-REC-NUM.
           MOVE WS-ORDER TO SR-ORDER.
           MOVE ZERO TO SR-SEQ.
           MOVE ZERO TO SR-REAL.
           MOVE ZERO TO SR-IMAG.
           MOVE ZERO TO SR-MULT.
           MOVE "NC" TO SR-STATUS.
           WRITE WS-SPECRES-REC.

      *    The power programs report the dominant value signed under
      *    max-component scaling and as a magnitude under L2 scaling,
      *    or the modulus of a complex pair, so moduli are compared.
      *    The last row for the MATRIX-ID tonight is the one used.
       CROSS-CHECK-DOMINANT.
           COMPUTE WS-DOM-MOD ROUNDED = WS-MOD(1).
           MOVE WS-DOM-MOD TO WS-EDIT-MOD.
           MOVE "N" TO WS-CHECK-FLAG.
           IF WS-CUR-MATRIX-ID NOT = SPACES
               PERFORM VARYING WS-PWR-IDX FROM 1 BY 1
                       UNTIL WS-PWR-IDX > WS-PWR-COUNT
                   IF WS-PWR-ID(WS-PWR-IDX) = WS-CUR-MATRIX-ID
                       MOVE "Y" TO WS-CHECK-FLAG
                       MOVE WS-PWR-IDX TO WS-PWR-HIT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CHECK-FOUND
               COMPUTE WS-PWR-ABS =
                   FUNCTION ABS(WS-PWR-VALUE(WS-PWR-HIT))
               COMPUTE WS-DIFF = WS-PWR-ABS - WS-DOM-MOD
               COMPUTE WS-DIFF = FUNCTION ABS(WS-DIFF)
               MOVE WS-PWR-VALUE(WS-PWR-HIT) TO WS-EDIT-PWR
               MOVE WS-DIFF TO WS-EDIT-DIFF
               IF WS-DIFF <= WS-CHECK-TOLERANCE
                   ADD 1 TO WS-AGREE-COUNT
                   STRING "  DOMINANT " WS-EDIT-MOD "  "
                       WS-PWR-PROGRAM(WS-PWR-HIT) WS-EDIT-PWR "  DIFF "
                       WS-EDIT-DIFF "  AGREES"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   ADD 1 TO WS-DIFFER-COUNT
                   STRING "  DOMINANT " WS-EDIT-MOD "  "
                       WS-PWR-PROGRAM(WS-PWR-HIT) WS-EDIT-PWR "  DIFF "
                       WS-EDIT-DIFF "  *** DISAGREES ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-NOPWR-COUNT
               STRING "  DOMINANT " WS-EDIT-MOD
                   "  NO POWER RESULT TONIGHT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUMMARY" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-MATRIX-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MATRICES READ           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-SPECTRUM-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  SPECTRA PRODUCED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-NOCONV-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  NOT CONVERGED           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-BADORDER-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  BAD ORDER SKIPPED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-AGREE-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  DOMINANT AGREES         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-DIFFER-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  DOMINANT DISAGREES      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-NOPWR-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  NO POWER RESULT         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
