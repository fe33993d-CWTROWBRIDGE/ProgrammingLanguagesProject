       IDENTIFICATION DIVISION.
       PROGRAM-ID. TolChk.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-IN ASSIGN TO DYNAMIC WS-RESULTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT POWER2-QUEUE ASSIGN TO "POWER2EXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P2Q-STATUS.
           SELECT POWER3-QUEUE ASSIGN TO "POWER3EXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P3Q-STATUS.
           SELECT POWERN-QUEUE ASSIGN TO "POWERNEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNQ-STATUS.
           SELECT REPORT-OUT ASSIGN TO "TOLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
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

      *    Power2 and Power3 queue the narrow 9-coefficient entry,
      *    PowerN the wide one; ExcRerun reads both.
          FD  POWER2-QUEUE.
          01 WS-P2Q-REC PIC X(103).

          FD  POWER3-QUEUE.
          01 WS-P3Q-REC PIC X(103).

          FD  POWERN-QUEUE.
          01 WS-PNQ-REC PIC X(923).

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-RESULTS-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-P2Q-STATUS PIC XX.
          01 WS-P3Q-STATUS PIC XX.
          01 WS-PNQ-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-RESULTS-NAME PIC X(30).
          01 WS-QENTRY-REC.
             05 QXQ-MATRIX-ID PIC X(10).
             05 QXQ-ORDER PIC 9.
             05 QXQ-REASON PIC X(8).
             05 QXQ-ORIG-ITER PIC 9(2).
             05 QXQ-NORM PIC X.
             05 QXQ-C PIC S9(3)V9(5) SIGN LEADING SEPARATE
                 OCCURS 9 TIMES.
          01 WS-ENTRY-REC.
             05 EXQ-MATRIX-ID PIC X(10).
             05 EXQ-ORDER PIC 99.
             05 EXQ-REASON PIC X(8).
             05 EXQ-ORIG-ITER PIC 9(2).
             05 EXQ-NORM PIC X.
             05 EXQ-C PIC S9(3)V9(5) SIGN LEADING SEPARATE
                 OCCURS 100 TIMES.
          01 WS-SEL-FLAG PIC X.
              88 WS-VERSION-FOUND VALUE "Y".
          01 WS-HOLD-REC PIC X(948).
          01 WS-EXPECT-ORDER PIC 99.
          01 WS-COEF-IDX PIC 9(3).
          01 WS-BREACH-SIDE PIC X(10).
          01 WS-QUEUE-NOTE PIC X(20).
          01 WS-TIMESTAMP PIC X(14).
          01 WS-READ-COUNT PIC 9(4) VALUE ZERO.
          01 WS-CHECK-COUNT PIC 9(4) VALUE ZERO.
          01 WS-INBAND-COUNT PIC 9(4) VALUE ZERO.
          01 WS-BREACH-COUNT PIC 9(4) VALUE ZERO.
          01 WS-QUEUED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-NOBAND-COUNT PIC 9(4) VALUE ZERO.
          01 WS-NOMST-COUNT PIC 9(4) VALUE ZERO.
          01 WS-SKIP-COUNT PIC 9(4) VALUE ZERO.
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-VALUE PIC -(5)9.99999.
          01 WS-EDIT-LO PIC -(5)9.99999.
          01 WS-EDIT-HI PIC -(5)9.99999.
          01 WS-EDIT-CNT PIC ZZZ9.

      *    Checks tonight's primary results in POWER2RES, POWER3RES
      *    and POWERNRES against the expected eigenvalue band carried
      *    on the master version in effect for the run date. A value
      *    outside the band is listed in TOLRPT.DAT and queued for
      *    ExcRerun with reason TOLBREAK, unless the power program
      *    has already queued the matrix as suspect or overflowed.
      *    Second-mode (M2/C2), complex-pair and rejected rows carry
      *    no dominant real eigenvalue and are not checked.
       PROCEDURE DIVISION.
           DISPLAY "TolChk: checking tonight's eigenvalues against "
               "the master tolerance bands".
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "TolChk: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TolChk: unable to open TOLRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND POWER2-QUEUE.
           IF WS-P2Q-STATUS = "35"
               OPEN OUTPUT POWER2-QUEUE
           END-IF.
           IF WS-P2Q-STATUS NOT = "00"
               DISPLAY "TolChk: unable to open POWER2EXC.DAT (status="
                   WS-P2Q-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND POWER3-QUEUE.
           IF WS-P3Q-STATUS = "35"
               OPEN OUTPUT POWER3-QUEUE
           END-IF.
           IF WS-P3Q-STATUS NOT = "00"
               DISPLAY "TolChk: unable to open POWER3EXC.DAT (status="
                   WS-P3Q-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND POWERN-QUEUE.
           IF WS-PNQ-STATUS = "35"
               OPEN OUTPUT POWERN-QUEUE
           END-IF.
           IF WS-PNQ-STATUS NOT = "00"
               DISPLAY "TolChk: unable to open POWERNEXC.DAT (status="
                   WS-PNQ-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "POWER2RES.DAT" TO WS-RESULTS-NAME.
           PERFORM SCAN-ONE-RESULTS-FILE.
           MOVE "POWER3RES.DAT" TO WS-RESULTS-NAME.
           PERFORM SCAN-ONE-RESULTS-FILE.
           MOVE "POWERNRES.DAT" TO WS-RESULTS-NAME.
           PERFORM SCAN-ONE-RESULTS-FILE.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE MATRIX-MASTER.
           CLOSE REPORT-OUT.
           CLOSE POWER2-QUEUE.
           CLOSE POWER3-QUEUE.
           CLOSE POWERN-QUEUE.
           DISPLAY "TolChk: " WS-CHECK-COUNT " checked, "
               WS-BREACH-COUNT " outside band, " WS-QUEUED-COUNT
               " queued, report in TOLRPT.DAT".
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EIGENVALUE TOLERANCE BAND REPORT - PROGRAM TolChk - "
               WS-TIMESTAMP DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PROGRAM  MATRIX-ID    EIGENVALUE     BAND LOW"
               "    BAND HIGH  RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       SCAN-ONE-RESULTS-FILE.
           OPEN INPUT RESULTS-IN.
           IF WS-RESULTS-STATUS = "35"
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(WS-RESULTS-NAME)
                   " NOT PRESENT - NOTHING CHECKED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               IF WS-RESULTS-STATUS NOT = "00"
                   DISPLAY "TolChk: unable to open "
                       FUNCTION TRIM(WS-RESULTS-NAME)
                       " (status=" WS-RESULTS-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-RESULTS-STATUS NOT = "00"
                   READ RESULTS-IN
                       AT END MOVE "10" TO WS-RESULTS-STATUS
                       NOT AT END PERFORM CHECK-RESULTS-REC
                   END-READ
               END-PERFORM
               CLOSE RESULTS-IN
           END-IF.

       CHECK-RESULTS-REC.
           ADD 1 TO WS-READ-COUNT.
           IF RI-RESULT-STATUS NOT = "OK" OR RI-MATRIX-ID = SPACES
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM FIND-EFFECTIVE-VERSION
               EVALUATE TRUE
                   WHEN NOT WS-VERSION-FOUND
                       ADD 1 TO WS-NOMST-COUNT
                       MOVE RI-VALUE TO WS-EDIT-VALUE
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING RI-PROGRAM " " RI-MATRIX-ID " "
                           WS-EDIT-VALUE "  NO MASTER VERSION IN "
                           "EFFECT FOR " RI-RUN-DATE
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-RPT-LINE
                   WHEN MM-BAND-LO NOT NUMERIC
                       OR MM-BAND-HI NOT NUMERIC
                       OR (MM-BAND-LO = ZERO AND MM-BAND-HI = ZERO)
                       ADD 1 TO WS-NOBAND-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CHECK-COUNT
                       PERFORM CHECK-AGAINST-BAND
               END-EVALUATE
           END-IF.

      *    The version in effect for the result is the last one
      *    dated on or before its run date, as MatrixXt chose it.
       FIND-EFFECTIVE-VERSION.
           MOVE "N" TO WS-SEL-FLAG.
           MOVE RI-MATRIX-ID TO MM-MATRIX-ID.
           MOVE ZERO TO MM-EFF-DATE.
           START MATRIX-MASTER KEY >= MM-MASTER-KEY
               INVALID KEY CONTINUE
           END-START.
           IF WS-MASTER-STATUS = "00"
               PERFORM READ-NEXT-VERSION
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                       OR MM-MATRIX-ID NOT = RI-MATRIX-ID
                       OR MM-EFF-DATE > RI-RUN-DATE
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

       CHECK-AGAINST-BAND.
           MOVE SPACES TO WS-BREACH-SIDE.
           IF RI-VALUE < MM-BAND-LO
               MOVE "BELOW BAND" TO WS-BREACH-SIDE
           END-IF.
           IF RI-VALUE > MM-BAND-HI
               MOVE "ABOVE BAND" TO WS-BREACH-SIDE
           END-IF.
           IF WS-BREACH-SIDE = SPACES
               ADD 1 TO WS-INBAND-COUNT
           ELSE
               ADD 1 TO WS-BREACH-COUNT
               PERFORM QUEUE-BREACH
               MOVE RI-VALUE TO WS-EDIT-VALUE
               MOVE MM-BAND-LO TO WS-EDIT-LO
               MOVE MM-BAND-HI TO WS-EDIT-HI
               MOVE SPACES TO WS-REPORT-LINE
               STRING RI-PROGRAM " " RI-MATRIX-ID " " WS-EDIT-VALUE
                   " " WS-EDIT-LO " " WS-EDIT-HI "  " WS-BREACH-SIDE
                   " " WS-QUEUE-NOTE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      *    A suspect or overflowed result is already on the queue
      *    from the power program, so it is not queued twice. The
      *    queue entry is built from the master version the result
      *    was run from, in the layout of the program's own queue.
       QUEUE-BREACH.
           EVALUATE RI-PROGRAM
               WHEN "Power2"
                   MOVE 2 TO WS-EXPECT-ORDER
               WHEN "Power3"
                   MOVE 3 TO WS-EXPECT-ORDER
               WHEN OTHER
                   MOVE MM-ORDER TO WS-EXPECT-ORDER
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RI-RESID-STATUS = "S" OR RI-OVFL-STATUS = "Y"
                   MOVE "ALREADY QUEUED" TO WS-QUEUE-NOTE
               WHEN MM-ORDER NOT = WS-EXPECT-ORDER
                   MOVE "NOT QUEUED - ORDER" TO WS-QUEUE-NOTE
               WHEN RI-PROGRAM = "Power2" OR RI-PROGRAM = "Power3"
                   PERFORM WRITE-NARROW-ENTRY
                   MOVE "QUEUED TOLBREAK" TO WS-QUEUE-NOTE
                   ADD 1 TO WS-QUEUED-COUNT
               WHEN OTHER
                   PERFORM WRITE-WIDE-ENTRY
                   MOVE "QUEUED TOLBREAK" TO WS-QUEUE-NOTE
                   ADD 1 TO WS-QUEUED-COUNT
           END-EVALUATE.

       WRITE-NARROW-ENTRY.
           MOVE SPACES TO WS-QENTRY-REC.
           MOVE MM-MATRIX-ID TO QXQ-MATRIX-ID.
           MOVE MM-ORDER TO QXQ-ORDER.
           MOVE "TOLBREAK" TO QXQ-REASON.
           MOVE MM-DEF-ITER TO QXQ-ORIG-ITER.
           MOVE MM-NORM-MODE TO QXQ-NORM.
           PERFORM VARYING WS-COEF-IDX FROM 1 BY 1
                   UNTIL WS-COEF-IDX > 9
               MOVE MM-COEF(WS-COEF-IDX) TO QXQ-C(WS-COEF-IDX)
           END-PERFORM.
           IF RI-PROGRAM = "Power2"
               PERFORM VARYING WS-COEF-IDX FROM 5 BY 1
                       UNTIL WS-COEF-IDX > 9
                   MOVE ZERO TO QXQ-C(WS-COEF-IDX)
               END-PERFORM
               WRITE WS-P2Q-REC FROM WS-QENTRY-REC
           ELSE
               WRITE WS-P3Q-REC FROM WS-QENTRY-REC
           END-IF.

       WRITE-WIDE-ENTRY.
           MOVE SPACES TO WS-ENTRY-REC.
           MOVE MM-MATRIX-ID TO EXQ-MATRIX-ID.
           MOVE MM-ORDER TO EXQ-ORDER.
           MOVE "TOLBREAK" TO EXQ-REASON.
           MOVE MM-DEF-ITER TO EXQ-ORIG-ITER.
           MOVE MM-NORM-MODE TO EXQ-NORM.
           PERFORM VARYING WS-COEF-IDX FROM 1 BY 1
                   UNTIL WS-COEF-IDX > 100
               MOVE MM-COEF(WS-COEF-IDX) TO EXQ-C(WS-COEF-IDX)
           END-PERFORM.
           WRITE WS-PNQ-REC FROM WS-ENTRY-REC.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-READ-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RESULT RECORDS READ:        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-SKIP-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NOT A PRIMARY REAL RESULT:  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-NOMST-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NO MASTER VERSION:          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-NOBAND-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NO BAND ON MASTER:          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-CHECK-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHECKED AGAINST BAND:       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-INBAND-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WITHIN BAND:                " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-BREACH-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OUTSIDE BAND:               " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-QUEUED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "QUEUED FOR RE-RUN:          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
