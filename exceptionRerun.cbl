           SELECT RERUN-REPORT ASSIGN TO "EXCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-STATE ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD  RERUN-REPORT.
          01 WS-RPT-REC PIC X(100).

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

          WORKING-STORAGE SECTION.
      *    Queue entries from Power2/Power3 carry the narrow 9-coef
      *    layout; PowerN entries already use the wide one, so the
          01 WS-P3Q-STATUS PIC XX.
          01 WS-PNQ-STATUS PIC XX.
          01 WS-RPT-STATUS PIC XX.
          01 WS-STATE-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-RUN-DATE PIC 9(8).
          01 WS-SEL-FLAG PIC X.
              88 WS-VERSION-FOUND VALUE "Y".
          01 WS-HOLD-REC PIC X(948).
          01 WS-BAND-FLAG PIC X.
              88 WS-OUT-OF-BAND VALUE "Y".
          01 WS-TABLE.
             05 WS-A OCCURS 10 TIMES.
                10 WS-B OCCURS 10 TIMES.
              88 WS-RESID-SUSPECT VALUE "Y".
          01 WS-CLEARED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-PERMBAD-COUNT PIC 9(4) VALUE ZERO.
          01 WS-OUTBAND-COUNT PIC 9(4) VALUE ZERO.
          01 WS-RPT-LINE PIC X(100).
          01 WS-EDIT-W PIC -(3)9.99999.

      *    A TOLBREAK entry that converges is checked again against
      *    the band of the master version in effect for the nightly
      *    run date (from RUNSTATE.DAT, as EigSpec takes it); still
      *    outside the band it is reported OUT-OF-BAND, not cleared.
       PROCEDURE DIVISION.
           DISPLAY "ExcRerun: escalated re-run of exception queues".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
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
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ExcRerun: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RERUN-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ExcRerun: unable to open EXCRPT.DAT (status="
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EXCEPTIONS CLEARED: " WS-CLEARED-COUNT
               "  PERMANENTLY BAD: " WS-PERMBAD-COUNT
               "  OUT OF BAND: " WS-OUTBAND-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           CLOSE RERUN-REPORT.
           CLOSE MATRIX-MASTER.
           PERFORM CLEAR-QUEUES.
           DISPLAY "ExcRerun: " WS-CLEARED-COUNT " cleared, "
               WS-PERMBAD-COUNT " permanently bad, "
               WS-OUTBAND-COUNT " out of band, report in "
               "EXCRPT.DAT".

       STOP RUN.
       REPORT-ENTRY-OUTCOME.
           MOVE W TO WS-EDIT-W.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "N" TO WS-BAND-FLAG.
           IF NOT WS-RESID-SUSPECT AND NOT WS-OVERFLOW
                   AND EXQ-REASON = "TOLBREAK"
               PERFORM CHECK-RERUN-BAND
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESID-SUSPECT OR WS-OVERFLOW
                   ADD 1 TO WS-PERMBAD-COUNT
                   STRING "MATRIX " EXQ-MATRIX-ID " REASON=" EXQ-REASON
                       " ESCALATED ITER=" iter " NORM=" WS-NORM-MODE
                       " RESULT=PERMANENTLY-BAD" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN WS-OUT-OF-BAND
                   ADD 1 TO WS-OUTBAND-COUNT
                   STRING "MATRIX " EXQ-MATRIX-ID " REASON=" EXQ-REASON
                       " ESCALATED ITER=" iter " NORM=" WS-NORM-MODE
                       " RESULT=OUT-OF-BAND EIGENVALUE=" WS-EDIT-W
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-CLEARED-COUNT
                   STRING "MATRIX " EXQ-MATRIX-ID " REASON=" EXQ-REASON
                       " ESCALATED ITER=" iter " NORM=" WS-NORM-MODE
                       " RESULT=CLEARED EIGENVALUE=" WS-EDIT-W
                       DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE.
           PERFORM WRITE-RPT-LINE.

      *    The version in effect is the last one dated on or before
      *    the run date, found the way TolChk finds it. No version,
      *    or no band on it, leaves nothing to hold the value to.
       CHECK-RERUN-BAND.
           MOVE "N" TO WS-SEL-FLAG.
           MOVE EXQ-MATRIX-ID TO MM-MATRIX-ID.
           MOVE ZERO TO MM-EFF-DATE.
           START MATRIX-MASTER KEY >= MM-MASTER-KEY
               INVALID KEY CONTINUE
           END-START.
           IF WS-MASTER-STATUS = "00"
               PERFORM READ-NEXT-VERSION
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                       OR MM-MATRIX-ID NOT = EXQ-MATRIX-ID
                       OR MM-EFF-DATE > WS-RUN-DATE
                   MOVE "Y" TO WS-SEL-FLAG
                   MOVE WS-MASTER-REC TO WS-HOLD-REC
                   PERFORM READ-NEXT-VERSION
               END-PERFORM
           END-IF.
           IF WS-VERSION-FOUND
               MOVE WS-HOLD-REC TO WS-MASTER-REC
               IF MM-BAND-LO IS NUMERIC AND MM-BAND-HI IS NUMERIC
                       AND (MM-BAND-LO NOT = ZERO
                           OR MM-BAND-HI NOT = ZERO)
                   IF W < MM-BAND-LO OR W > MM-BAND-HI
                       MOVE "Y" TO WS-BAND-FLAG
                   END-IF
               END-IF
           END-IF.

       READ-NEXT-VERSION.
           READ MATRIX-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       CLEAR-QUEUES.
           OPEN OUTPUT POWER2-QUEUE.
           CLOSE POWER2-QUEUE.
