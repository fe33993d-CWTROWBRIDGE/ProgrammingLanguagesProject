       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendAge.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "PENDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PEND-IN ASSIGN TO "MATRIXPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT REPORT-OUT ASSIGN TO "PENDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 PP-OVERDUE-DAYS PIC X(3).

          FD  PEND-IN.
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

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-PARM-STATUS PIC XX.
          01 WS-PEND-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-OVERDUE-DAYS PIC 9(3) VALUE 2.
          01 WS-RUN-TS PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-ENTER-DATE PIC 9(8).
          01 WS-AGE-DAYS PIC 9(5).
          01 WS-MATRIX-ID PIC X(10).
          01 WS-EFF-DATE PIC X(8).
          01 WS-OVERDUE-MARK PIC X(7).
          01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
          01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
          01 WS-OVERDUE-COUNT PIC 9(6) VALUE ZERO.
          01 WS-BUCKET-TABLE.
             05 WS-BUCKET-CNT PIC 9(6) OCCURS 4 TIMES.
          01 WS-BUCKET-IDX PIC 9.
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-AGE PIC ZZZZ9.
          01 WS-EDIT-CNT PIC ZZZZZ9.

      *    Lists every change still waiting on MATRIXPND.DAT for a
      *    second operator, oldest first as entered, with its age in
      *    days. Anything older than the overdue limit (PENDPARM.DAT,
      *    default 2 days) is flagged and sets return code 4.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS.
           MOVE WS-RUN-TS(1:8) TO WS-RUN-DATE.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF PP-OVERDUE-DAYS IS NUMERIC
                           MOVE PP-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PendAge: unable to open PENDRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE ZERO TO WS-BUCKET-CNT(WS-BUCKET-IDX)
           END-PERFORM.
           PERFORM WRITE-REPORT-HEADING.
           OPEN INPUT PEND-IN.
           IF WS-PEND-STATUS = "35"
               DISPLAY "PendAge: MATRIXPND.DAT not present, "
                   "nothing pending"
           ELSE
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "PendAge: unable to open MATRIXPND.DAT "
                       "(status=" WS-PEND-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-PEND-REC
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-READ-COUNT
                   IF PC-STATUS = "P"
                       PERFORM REPORT-PENDING-CHANGE
                   END-IF
                   PERFORM READ-PEND-REC
               END-PERFORM
               CLOSE PEND-IN
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-OUT.
           DISPLAY "PendAge: " WS-PENDING-COUNT " change(s) pending, "
               WS-OVERDUE-COUNT " overdue, report in PENDRPT.DAT".
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       READ-PEND-REC.
           READ PEND-IN
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PENDING MASTER CHANGE AGING - PROGRAM PendAge - "
               WS-RUN-TS DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-OVERDUE-DAYS TO WS-EDIT-AGE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGES WAITING MORE THAN " WS-EDIT-AGE
               " DAY(S) FOR APPROVAL ARE FLAGGED OVERDUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGE  ACTION      MATRIX-ID   EFF-DATE  ENTERED-BY"
               " VIA       ENTERED          AGE-DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       REPORT-PENDING-CHANGE.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-AGE-DAYS.
           IF PC-ENTER-TS(1:8) IS NUMERIC
               MOVE PC-ENTER-TS(1:8) TO WS-ENTER-DATE
               IF WS-ENTER-DATE < WS-RUN-DATE
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-ENTER-DATE)
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-BUCKET-CNT(1)
               WHEN WS-AGE-DAYS <= 3
                   ADD 1 TO WS-BUCKET-CNT(2)
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-BUCKET-CNT(3)
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-CNT(4)
           END-EVALUATE.
           MOVE SPACES TO WS-OVERDUE-MARK.
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE" TO WS-OVERDUE-MARK
           END-IF.
           IF PC-AFTER = SPACES
               MOVE PC-BEFORE(1:10) TO WS-MATRIX-ID
               MOVE PC-BEFORE(11:8) TO WS-EFF-DATE
           ELSE
               MOVE PC-AFTER(1:10) TO WS-MATRIX-ID
               MOVE PC-AFTER(11:8) TO WS-EFF-DATE
           END-IF.
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING PC-PEND-ID "  " PC-ACTION "  " WS-MATRIX-ID "  "
               WS-EFF-DATE "  " PC-ENTER-OPER "   " PC-ENTER-PGM " "
               PC-ENTER-TS "  " WS-EDIT-AGE "  " WS-OVERDUE-MARK
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-PENDING-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO CHANGES AWAITING APPROVAL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE WS-BUCKET-CNT(1) TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WAITING 0-1 DAYS:   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-BUCKET-CNT(2) TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WAITING 2-3 DAYS:   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-BUCKET-CNT(3) TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WAITING 4-7 DAYS:   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-BUCKET-CNT(4) TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WAITING OVER 7 DAYS:" WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-PENDING-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL PENDING:      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL OVERDUE:      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
