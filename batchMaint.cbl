           SELECT REGISTER-OUT ASSIGN TO "MNTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT PEND-FILE ASSIGN TO "MATRIXPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RUN-LOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT FEED-LOG ASSIGN TO "FEEDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
          FILE SECTION.
             05 TR-EFF-DATE PIC 9(8).
             05 TR-SCHED-FREQ PIC X.
             05 TR-SCHED-DAY PIC 9.
      *    Blank band: none on an add, unchanged on a change.
             05 TR-BAND.
                10 TR-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
                10 TR-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.
      *    The file is framed by a header and a trailer. The trailer
      *    carries the transaction count, the sum of the character
      *    codes of every TR-MATRIX-ID, and the sum of every
      *    coefficient.
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

          FD  MATRIX-MASTER.
          01 WS-MASTER-REC.
             05 MM-STATUS PIC X.
             05 MM-SCHED-FREQ PIC X.
             05 MM-SCHED-DAY PIC 9.
             05 MM-BAND-LO PIC S9(5)V9(5) SIGN LEADING SEPARATE.
             05 MM-BAND-HI PIC S9(5)V9(5) SIGN LEADING SEPARATE.

          FD  REGISTER-OUT.
          01 WS-REGISTER-REC PIC X(80).

          FD  PEND-FILE.
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

      *    B = nightly batch window held by BatchDrv,
      *    M = maintenance session held by an update program.
          FD  RUN-LOCK.
          01 WS-LOCK-REC.
             05 LK-TYPE PIC X.
             05 LK-PROGRAM PIC X(9).
             05 LK-OPERATOR PIC X(8).
             05 LK-TIMESTAMP PIC X(14).

      *    One entry per MATRIXTRN.DAT file presented, accepted or
      *    rejected. The next file from a source system must carry
      *    the sequence number after its last accepted one.
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

          WORKING-STORAGE SECTION.
          01 WS-EOF-FLAG PIC X VALUE "N".
          01 WS-TIMESTAMP PIC X(14).
          01 WS-REG-LINE PIC X(80).
          01 WS-TRAN-COUNT PIC 9(4) VALUE ZERO.
          01 WS-QUEUED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
          01 WS-EDIT-CNT PIC ZZZ9.
          01 WS-PEND-STATUS PIC XX.
          01 WS-PEND-EOF-FLAG PIC X VALUE "N".
              88 WS-PEND-EOF VALUE "Y".
          01 WS-LAST-PEND-ID PIC 9(6) VALUE ZERO.
          01 WS-ACTION PIC X(10).
          01 WS-BEFORE-IMAGE PIC X(948).
          01 WS-LOCK-STATUS PIC XX.
          01 WS-LOCK-EOF-FLAG PIC X VALUE "N".
              88 WS-LOCK-EOF VALUE "Y".
          01 WS-BATCH-LOCK-FLAG PIC X VALUE "N".
              88 WS-BATCH-LOCKED VALUE "Y".
          01 WS-BATCH-LOCK-SINCE PIC X(14).
          01 WS-APPROVAL-LOCK-FLAG PIC X VALUE "N".
              88 WS-APPROVAL-LOCKED VALUE "Y".
          01 WS-APPROVAL-LOCK-OPER PIC X(8).
          01 WS-APPROVAL-LOCK-SINCE PIC X(14).
          01 WS-MAINT-LOCK-FLAG PIC X VALUE "N".
              88 WS-MAINT-LOCK-HELD VALUE "Y".
          01 WS-LOCK-COUNT PIC 99 VALUE ZERO.
          01 WS-LOCK-IDX PIC 99.
          01 WS-LOCK-TABLE.
             05 WS-LOCK-ENTRY PIC X(32) OCCURS 50 TIMES.
          01 WS-MY-LOCK PIC X(32) VALUE SPACES.
          01 WS-FEED-STATUS PIC XX.
          01 WS-FEED-EOF-FLAG PIC X VALUE "N".
              88 WS-FEED-EOF VALUE "Y".
          01 WS-FEED-REASON PIC X(8) VALUE SPACES.
          01 WS-LAST-FEED-SEQ PIC 9(6) VALUE ZERO.
          01 WS-FEED-SEEN-FLAG PIC X VALUE "N".
              88 WS-FEED-SEEN VALUE "Y".
          01 WS-TRL-FLAG PIC X VALUE "N".
              88 WS-TRL-FOUND VALUE "Y".
          01 WS-FEED-HDR.
             05 FH-REC-TYPE PIC X.
             05 FH-SOURCE-SYS PIC X(8).
             05 FH-CREATE-DATE PIC 9(8).
             05 FH-FILE-SEQ PIC 9(6).
          01 WS-FEED-TRL.
             05 FT-REC-TYPE PIC X.
             05 FT-TRAN-COUNT PIC 9(6).
             05 FT-ID-HASH PIC 9(9).
             05 FT-COEF-HASH PIC S9(13)V9(5) SIGN LEADING SEPARATE.
          01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
          01 WS-ID-HASH PIC 9(9) VALUE ZERO.
          01 WS-COEF-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-ID-POS PIC 99.
          01 WS-EDIT-SEQ PIC ZZZZZ9.
          01 WS-EDIT-FEED-CNT PIC ZZZZZ9.
          01 WS-EDIT-ID-HASH PIC ZZZZZZZZ9.
          01 WS-EDIT-HASH PIC -(13)9.99999.

       PROCEDURE DIVISION.
           DISPLAY "MatrixBt: batch maintenance of MATRIXMST.DAT from "
               "MATRIXTRN.DAT, changes queued for approval".
           PERFORM LOAD-RUN-LOCKS.
           IF WS-BATCH-LOCKED
               DISPLAY "MatrixBt: the nightly run has held the batch "
                   "window since " WS-BATCH-LOCK-SINCE
               DISPLAY "MatrixBt: updates are refused until it "
                   "finishes - MATRIXTRN.DAT not applied"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    MatrixApv rewrites MATRIXPND.DAT when it finishes, so no
      *    change may be queued while an approval session is open.
           IF WS-APPROVAL-LOCKED
               DISPLAY "MatrixBt: approval session open by "
                   FUNCTION TRIM(WS-APPROVAL-LOCK-OPER) " since "
                   WS-APPROVAL-LOCK-SINCE
               DISPLAY "MatrixBt: updates are refused until it "
                   "finishes - MATRIXTRN.DAT not applied"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRAN-IN.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "MatrixBt: unable to open MATRIXTRN.DAT "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT MATRIX-MASTER
               CLOSE MATRIX-MASTER
               OPEN INPUT MATRIX-MASTER
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MatrixBt: unable to open MATRIXMST.DAT "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-PEND-FILE.
           PERFORM TAKE-MAINT-LOCK.
           PERFORM WRITE-REGISTER-HEADING.
           PERFORM CHECK-FEED-CONTROL.
           PERFORM WRITE-FEED-LOG.
           PERFORM WRITE-REGISTER-FEED.
           IF WS-FEED-REASON NOT = SPACES
               CLOSE TRAN-IN
               CLOSE MATRIX-MASTER
               CLOSE REGISTER-OUT
               CLOSE PEND-FILE
               PERFORM RELEASE-MAINT-LOCK
               DISPLAY "MatrixBt: MATRIXTRN.DAT rejected, reason="
                   WS-FEED-REASON " - nothing applied, see MNTREG.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-TRAN-REC.
           PERFORM UNTIL WS-EOF
               IF TR-ACTION NOT = "H" AND TR-ACTION NOT = "T"
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM APPLY-ONE-TRAN
               END-IF
               PERFORM READ-TRAN-REC
           END-PERFORM.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE TRAN-IN.
           CLOSE MATRIX-MASTER.
           CLOSE REGISTER-OUT.
           CLOSE PEND-FILE.
           PERFORM RELEASE-MAINT-LOCK.
           DISPLAY "MatrixBt: " WS-QUEUED-COUNT " queued for approval, "
               WS-REJECT-COUNT " rejected, register in MNTREG.DAT".
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           IF WS-REASON = SPACES
               ADD 1 TO WS-QUEUED-COUNT
               PERFORM WRITE-REGISTER-QUEUED
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REGISTER-REJECTED
                       AND (TR-SCHED-DAY < 1 OR TR-SCHED-DAY > 7)
                   MOVE "BADSCHED" TO WS-REASON
               END-IF
               IF WS-REASON = SPACES AND TR-BAND NOT = SPACES
                   IF TR-BAND-LO NOT NUMERIC
                           OR TR-BAND-HI NOT NUMERIC
                       MOVE "BADBAND" TO WS-REASON
                   ELSE
                       IF TR-BAND-HI < TR-BAND-LO
                           MOVE "BADBAND" TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-ADD-TRAN.
           ELSE
               PERFORM MOVE-TRAN-TO-MASTER
               MOVE "A" TO MM-STATUS
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE "ADD" TO WS-ACTION
               PERFORM WRITE-PENDING-REC
           END-IF.

       APPLY-CHANGE-TRAN.
           ELSE
               MOVE WS-MASTER-REC TO WS-BEFORE-IMAGE
               PERFORM MOVE-TRAN-TO-MASTER
               MOVE "CHANGE" TO WS-ACTION
               PERFORM WRITE-PENDING-REC
           END-IF.

       APPLY-DEACT-TRAN.
           ELSE
               MOVE WS-MASTER-REC TO WS-BEFORE-IMAGE
               MOVE "I" TO MM-STATUS
               MOVE "DEACTIVATE" TO WS-ACTION
               PERFORM WRITE-PENDING-REC
           END-IF.

       MOVE-TRAN-TO-MASTER.
           MOVE TR-MATRIX-ID TO MM-MATRIX-ID.
           MOVE TR-ORDER TO MM-ORDER.
           ELSE
               MOVE ZERO TO MM-SCHED-DAY
           END-IF.
           IF TR-BAND NOT = SPACES
               MOVE TR-BAND-LO TO MM-BAND-LO
               MOVE TR-BAND-HI TO MM-BAND-HI
           ELSE
               IF TR-ACTION = "A"
                   MOVE ZERO TO MM-BAND-LO
                   MOVE ZERO TO MM-BAND-HI
               END-IF
           END-IF.

       WRITE-REGISTER-HEADING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO WS-REG-LINE.
           PERFORM WRITE-REG-LINE.

       WRITE-REGISTER-QUEUED.
           MOVE SPACES TO WS-REG-LINE.
           STRING "TRAN " WS-TRAN-COUNT " ACTION=" TR-ACTION
               " MATRIX=" TR-MATRIX-ID " EFF=" TR-EFF-DATE
               " QUEUED AS CHANGE " WS-LAST-PEND-ID
               DELIMITED BY SIZE INTO WS-REG-LINE.
           PERFORM WRITE-REG-LINE.

       WRITE-REGISTER-REJECTED.
           STRING "TRANSACTIONS READ:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REG-LINE.
           PERFORM WRITE-REG-LINE.
           MOVE WS-QUEUED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REG-LINE.
           STRING "TRANSACTIONS QUEUED:  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REG-LINE.
           PERFORM WRITE-REG-LINE.
           MOVE WS-REJECT-COUNT TO WS-EDIT-CNT.

       WRITE-REG-LINE.
           WRITE WS-REGISTER-REC FROM WS-REG-LINE.

       WRITE-REGISTER-FEED.
           MOVE FH-FILE-SEQ TO WS-EDIT-SEQ.
           MOVE SPACES TO WS-REG-LINE.
           STRING "FEED SOURCE=" FH-SOURCE-SYS " SEQUENCE=" WS-EDIT-SEQ
               " CREATED=" FH-CREATE-DATE
               DELIMITED BY SIZE INTO WS-REG-LINE.
           PERFORM WRITE-REG-LINE.
           MOVE FT-TRAN-COUNT TO WS-EDIT-FEED-CNT.
           MOVE FT-ID-HASH TO WS-EDIT-ID-HASH.
           MOVE FT-COEF-HASH TO WS-EDIT-HASH.
           MOVE SPACES TO WS-REG-LINE.
           STRING "TRAILER COUNT=" WS-EDIT-FEED-CNT " ID HASH="
               WS-EDIT-ID-HASH " COEF HASH=" WS-EDIT-HASH
               DELIMITED BY SIZE INTO WS-REG-LINE.
           PERFORM WRITE-REG-LINE.
           MOVE WS-DETAIL-COUNT TO WS-EDIT-FEED-CNT.
           MOVE WS-ID-HASH TO WS-EDIT-ID-HASH.
           MOVE WS-COEF-HASH TO WS-EDIT-HASH.
           MOVE SPACES TO WS-REG-LINE.
           STRING "FILE    COUNT=" WS-EDIT-FEED-CNT " ID HASH="
               WS-EDIT-ID-HASH " COEF HASH=" WS-EDIT-HASH
               DELIMITED BY SIZE INTO WS-REG-LINE.
           PERFORM WRITE-REG-LINE.
           MOVE SPACES TO WS-REG-LINE.
           IF WS-FEED-REASON = SPACES
               STRING "FEED ACCEPTED"
                   DELIMITED BY SIZE INTO WS-REG-LINE
           ELSE
               STRING "FEED REJECTED REASON=" WS-FEED-REASON
                   " - NO TRANSACTIONS APPLIED"
                   DELIMITED BY SIZE INTO WS-REG-LINE
           END-IF.
           PERFORM WRITE-REG-LINE.
           MOVE SPACES TO WS-REG-LINE.
           PERFORM WRITE-REG-LINE.

      *    The run-control lock in RUNLOCK.DAT keeps master updates
      *    out of the nightly batch window: BatchDrv holds a B entry
      *    from the extract to the final step, and an update session
      *    holds an M entry for as long as it runs.
       LOAD-RUN-LOCKS.
           MOVE ZERO TO WS-LOCK-COUNT.
           MOVE "N" TO WS-LOCK-EOF-FLAG.
           MOVE "N" TO WS-BATCH-LOCK-FLAG.
           MOVE "N" TO WS-APPROVAL-LOCK-FLAG.
           OPEN INPUT RUN-LOCK.
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF
                   READ RUN-LOCK
                       AT END MOVE "Y" TO WS-LOCK-EOF-FLAG
                       NOT AT END
                           IF LK-TYPE = "M" AND LK-PROGRAM = "MatrixApv"
                               MOVE "Y" TO WS-APPROVAL-LOCK-FLAG
                               MOVE LK-OPERATOR TO WS-APPROVAL-LOCK-OPER
                               MOVE LK-TIMESTAMP
                                   TO WS-APPROVAL-LOCK-SINCE
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
           MOVE "MatrixBt" TO LK-PROGRAM.
           MOVE "BATCH" TO LK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP.
           MOVE WS-LOCK-REC TO WS-MY-LOCK.
           OPEN EXTEND RUN-LOCK.
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT RUN-LOCK
           END-IF.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "MatrixBt: unable to open RUNLOCK.DAT (status="
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
               DISPLAY "MatrixBt: unable to open RUNLOCK.DAT (status="
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

      *    Changes are not applied here. Each one is queued on
      *    MATRIXPND.DAT with its before and after images and waits
      *    for a second operator to approve it in MatrixApv.
       OPEN-PEND-FILE.
           MOVE "N" TO WS-PEND-EOF-FLAG.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-EOF
                   READ PEND-FILE
                       AT END MOVE "Y" TO WS-PEND-EOF-FLAG
                       NOT AT END
                           IF PC-PEND-ID > WS-LAST-PEND-ID
                               MOVE PC-PEND-ID TO WS-LAST-PEND-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF.
           OPEN EXTEND PEND-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "MatrixBt: unable to open MATRIXPND.DAT "
                   "(status=" WS-PEND-STATUS ")"
               IF WS-MAINT-LOCK-HELD
                   PERFORM RELEASE-MAINT-LOCK
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Another session may have queued changes since the file was
      *    opened, so the highest change number is found again before
      *    each change is queued.
       WRITE-PENDING-REC.
           CLOSE PEND-FILE.
           PERFORM OPEN-PEND-FILE.
           ADD 1 TO WS-LAST-PEND-ID.
           MOVE SPACES TO WS-PEND-REC.
           MOVE WS-LAST-PEND-ID TO PC-PEND-ID.
           MOVE "P" TO PC-STATUS.
           MOVE WS-ACTION TO PC-ACTION.
           MOVE "BATCH" TO PC-ENTER-OPER.
           MOVE "MatrixBt" TO PC-ENTER-PGM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PC-ENTER-TS.
           MOVE WS-BEFORE-IMAGE(1:926) TO PC-BEFORE.
           MOVE WS-MASTER-REC(1:926) TO PC-AFTER.
           MOVE WS-BEFORE-IMAGE(927:22) TO PC-BEFORE-BAND.
           MOVE WS-MASTER-REC(927:22) TO PC-AFTER-BAND.
           WRITE WS-PEND-REC.

      *    The whole of MATRIXTRN.DAT is proved before any of it is
      *    queued: a header first, a trailer last that agrees with the
      *    count and hash totals of the transactions between them,
      *    and a sequence number one past the last file accepted from
      *    that source. The file is reopened for the update pass.
       CHECK-FEED-CONTROL.
           MOVE SPACES TO WS-FEED-HDR.
           MOVE SPACES TO WS-FEED-TRL.
           MOVE ZERO TO FH-CREATE-DATE FH-FILE-SEQ.
           MOVE ZERO TO FT-TRAN-COUNT FT-ID-HASH FT-COEF-HASH.
           PERFORM READ-TRAN-REC.
           IF WS-EOF OR TR-ACTION NOT = "H"
               MOVE "NOHDR" TO WS-FEED-REASON
           ELSE
               MOVE WS-TRAN-HDR TO WS-FEED-HDR
               IF TH-SOURCE-SYS = SPACES
                       OR TH-CREATE-DATE NOT NUMERIC
                       OR TH-FILE-SEQ NOT NUMERIC
                       OR TH-FILE-SEQ = ZERO
                   MOVE "BADHDR" TO WS-FEED-REASON
                   MOVE ZERO TO FH-CREATE-DATE FH-FILE-SEQ
               END-IF
               PERFORM READ-TRAN-REC
           END-IF.
           PERFORM UNTIL WS-EOF
               IF WS-TRL-FOUND
                   IF WS-FEED-REASON = SPACES
                       MOVE "AFTERTRL" TO WS-FEED-REASON
                   END-IF
               ELSE
                   EVALUATE TR-ACTION
                       WHEN "T"
                           MOVE "Y" TO WS-TRL-FLAG
                           MOVE WS-TRAN-TRL TO WS-FEED-TRL
                       WHEN "H"
                           IF WS-FEED-REASON = SPACES
                               MOVE "EXTRAHDR" TO WS-FEED-REASON
                           END-IF
                       WHEN OTHER
                           PERFORM ADD-TRAN-TO-HASH
                   END-EVALUATE
               END-IF
               PERFORM READ-TRAN-REC
           END-PERFORM.
           IF WS-FEED-REASON = SPACES AND NOT WS-TRL-FOUND
               MOVE "NOTRL" TO WS-FEED-REASON
           END-IF.
           IF WS-FEED-REASON = SPACES
               IF FT-TRAN-COUNT NOT NUMERIC OR FT-ID-HASH NOT NUMERIC
                       OR FT-COEF-HASH NOT NUMERIC
                   MOVE "BADTRL" TO WS-FEED-REASON
                   MOVE ZERO TO FT-TRAN-COUNT FT-ID-HASH FT-COEF-HASH
               END-IF
           END-IF.
           IF WS-FEED-REASON = SPACES
                   AND FT-TRAN-COUNT NOT = WS-DETAIL-COUNT
               MOVE "COUNT" TO WS-FEED-REASON
           END-IF.
           IF WS-FEED-REASON = SPACES
                   AND (FT-ID-HASH NOT = WS-ID-HASH
                       OR FT-COEF-HASH NOT = WS-COEF-HASH)
               MOVE "HASH" TO WS-FEED-REASON
           END-IF.
           IF WS-FEED-REASON = SPACES
               PERFORM CHECK-FEED-SEQUENCE
           END-IF.
           CLOSE TRAN-IN.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT TRAN-IN.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "MatrixBt: unable to open MATRIXTRN.DAT "
                   "(status=" WS-TRAN-STATUS ")"
               PERFORM RELEASE-MAINT-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-TRAN-TO-HASH.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM VARYING WS-ID-POS FROM 1 BY 1 UNTIL WS-ID-POS > 10
               COMPUTE WS-ID-HASH = WS-ID-HASH
                   + FUNCTION ORD(TR-MATRIX-ID(WS-ID-POS:1)) - 1
           END-PERFORM.
           PERFORM VARYING WS-COEF-IDX FROM 1 BY 1
                   UNTIL WS-COEF-IDX > 100
               IF TR-COEF(WS-COEF-IDX) IS NUMERIC
                   ADD TR-COEF(WS-COEF-IDX) TO WS-COEF-HASH
               END-IF
           END-PERFORM.

       CHECK-FEED-SEQUENCE.
           MOVE "N" TO WS-FEED-EOF-FLAG.
           OPEN INPUT FEED-LOG.
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL WS-FEED-EOF
                   READ FEED-LOG
                       AT END MOVE "Y" TO WS-FEED-EOF-FLAG
                       NOT AT END
                           IF FL-SOURCE-SYS = FH-SOURCE-SYS
                                   AND FL-RESULT = "ACCEPTED"
                               MOVE "Y" TO WS-FEED-SEEN-FLAG
                               MOVE FL-FILE-SEQ TO WS-LAST-FEED-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-LOG
           END-IF.
           IF WS-FEED-SEEN
               IF FH-FILE-SEQ NOT > WS-LAST-FEED-SEQ
                   MOVE "DUPSEQ" TO WS-FEED-REASON
               ELSE
                   IF FH-FILE-SEQ NOT = WS-LAST-FEED-SEQ + 1
                       MOVE "SEQGAP" TO WS-FEED-REASON
                   END-IF
               END-IF
           END-IF.

       WRITE-FEED-LOG.
           OPEN EXTEND FEED-LOG.
           IF WS-FEED-STATUS = "35"
               OPEN OUTPUT FEED-LOG
           END-IF.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "MatrixBt: unable to open FEEDLOG.DAT (status="
                   WS-FEED-STATUS ")"
               PERFORM RELEASE-MAINT-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-FEED-REC.
           MOVE FH-SOURCE-SYS TO FL-SOURCE-SYS.
           MOVE FH-FILE-SEQ TO FL-FILE-SEQ.
           MOVE FH-CREATE-DATE TO FL-CREATE-DATE.
           MOVE WS-TIMESTAMP TO FL-PROCESS-TS.
           IF WS-FEED-REASON = SPACES
               MOVE "ACCEPTED" TO FL-RESULT
           ELSE
               MOVE "REJECTED" TO FL-RESULT
               MOVE WS-FEED-REASON TO FL-REASON
           END-IF.
           MOVE WS-DETAIL-COUNT TO FL-TRAN-COUNT.
           MOVE WS-ID-HASH TO FL-ID-HASH.
           MOVE WS-COEF-HASH TO FL-COEF-HASH.
           WRITE WS-FEED-REC.
           CLOSE FEED-LOG.
