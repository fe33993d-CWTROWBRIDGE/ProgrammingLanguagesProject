       IDENTIFICATION DIVISION.
       PROGRAM-ID. MstRcvr.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "RCVRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INDEX-IN ASSIGN TO "BKUPIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT BACKUP-IN ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-IN ASSIGN TO "MATRIXJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-OUT ASSIGN TO "RCVRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 RV-MODE PIC X.
             05 RV-TARGET-TS PIC X(14).
             05 RV-OPERATOR PIC X(8).
             05 RV-BACKUP PIC X(30).

          FD  INDEX-IN.
          01 WS-INDEX-REC PIC X(100).

          FD  BACKUP-IN.
          01 WS-BACKUP-REC.
             05 BK-REC-TYPE PIC X.
             05 BK-DATA PIC X(948).
          01 WS-BACKUP-HDR.
             05 BH-REC-TYPE PIC X.
             05 BH-TIMESTAMP PIC X(14).
             05 BH-SOURCE PIC X(13).
          01 WS-BACKUP-TRL.
             05 BT-REC-TYPE PIC X.
             05 BT-REC-COUNT PIC 9(6).
             05 BT-COEF-HASH PIC S9(13)V9(5) SIGN LEADING SEPARATE.

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

          FD  JOURNAL-IN.
          01 WS-JOURNAL-REC.
             05 JR-TIMESTAMP PIC X(14).
             05 JR-OPERATOR PIC X(8).
             05 JR-PROGRAM PIC X(9).
             05 JR-ACTION PIC X(10).
             05 JR-BEFORE PIC X(926).
             05 JR-AFTER PIC X(926).
             05 JR-APPROVER PIC X(8).
      *    Band part of each image; blank on entries journaled before
      *    the band was carried.
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
          01 WS-INDEX-STATUS PIC XX.
          01 WS-BACKUP-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-JOURNAL-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-BACKUP-NAME PIC X(30).
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-MODE PIC X.
              88 WS-MODE-RELOAD VALUE "R".
              88 WS-MODE-BACKOUT VALUE "B".
          01 WS-TARGET-TS PIC X(14).
          01 WS-OPERATOR PIC X(8).
          01 WS-NOW PIC X(14).
          01 WS-BACKUP-TS PIC X(14) VALUE SPACES.
          01 WS-FOUND-FLAG PIC X VALUE "N".
              88 WS-REC-FOUND VALUE "Y".
          01 WS-BACKUP-COUNT PIC 9(6) VALUE ZERO.
          01 WS-BACKUP-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-TRL-COUNT PIC 9(6) VALUE ZERO.
          01 WS-TRL-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-TRL-SEEN-FLAG PIC X VALUE "N".
              88 WS-TRL-SEEN VALUE "Y".
          01 WS-EXP-COUNT PIC S9(7) VALUE ZERO.
          01 WS-EXP-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-ACT-COUNT PIC S9(7) VALUE ZERO.
          01 WS-ACT-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-START-COUNT PIC S9(7) VALUE ZERO.
          01 WS-START-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-JRN-READ PIC 9(6) VALUE ZERO.
          01 WS-JRN-IN-BACKUP PIC 9(6) VALUE ZERO.
          01 WS-JRN-REPLAYED PIC 9(6) VALUE ZERO.
          01 WS-JRN-LATER PIC 9(6) VALUE ZERO.
          01 WS-BACKOUT-COUNT PIC 9(6) VALUE ZERO.
          01 WS-JRN-WRITTEN PIC 9(6) VALUE ZERO.
          01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
          01 WS-EXCEPTION-TEXT PIC X(40).
          01 WS-EXCEPTION-KEY PIC X(18).
          01 WS-EXCEPTION-TS PIC X(14).
          01 WS-IMAGE-VIEW.
             05 IV-MASTER-KEY PIC X(18).
             05 IV-ORDER PIC 99.
             05 IV-COEF-TABLE.
                10 IV-COEF PIC S9(3)V9(5) SIGN LEADING SEPARATE
                    OCCURS 100 TIMES.
             05 IV-REST PIC X(28).
          01 WS-IMAGE-COUNT PIC S9 VALUE ZERO.
          01 WS-IMAGE-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-COEF-IDX PIC 9(3).
          01 WS-APPLY-KEY PIC X(18).
          01 WS-HOLD-IMAGE PIC X(948).
          01 WS-JRN-BEFORE PIC X(948).
          01 WS-JRN-AFTER PIC X(948).
          01 WS-KEY-COUNT PIC 9(3) VALUE ZERO.
          01 WS-KEY-IDX PIC 9(3).
          01 WS-FIND-IDX PIC 9(3).
          01 WS-KEY-OVERFLOW PIC 9(6) VALUE ZERO.
          01 WS-KEY-TABLE.
             05 WS-KEY-ENTRY OCCURS 300 TIMES.
                10 WS-KT-KEY PIC X(18).
                10 WS-KT-FIRST-BEFORE PIC X(948).
                10 WS-KT-LAST-AFTER PIC X(948).
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-COUNT PIC -(6)9.
          01 WS-EDIT-HASH PIC -(13)9.99999.
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

      *    Point-in-time recovery of MATRIXMST.DAT. RCVRPARM.DAT (or
      *    the console) gives the mode, the target timestamp
      *    (yyyymmddhhmmss), the operator, and for mode R the backup
      *    to start from (blank = the latest in BKUPIDX.DAT).
      *      R - reload the backup taken by MstBkup, then replay the
      *          journal after-images written after the backup up to
      *          and including the target time;
      *      B - leave the master in place and back out every change
      *          journaled after the target time, using the first
      *          before-image recorded for each key.
      *    Changes after the target are journaled as BACKOUT so that
      *    MATRIXJRN.DAT still describes the master. RCVRRPT.DAT
      *    closes with the record count and coefficient hash the
      *    journal says the master should hold against what it does.
       PROCEDURE DIVISION.
           DISPLAY "MstRcvr: point-in-time recovery of MATRIXMST.DAT".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           PERFORM GET-RECOVERY-PARMS.
           PERFORM LOAD-RUN-LOCKS.
           IF WS-BATCH-LOCKED
               DISPLAY "MstRcvr: the nightly run has held the batch "
                   "window since " WS-BATCH-LOCK-SINCE
                   " - recovery refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MAINT-LOCK-COUNT > 0
               DISPLAY "MstRcvr: " WS-MAINT-LOCK-COUNT
                   " maintenance session(s) open on RUNLOCK.DAT - "
                   "recovery refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "MstRcvr: unable to open RCVRRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TAKE-MAINT-LOCK.
           IF WS-MODE-RELOAD
               PERFORM VERIFY-BACKUP
               PERFORM WRITE-REPORT-HEADING
               PERFORM RELOAD-FROM-BACKUP
               PERFORM OPEN-MASTER-IO
               PERFORM REPLAY-JOURNAL
               CLOSE MATRIX-MASTER
           ELSE
               PERFORM WRITE-REPORT-HEADING
               PERFORM OPEN-MASTER-IO
               CLOSE MATRIX-MASTER
               PERFORM SCAN-MASTER
               MOVE WS-ACT-COUNT TO WS-START-COUNT WS-EXP-COUNT
               MOVE WS-ACT-HASH TO WS-START-HASH WS-EXP-HASH
               PERFORM COLLECT-LATER-CHANGES
               PERFORM OPEN-MASTER-IO
               PERFORM BACK-OUT-LATER-CHANGES
               CLOSE MATRIX-MASTER
           END-IF.
           PERFORM JOURNAL-BACKOUTS.
           PERFORM SCAN-MASTER.
           PERFORM WRITE-RECONCILIATION.
           CLOSE REPORT-OUT.
           PERFORM RELEASE-MAINT-LOCK.
           IF WS-EXP-COUNT NOT = WS-ACT-COUNT
                   OR WS-EXP-HASH NOT = WS-ACT-HASH
               DISPLAY "MstRcvr: recovered master OUT OF BALANCE "
                   "with the journal - see RCVRRPT.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   DISPLAY "MstRcvr: recovered master in balance, "
                       WS-EXCEPTION-COUNT " exception(s) - see "
                       "RCVRRPT.DAT"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "MstRcvr: recovered master in balance "
                       "with the journal - see RCVRRPT.DAT"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "MstRcvr: take a fresh backup with MstBkup before "
               "maintenance resumes".

       STOP RUN.

       GET-RECOVERY-PARMS.
           MOVE SPACES TO WS-MODE WS-TARGET-TS WS-OPERATOR
               WS-BACKUP-NAME.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RV-MODE TO WS-MODE
                       MOVE RV-TARGET-TS TO WS-TARGET-TS
                       MOVE RV-OPERATOR TO WS-OPERATOR
                       MOVE RV-BACKUP TO WS-BACKUP-NAME
                       DISPLAY "MstRcvr: recovery parameters taken "
                           "from RCVRPARM.DAT"
               END-READ
               CLOSE PARM-IN
           ELSE
               DISPLAY "MstRcvr: mode (R=reload backup and replay, "
                   "B=back out from current master): "
               ACCEPT WS-MODE FROM CONSOLE
               DISPLAY "MstRcvr: recover to timestamp "
                   "(yyyymmddhhmmss, blank for now): "
               ACCEPT WS-TARGET-TS FROM CONSOLE
               DISPLAY "MstRcvr: operator initials: "
               ACCEPT WS-OPERATOR FROM CONSOLE
               IF WS-MODE = "R" OR WS-MODE = "r"
                   DISPLAY "MstRcvr: backup file (blank for the "
                       "latest in BKUPIDX.DAT): "
                   ACCEPT WS-BACKUP-NAME FROM CONSOLE
               END-IF
           END-IF.
           IF WS-MODE = "r"
               MOVE "R" TO WS-MODE
           END-IF.
           IF WS-MODE = "b"
               MOVE "B" TO WS-MODE
           END-IF.
           IF NOT WS-MODE-RELOAD AND NOT WS-MODE-BACKOUT
               DISPLAY "MstRcvr: mode must be R or B"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPERATOR = SPACES
               DISPLAY "MstRcvr: operator initials are required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TARGET-TS = SPACES
               IF WS-MODE-BACKOUT
                   DISPLAY "MstRcvr: a target timestamp is required "
                       "to back out changes"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NOW TO WS-TARGET-TS
           END-IF.
           IF WS-TARGET-TS IS NOT NUMERIC
               DISPLAY "MstRcvr: target timestamp " WS-TARGET-TS
                   " is not yyyymmddhhmmss"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODE-RELOAD AND WS-BACKUP-NAME = SPACES
               PERFORM FIND-LATEST-BACKUP
           END-IF.

      *    BKUPIDX.DAT lines are written by MstBkup: the unload
      *    timestamp, then the backup file name.
       FIND-LATEST-BACKUP.
           OPEN INPUT INDEX-IN.
           IF WS-INDEX-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ INDEX-IN
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-INDEX-REC(1:14) <= WS-TARGET-TS
                               MOVE WS-INDEX-REC(16:20)
                                   TO WS-BACKUP-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-IN
           END-IF.
           IF WS-BACKUP-NAME = SPACES
               DISPLAY "MstRcvr: no backup in BKUPIDX.DAT taken "
                   "before " WS-TARGET-TS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The backup is read through once and its trailer proved
      *    before the master is touched.
       VERIFY-BACKUP.
           OPEN INPUT BACKUP-IN.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "MstRcvr: unable to open "
                   FUNCTION TRIM(WS-BACKUP-NAME)
                   " (status=" WS-BACKUP-STATUS ")"
               PERFORM RELEASE-MAINT-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM READ-BACKUP-REC.
           IF WS-EOF OR BH-REC-TYPE NOT = "H"
               DISPLAY "MstRcvr: " FUNCTION TRIM(WS-BACKUP-NAME)
                   " has no header record - not a MstBkup backup"
               PERFORM RELEASE-MAINT-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BH-TIMESTAMP TO WS-BACKUP-TS.
           IF WS-BACKUP-TS > WS-TARGET-TS
               DISPLAY "MstRcvr: backup taken " WS-BACKUP-TS
                   " is later than the target " WS-TARGET-TS
               PERFORM RELEASE-MAINT-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-BACKUP-REC.
           PERFORM UNTIL WS-EOF
               EVALUATE BK-REC-TYPE
                   WHEN "D"
                       MOVE BK-DATA TO WS-IMAGE-VIEW
                       PERFORM HASH-IMAGE
                       ADD 1 TO WS-BACKUP-COUNT
                       ADD WS-IMAGE-HASH TO WS-BACKUP-HASH
                   WHEN "T"
                       MOVE "Y" TO WS-TRL-SEEN-FLAG
                       MOVE BT-REC-COUNT TO WS-TRL-COUNT
                       MOVE BT-COEF-HASH TO WS-TRL-HASH
               END-EVALUATE
               PERFORM READ-BACKUP-REC
           END-PERFORM.
           CLOSE BACKUP-IN.
           IF NOT WS-TRL-SEEN
                   OR WS-TRL-COUNT NOT = WS-BACKUP-COUNT
                   OR WS-TRL-HASH NOT = WS-BACKUP-HASH
               DISPLAY "MstRcvr: " FUNCTION TRIM(WS-BACKUP-NAME)
                   " does not agree with its trailer - master not "
                   "reloaded"
               PERFORM RELEASE-MAINT-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BACKUP-COUNT TO WS-EXP-COUNT.
           MOVE WS-BACKUP-HASH TO WS-EXP-HASH.

       READ-BACKUP-REC.
           READ BACKUP-IN
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       RELOAD-FROM-BACKUP.
           OPEN OUTPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MstRcvr: unable to recreate MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BACKUP-IN.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM READ-BACKUP-REC.
           PERFORM UNTIL WS-EOF
               IF BK-REC-TYPE = "D"
                   MOVE BK-DATA TO WS-MASTER-REC
                   WRITE WS-MASTER-REC
                       INVALID KEY
                           MOVE MM-MASTER-KEY TO WS-EXCEPTION-KEY
                           MOVE WS-BACKUP-TS TO WS-EXCEPTION-TS
                           MOVE "DUPLICATE KEY IN BACKUP - NOT LOADED"
                               TO WS-EXCEPTION-TEXT
                           PERFORM WRITE-EXCEPTION-LINE
                   END-WRITE
               END-IF
               PERFORM READ-BACKUP-REC
           END-PERFORM.
           CLOSE BACKUP-IN.
           CLOSE MATRIX-MASTER.

       OPEN-MASTER-IO.
           OPEN I-O MATRIX-MASTER.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT MATRIX-MASTER
               CLOSE MATRIX-MASTER
               OPEN I-O MATRIX-MASTER
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MstRcvr: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-JOURNAL-IN.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT JOURNAL-IN.
           IF WS-JOURNAL-STATUS = "35"
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "MstRcvr: unable to open MATRIXJRN.DAT "
                       "(status=" WS-JOURNAL-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-JOURNAL-REC
           END-IF.

       READ-JOURNAL-REC.
           READ JOURNAL-IN
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END PERFORM LOAD-JOURNAL-IMAGES
           END-READ.

      *    Full master images are the 926-byte journal image plus the
      *    band carried at the end of the entry.
       LOAD-JOURNAL-IMAGES.
           MOVE JR-BEFORE TO WS-JRN-BEFORE.
           MOVE JR-BEFORE-BAND TO WS-JRN-BEFORE(927:22).
           MOVE JR-AFTER TO WS-JRN-AFTER.
           MOVE JR-AFTER-BAND TO WS-JRN-AFTER(927:22).

      *    Entries up to the backup time are already in the backup;
      *    those after the target are collected for the journal
      *    BACKOUT entries but not applied.
       REPLAY-JOURNAL.
           PERFORM OPEN-JOURNAL-IN.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-JRN-READ
               EVALUATE TRUE
                   WHEN WS-JRN-BEFORE = SPACES
                           AND WS-JRN-AFTER = SPACES
                       CONTINUE
                   WHEN JR-TIMESTAMP <= WS-BACKUP-TS
                       ADD 1 TO WS-JRN-IN-BACKUP
                   WHEN JR-TIMESTAMP <= WS-TARGET-TS
                       PERFORM REPLAY-ONE-ENTRY
                   WHEN OTHER
                       PERFORM NOTE-LATER-ENTRY
               END-EVALUATE
               PERFORM READ-JOURNAL-REC
           END-PERFORM.
           IF WS-JOURNAL-STATUS NOT = "35"
               CLOSE JOURNAL-IN
           END-IF.

       REPLAY-ONE-ENTRY.
           ADD 1 TO WS-JRN-REPLAYED.
           PERFORM ADD-ENTRY-TO-EXPECTED.
           IF WS-JRN-AFTER = SPACES
               MOVE WS-JRN-BEFORE(1:18) TO WS-APPLY-KEY
           ELSE
               MOVE WS-JRN-AFTER(1:18) TO WS-APPLY-KEY
           END-IF.
           MOVE WS-APPLY-KEY TO WS-EXCEPTION-KEY.
           MOVE JR-TIMESTAMP TO WS-EXCEPTION-TS.
           PERFORM READ-MASTER-BY-KEY.
           IF WS-JRN-AFTER = SPACES
               IF WS-REC-FOUND
                   DELETE MATRIX-MASTER RECORD
               ELSE
                   MOVE "REMOVAL REPLAYED - RECORD NOT ON MASTER"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               IF WS-REC-FOUND
                   IF WS-MASTER-REC NOT = WS-JRN-BEFORE
                       MOVE "MASTER DID NOT MATCH BEFORE-IMAGE"
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   MOVE WS-JRN-AFTER TO WS-MASTER-REC
                   REWRITE WS-MASTER-REC
               ELSE
                   IF WS-JRN-BEFORE NOT = SPACES
                       MOVE "RECORD MISSING - AFTER-IMAGE ADDED"
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   MOVE WS-JRN-AFTER TO WS-MASTER-REC
                   WRITE WS-MASTER-REC
               END-IF
           END-IF.

       READ-MASTER-BY-KEY.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-APPLY-KEY TO MM-MASTER-KEY.
           READ MATRIX-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.

      *    The journal's own arithmetic: each entry takes its
      *    before-image out of the totals and puts its after-image in.
       ADD-ENTRY-TO-EXPECTED.
           MOVE WS-JRN-BEFORE TO WS-IMAGE-VIEW.
           PERFORM HASH-IMAGE.
           SUBTRACT WS-IMAGE-COUNT FROM WS-EXP-COUNT.
           SUBTRACT WS-IMAGE-HASH FROM WS-EXP-HASH.
           MOVE WS-JRN-AFTER TO WS-IMAGE-VIEW.
           PERFORM HASH-IMAGE.
           ADD WS-IMAGE-COUNT TO WS-EXP-COUNT.
           ADD WS-IMAGE-HASH TO WS-EXP-HASH.

       HASH-IMAGE.
           MOVE ZERO TO WS-IMAGE-COUNT.
           MOVE ZERO TO WS-IMAGE-HASH.
           IF WS-IMAGE-VIEW NOT = SPACES
               MOVE 1 TO WS-IMAGE-COUNT
               PERFORM VARYING WS-COEF-IDX FROM 1 BY 1
                       UNTIL WS-COEF-IDX > 100
                   ADD IV-COEF(WS-COEF-IDX) TO WS-IMAGE-HASH
               END-PERFORM
           END-IF.

       COLLECT-LATER-CHANGES.
           PERFORM OPEN-JOURNAL-IN.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-JRN-READ
               IF JR-TIMESTAMP > WS-TARGET-TS
                       AND (WS-JRN-BEFORE NOT = SPACES
                            OR WS-JRN-AFTER NOT = SPACES)
                   PERFORM NOTE-LATER-ENTRY
               END-IF
               PERFORM READ-JOURNAL-REC
           END-PERFORM.
           IF WS-JOURNAL-STATUS NOT = "35"
               CLOSE JOURNAL-IN
           END-IF.

      *    One table entry per key changed after the target: the
      *    image it had at the target (first before-image) and the
      *    image the journal last left it with (last after-image).
       NOTE-LATER-ENTRY.
           ADD 1 TO WS-JRN-LATER.
           IF WS-JRN-AFTER = SPACES
               MOVE WS-JRN-BEFORE(1:18) TO WS-APPLY-KEY
           ELSE
               MOVE WS-JRN-AFTER(1:18) TO WS-APPLY-KEY
           END-IF.
           PERFORM FIND-KEY-ENTRY.
           IF WS-KEY-IDX = 0
               IF WS-KEY-COUNT < 300
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-KEY-IDX
                   MOVE WS-APPLY-KEY TO WS-KT-KEY(WS-KEY-IDX)
                   MOVE WS-JRN-BEFORE
                       TO WS-KT-FIRST-BEFORE(WS-KEY-IDX)
               ELSE
                   ADD 1 TO WS-KEY-OVERFLOW
               END-IF
           END-IF.
           IF WS-KEY-IDX > 0
               MOVE WS-JRN-AFTER TO WS-KT-LAST-AFTER(WS-KEY-IDX)
           END-IF.

       FIND-KEY-ENTRY.
           MOVE ZERO TO WS-KEY-IDX.
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-KEY-COUNT
                      OR WS-KEY-IDX > 0
               IF WS-KT-KEY(WS-FIND-IDX) = WS-APPLY-KEY
                   MOVE WS-FIND-IDX TO WS-KEY-IDX
               END-IF
           END-PERFORM.

      *    Mode B: every key changed after the target goes back to
      *    its first before-image; a blank image means the key did
      *    not exist at the target and is removed.
       BACK-OUT-LATER-CHANGES.
           IF WS-KEY-OVERFLOW > 0
               DISPLAY "MstRcvr: more than 300 keys changed after "
                   WS-TARGET-TS " - nothing backed out"
               PERFORM RELEASE-MAINT-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM BACK-OUT-ONE-KEY
           END-PERFORM.

       BACK-OUT-ONE-KEY.
           ADD 1 TO WS-BACKOUT-COUNT.
           MOVE WS-KT-KEY(WS-KEY-IDX) TO WS-APPLY-KEY.
           MOVE WS-APPLY-KEY TO WS-EXCEPTION-KEY.
           MOVE WS-NOW TO WS-EXCEPTION-TS.
           MOVE WS-KT-FIRST-BEFORE(WS-KEY-IDX) TO WS-IMAGE-VIEW.
           PERFORM HASH-IMAGE.
           ADD WS-IMAGE-COUNT TO WS-EXP-COUNT.
           ADD WS-IMAGE-HASH TO WS-EXP-HASH.
           MOVE WS-KT-LAST-AFTER(WS-KEY-IDX) TO WS-IMAGE-VIEW.
           PERFORM HASH-IMAGE.
           SUBTRACT WS-IMAGE-COUNT FROM WS-EXP-COUNT.
           SUBTRACT WS-IMAGE-HASH FROM WS-EXP-HASH.
           PERFORM READ-MASTER-BY-KEY.
           IF WS-REC-FOUND
               MOVE WS-MASTER-REC TO WS-HOLD-IMAGE
           ELSE
               MOVE SPACES TO WS-HOLD-IMAGE
           END-IF.
           IF WS-HOLD-IMAGE NOT = WS-KT-LAST-AFTER(WS-KEY-IDX)
               MOVE "MASTER DID NOT MATCH LAST JOURNAL IMAGE"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-KT-FIRST-BEFORE(WS-KEY-IDX) = SPACES
               IF WS-REC-FOUND
                   DELETE MATRIX-MASTER RECORD
               END-IF
           ELSE
               MOVE WS-KT-FIRST-BEFORE(WS-KEY-IDX) TO WS-MASTER-REC
               IF WS-REC-FOUND
                   REWRITE WS-MASTER-REC
               ELSE
                   WRITE WS-MASTER-REC
               END-IF
           END-IF.
           MOVE WS-HOLD-IMAGE TO WS-KT-LAST-AFTER(WS-KEY-IDX).

      *    Each key that now differs from what the journal last
      *    recorded for it gets a BACKOUT entry, so a later replay
      *    through the whole journal arrives at the recovered master.
      *    The master has been changed by now, so a failure here
      *    keeps the lock as SCAN-MASTER does.
       JOURNAL-BACKOUTS.
           IF WS-KEY-COUNT > 0
               OPEN INPUT MATRIX-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "MstRcvr: unable to open MATRIXMST.DAT "
                       "(status=" WS-MASTER-STATUS ") - BACKOUT "
                       "entries not journaled"
                   DISPLAY "MstRcvr: maintenance lock kept on "
                       "RUNLOCK.DAT - clear it with RunLock once the "
                       "master and journal are reconciled"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND JOURNAL-IN
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-IN
               END-IF
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "MstRcvr: unable to open MATRIXJRN.DAT "
                       "(status=" WS-JOURNAL-STATUS ") - BACKOUT "
                       "entries not journaled"
                   ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                   PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                           UNTIL WS-KEY-IDX > WS-KEY-COUNT
                       PERFORM JOURNAL-ONE-BACKOUT
                   END-PERFORM
                   CLOSE JOURNAL-IN
               END-IF
               CLOSE MATRIX-MASTER
           END-IF.
           IF WS-KEY-OVERFLOW > 0
               MOVE SPACES TO WS-EXCEPTION-KEY
               MOVE WS-NOW TO WS-EXCEPTION-TS
               MOVE "KEY TABLE FULL - SOME BACKOUTS NOT JOURNALED"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       JOURNAL-ONE-BACKOUT.
           MOVE WS-KT-KEY(WS-KEY-IDX) TO WS-APPLY-KEY.
           PERFORM READ-MASTER-BY-KEY.
           IF WS-REC-FOUND
               MOVE WS-MASTER-REC TO WS-HOLD-IMAGE
           ELSE
               MOVE SPACES TO WS-HOLD-IMAGE
           END-IF.
           IF WS-HOLD-IMAGE NOT = WS-KT-LAST-AFTER(WS-KEY-IDX)
               MOVE SPACES TO WS-JOURNAL-REC
               MOVE WS-NOW TO JR-TIMESTAMP
               MOVE WS-OPERATOR TO JR-OPERATOR
               MOVE "MstRcvr" TO JR-PROGRAM
               MOVE "BACKOUT" TO JR-ACTION
               MOVE WS-KT-LAST-AFTER(WS-KEY-IDX) TO JR-BEFORE
               MOVE WS-KT-LAST-AFTER(WS-KEY-IDX)(927:22)
                   TO JR-BEFORE-BAND
               MOVE WS-HOLD-IMAGE TO JR-AFTER
               MOVE WS-HOLD-IMAGE(927:22) TO JR-AFTER-BAND
               WRITE WS-JOURNAL-REC
               ADD 1 TO WS-JRN-WRITTEN
           END-IF.

       SCAN-MASTER.
           MOVE ZERO TO WS-ACT-COUNT.
           MOVE ZERO TO WS-ACT-HASH.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MstRcvr: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ MATRIX-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WS-MASTER-REC TO WS-IMAGE-VIEW
                       PERFORM HASH-IMAGE
                       ADD 1 TO WS-ACT-COUNT
                       ADD WS-IMAGE-HASH TO WS-ACT-HASH
               END-READ
           END-PERFORM.
           CLOSE MATRIX-MASTER.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX MASTER RECOVERY - PROGRAM MstRcvr - " WS-NOW
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MODE-RELOAD
               STRING "MODE R - RELOAD " WS-BACKUP-NAME(1:20)
                   " TAKEN " WS-BACKUP-TS " AND REPLAY JOURNAL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "MODE B - BACK OUT JOURNALED CHANGES FROM THE "
                   "CURRENT MASTER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECOVERED TO " WS-TARGET-TS "   OPERATOR "
               WS-OPERATOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS:  KEY                JOURNAL TIME    "
               "DETAIL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "             " WS-EXCEPTION-KEY " "
               WS-EXCEPTION-TS "  " WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-RECONCILIATION.
           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "             NONE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-JRN-READ TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "JOURNAL ENTRIES READ:            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-MODE-RELOAD
               MOVE WS-JRN-IN-BACKUP TO WS-EDIT-CNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ALREADY IN BACKUP:             " WS-EDIT-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE WS-JRN-REPLAYED TO WS-EDIT-CNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  REPLAYED:                      " WS-EDIT-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE WS-JRN-LATER TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  AFTER THE TARGET, NOT APPLIED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-MODE-BACKOUT
               MOVE WS-BACKOUT-COUNT TO WS-EDIT-CNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "KEYS BACKED OUT:                 " WS-EDIT-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE WS-JRN-WRITTEN TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BACKOUT ENTRIES JOURNALED:       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECONCILIATION                 RECORDS       "
               "COEFFICIENT HASH"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-MODE-RELOAD
               MOVE WS-BACKUP-COUNT TO WS-EDIT-COUNT
               MOVE WS-BACKUP-HASH TO WS-EDIT-HASH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BACKUP TRAILER              " WS-EDIT-COUNT
                   "  " WS-EDIT-HASH
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE WS-START-COUNT TO WS-EDIT-COUNT
               MOVE WS-START-HASH TO WS-EDIT-HASH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MASTER BEFORE BACKOUT       " WS-EDIT-COUNT
                   "  " WS-EDIT-HASH
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE WS-EXP-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EXP-HASH TO WS-EDIT-HASH.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXPECTED FROM JOURNAL       " WS-EDIT-COUNT
               "  " WS-EDIT-HASH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-ACT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-ACT-HASH TO WS-EDIT-HASH.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECOVERED MASTER            " WS-EDIT-COUNT
               "  " WS-EDIT-HASH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-EXP-COUNT = WS-ACT-COUNT
                   AND WS-EXP-HASH = WS-ACT-HASH
               STRING "RESULT: RECOVERED MASTER IN BALANCE WITH THE "
                   "JOURNAL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "RESULT: *** OUT OF BALANCE *** - RECOVERED "
                   "MASTER DOES NOT MATCH THE JOURNAL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

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
           MOVE "MstRcvr" TO LK-PROGRAM.
           MOVE WS-OPERATOR TO LK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP.
           MOVE WS-LOCK-REC TO WS-MY-LOCK.
           OPEN EXTEND RUN-LOCK.
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT RUN-LOCK
           END-IF.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "MstRcvr: unable to open RUNLOCK.DAT (status="
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
               DISPLAY "MstRcvr: unable to open RUNLOCK.DAT (status="
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
