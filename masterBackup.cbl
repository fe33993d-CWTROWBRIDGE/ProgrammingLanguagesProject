       IDENTIFICATION DIVISION.
       PROGRAM-ID. MstBkup.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "BKUPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OLD-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BACKUP-OUT ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT INDEX-OUT ASSIGN TO "BKUPIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT RUN-LOCK ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    BP-LAYOUT O unloads a master still in the 926-byte layout
      *    that predates the tolerance band; blank is the current one.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 BP-LAYOUT PIC X.

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

          FD  OLD-MASTER.
          01 WS-OLD-MASTER-REC.
             05 OM-MASTER-KEY.
                10 OM-MATRIX-ID PIC X(10).
                10 OM-EFF-DATE PIC 9(8).
             05 OM-ORDER PIC 99.
             05 OM-COEF-TABLE.
                10 OM-COEF PIC S9(3)V9(5) SIGN LEADING SEPARATE
                    OCCURS 100 TIMES.
             05 OM-DEF-ITER PIC 9(2).
             05 OM-NORM-MODE PIC X.
             05 OM-STATUS PIC X.
             05 OM-SCHED-FREQ PIC X.
             05 OM-SCHED-DAY PIC 9.

      *    One H record carrying the unload time, one D record per
      *    master record, and one T record with the record count and
      *    the sum of every coefficient on the file. A D record
      *    unloaded from the old layout carries a blank band.
          FD  BACKUP-OUT.
          01 WS-BACKUP-REC.
             05 BK-REC-TYPE PIC X.
             05 BK-DATA PIC X(948).
          01 WS-BACKUP-DTL.
             05 BD-REC-TYPE PIC X.
             05 BD-MASTER-KEY PIC X(18).
             05 BD-ORDER PIC 99.
             05 BD-COEF PIC S9(3)V9(5) SIGN LEADING SEPARATE
                 OCCURS 100 TIMES.
             05 FILLER PIC X(28).
          01 WS-BACKUP-HDR.
             05 BH-REC-TYPE PIC X.
             05 BH-TIMESTAMP PIC X(14).
             05 BH-SOURCE PIC X(13).
          01 WS-BACKUP-TRL.
             05 BT-REC-TYPE PIC X.
             05 BT-REC-COUNT PIC 9(6).
             05 BT-COEF-HASH PIC S9(13)V9(5) SIGN LEADING SEPARATE.

          FD  INDEX-OUT.
          01 WS-INDEX-REC PIC X(100).

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
          01 WS-MASTER-STATUS PIC XX.
          01 WS-LAYOUT PIC X VALUE SPACE.
              88 WS-OLD-LAYOUT VALUE "O".
          01 WS-BACKUP-STATUS PIC XX.
          01 WS-INDEX-STATUS PIC XX.
          01 WS-BACKUP-NAME PIC X(30).
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-TIMESTAMP PIC X(14).
          01 WS-REC-COUNT PIC 9(6) VALUE ZERO.
          01 WS-COEF-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-COEF-IDX PIC 9(3).
          01 WS-EDIT-HASH PIC -(13)9.99999.
          01 WS-INDEX-LINE PIC X(100).
          01 WS-LOCK-STATUS PIC XX.
          01 WS-LOCK-EOF-FLAG PIC X VALUE "N".
              88 WS-LOCK-EOF VALUE "Y".
          01 WS-MAINT-LOCK-COUNT PIC 99 VALUE ZERO.

      *    Unloads MATRIXMST.DAT to the dated sequential backup
      *    MSTBKyyyymmdd.DAT and records it in BKUPIDX.DAT. MstRcvr
      *    reloads a backup and rolls it forward from MATRIXJRN.DAT,
      *    so the unload must not overlap a maintenance session.
      *    The old-layout unload is how a 926-byte master is brought
      *    to the current record: MstRcvr mode R reloads the backup
      *    into a new MATRIXMST.DAT with every band blank.
       PROCEDURE DIVISION.
           DISPLAY "MstBkup: unload of MATRIXMST.DAT to dated backup".
           PERFORM LOAD-RUN-LOCKS.
           IF WS-MAINT-LOCK-COUNT > 0
               DISPLAY "MstBkup: " WS-MAINT-LOCK-COUNT
                   " maintenance session(s) open on RUNLOCK.DAT - "
                   "backup not taken"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO WS-BACKUP-NAME.
           STRING "MSTBK" WS-TIMESTAMP(1:8) ".DAT"
               DELIMITED BY SIZE INTO WS-BACKUP-NAME.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF BP-LAYOUT = "O" OR BP-LAYOUT = "o"
                           MOVE "O" TO WS-LAYOUT
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           IF WS-OLD-LAYOUT
               DISPLAY "MstBkup: MATRIXMST.DAT read in the 926-byte "
                   "layout, bands unloaded blank"
               OPEN INPUT OLD-MASTER
           ELSE
               OPEN INPUT MATRIX-MASTER
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MstBkup: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-OUT.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "MstBkup: unable to open "
                   FUNCTION TRIM(WS-BACKUP-NAME)
                   " (status=" WS-BACKUP-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-BACKUP-HDR.
           MOVE "H" TO BH-REC-TYPE.
           MOVE WS-TIMESTAMP TO BH-TIMESTAMP.
           MOVE "MATRIXMST.DAT" TO BH-SOURCE.
           WRITE WS-BACKUP-HDR.
           PERFORM READ-MASTER-REC.
           PERFORM UNTIL WS-EOF
               MOVE "D" TO BK-REC-TYPE
               IF WS-OLD-LAYOUT
                   MOVE WS-OLD-MASTER-REC TO BK-DATA
               ELSE
                   MOVE WS-MASTER-REC TO BK-DATA
               END-IF
               PERFORM VARYING WS-COEF-IDX FROM 1 BY 1
                       UNTIL WS-COEF-IDX > 100
                   ADD BD-COEF(WS-COEF-IDX) TO WS-COEF-HASH
               END-PERFORM
               WRITE WS-BACKUP-REC
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "MstBkup: write to "
                       FUNCTION TRIM(WS-BACKUP-NAME)
                       " failed (status=" WS-BACKUP-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REC-COUNT
               PERFORM READ-MASTER-REC
           END-PERFORM.
           MOVE SPACES TO WS-BACKUP-TRL.
           MOVE "T" TO BT-REC-TYPE.
           MOVE WS-REC-COUNT TO BT-REC-COUNT.
           MOVE WS-COEF-HASH TO BT-COEF-HASH.
           WRITE WS-BACKUP-TRL.
           IF WS-OLD-LAYOUT
               CLOSE OLD-MASTER
           ELSE
               CLOSE MATRIX-MASTER
           END-IF.
           CLOSE BACKUP-OUT.
           PERFORM WRITE-INDEX-LINE.
           DISPLAY "MstBkup: " WS-REC-COUNT " records unloaded to "
               FUNCTION TRIM(WS-BACKUP-NAME).
           MOVE 0 TO RETURN-CODE.

       STOP RUN.

       READ-MASTER-REC.
           IF WS-OLD-LAYOUT
               READ OLD-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           ELSE
               READ MATRIX-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.

       WRITE-INDEX-LINE.
           OPEN EXTEND INDEX-OUT.
           IF WS-INDEX-STATUS = "35"
               OPEN OUTPUT INDEX-OUT
           END-IF.
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "MstBkup: unable to open BKUPIDX.DAT (status="
                   WS-INDEX-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-COEF-HASH TO WS-EDIT-HASH.
           MOVE SPACES TO WS-INDEX-LINE.
           STRING WS-TIMESTAMP " " WS-BACKUP-NAME(1:20)
               " RECORDS=" WS-REC-COUNT " HASH=" WS-EDIT-HASH
               DELIMITED BY SIZE INTO WS-INDEX-LINE.
           WRITE WS-INDEX-REC FROM WS-INDEX-LINE.
           CLOSE INDEX-OUT.

      *    Any open M entry means an update session could change the
      *    master part way through the unload.
       LOAD-RUN-LOCKS.
           MOVE ZERO TO WS-MAINT-LOCK-COUNT.
           MOVE "N" TO WS-LOCK-EOF-FLAG.
           OPEN INPUT RUN-LOCK.
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF
                   READ RUN-LOCK
                       AT END MOVE "Y" TO WS-LOCK-EOF-FLAG
                       NOT AT END
                           IF LK-TYPE = "M"
                               ADD 1 TO WS-MAINT-LOCK-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOCK
           END-IF.
