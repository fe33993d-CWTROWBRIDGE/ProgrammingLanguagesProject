           SELECT MANIFEST-OUT ASSIGN TO "RESMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT HISTORY-OUT ASSIGN TO "EXTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-IN ASSIGN TO "EXTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-IN-STATUS.
           SELECT REDELIV-IO ASSIGN TO "REDELIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDELIV-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD  MANIFEST-OUT.
          01 WS-MANIFEST-REC PIC X(100).

      *    Every record delivered, tagged with the subscriber and the
      *    delivery date, kept after the nightly extract is replaced.
          FD  HISTORY-OUT.
          01 WS-HISTORY-REC.
             05 EH-SUB-ID PIC X(8).
             05 EH-DELIV-DATE PIC 9(8).
             05 EH-RESULTS-REC PIC X(74).

          FD  HISTORY-IN.
          01 WS-HISTORY-IN-REC.
             05 HI-SUB-ID PIC X(8).
             05 HI-DELIV-DATE PIC 9(8).
             05 HI-RESULTS-REC.
                10 FILLER PIC X(30).
                10 HI-VALUE PIC S9(5)V9(5) SIGN LEADING SEPARATE.
                10 FILLER PIC X(33).

      *    Deliveries AckRecon found unacknowledged past the cutoff.
          FD  REDELIV-IO.
          01 WS-REDELIV-REC.
             05 RQ-SUB-ID PIC X(8).
             05 RQ-DELIV-DATE PIC 9(8).
             05 RQ-EXTRACT PIC X(30).
             05 RQ-RECORDS PIC 9(6).
             05 RQ-QUEUED-DATE PIC 9(8).
             05 RQ-REDELIV-NUM PIC 99.

          WORKING-STORAGE SECTION.
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-RESULTS-STATUS PIC XX.
          01 WS-EXTRACT-STATUS PIC XX.
          01 WS-MANIFEST-STATUS PIC XX.
          01 WS-HISTORY-STATUS PIC XX.
          01 WS-HISTORY-IN-STATUS PIC XX.
          01 WS-REDELIV-STATUS PIC XX.
          01 WS-REDELIV-COUNT PIC 9(3) VALUE ZERO.
          01 WS-RESULTS-NAME PIC X(30).
          01 WS-EXTRACT-NAME PIC X(30).
          01 WS-CUR-SUB-REC.
          01 WS-EDIT-CNT PIC ZZZZZ9.
          01 WS-EDIT-HASH PIC -(11)9.99999.

      *    RESMANIF.DAT and EXTHIST.DAT are appended to each night,
      *    one manifest heading per run, so month-end billing and
      *    acknowledgment matching can see every delivery made.
      *    Deliveries queued on REDELIV.DAT are rebuilt from EXTHIST.DAT
      *    as RDLyyyymmdd<sub>.DAT, named for the original delivery
      *    date, listed on the manifest and not added to EXTHIST.DAT
      *    again; the queue is then emptied.
       PROCEDURE DIVISION.
           DISPLAY "ResDist: distributing results interface files to "
               "subscribers".
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MANIFEST-OUT.
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-OUT
           END-IF.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "ResDist: unable to open RESMANIF.DAT (status="
                   WS-MANIFEST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-OUT.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-OUT
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ResDist: unable to open EXTHIST.DAT (status="
                   WS-HISTORY-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO WS-MANIFEST-LINE.
           STRING "RESULTS DELIVERY MANIFEST - PROGRAM ResDist - "
               PERFORM READ-SUBSCRIBER-REC
           END-PERFORM.
           CLOSE SUBSCRIBER-IN.
           CLOSE HISTORY-OUT.
           PERFORM REDELIVER-QUEUED-EXTRACTS.
           CLOSE MANIFEST-OUT.
           DISPLAY "ResDist: " WS-SUB-COUNT " subscriber extracts "
               "written, manifest in RESMANIF.DAT".
           IF WS-REDELIV-COUNT > 0
               DISPLAY "ResDist: " WS-REDELIV-COUNT
                   " unacknowledged extracts redelivered"
           END-IF.
           MOVE 0 TO RETURN-CODE.

       STOP RUN.
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *    SOLVRES.DAT rows carry the LinSolv layout in the RI-X1 to
      *    RI-OVFL-STATUS positions, so they go only to a subscriber
      *    that asks for LinSolv by name.
       DISTRIBUTE-ONE-SUBSCRIBER.
           IF SB-SUB-ID = SPACES
               CONTINUE
               PERFORM SCAN-ONE-RESULTS-FILE
               MOVE "ROOTRES.DAT" TO WS-RESULTS-NAME
               PERFORM SCAN-ONE-RESULTS-FILE
               IF CS-PROGRAM = "LinSolv"
                   MOVE "SOLVRES.DAT" TO WS-RESULTS-NAME
                   PERFORM SCAN-ONE-RESULTS-FILE
               END-IF
               CLOSE EXTRACT-OUT
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
           IF WS-REC-WANTED
               MOVE WS-RESULTS-REC TO WS-EXTRACT-REC
               WRITE WS-EXTRACT-REC
               MOVE CS-SUB-ID TO EH-SUB-ID
               MOVE WS-TIMESTAMP(1:8) TO EH-DELIV-DATE
               MOVE WS-RESULTS-REC TO EH-RESULTS-REC
               WRITE WS-HISTORY-REC
               ADD 1 TO WS-EXT-COUNT
               ADD RI-VALUE TO WS-HASH-TOTAL
                   ON SIZE ERROR
               " VALUE-HASH=" WS-EDIT-HASH
               DELIMITED BY SIZE INTO WS-MANIFEST-LINE.
           WRITE WS-MANIFEST-REC FROM WS-MANIFEST-LINE.

       REDELIVER-QUEUED-EXTRACTS.
           OPEN INPUT REDELIV-IO.
           IF WS-REDELIV-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-REDELIV-STATUS NOT = "00"
                   DISPLAY "ResDist: unable to open REDELIV.DAT "
                       "(status=" WS-REDELIV-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-REDELIV-STATUS NOT = "00"
                   READ REDELIV-IO
                       AT END MOVE "10" TO WS-REDELIV-STATUS
                       NOT AT END
                           IF RQ-SUB-ID NOT = SPACES
                               PERFORM REDELIVER-ONE-EXTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDELIV-IO
               OPEN OUTPUT REDELIV-IO
               IF WS-REDELIV-STATUS = "00"
                   CLOSE REDELIV-IO
               END-IF
           END-IF.

       REDELIVER-ONE-EXTRACT.
           ADD 1 TO WS-REDELIV-COUNT.
           MOVE SPACES TO WS-CUR-SUB-REC.
           MOVE RQ-SUB-ID TO CS-SUB-ID.
           MOVE ZERO TO WS-EXT-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE SPACES TO WS-EXTRACT-NAME.
           STRING "RDL" RQ-DELIV-DATE FUNCTION TRIM(CS-SUB-ID) ".DAT"
               DELIMITED BY SIZE INTO WS-EXTRACT-NAME.
           OPEN OUTPUT EXTRACT-OUT.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "ResDist: unable to open "
                   FUNCTION TRIM(WS-EXTRACT-NAME)
                   " (status=" WS-EXTRACT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-IN.
           IF WS-HISTORY-IN-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-IN-STATUS NOT = "00"
                   READ HISTORY-IN
                       AT END MOVE "10" TO WS-HISTORY-IN-STATUS
                       NOT AT END
                           IF HI-SUB-ID = RQ-SUB-ID
                                   AND HI-DELIV-DATE = RQ-DELIV-DATE
                               MOVE HI-RESULTS-REC TO WS-EXTRACT-REC
                               WRITE WS-EXTRACT-REC
                               ADD 1 TO WS-EXT-COUNT
                               ADD HI-VALUE TO WS-HASH-TOTAL
                                   ON SIZE ERROR
                                       CONTINUE
                               END-ADD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-IN
           END-IF.
           CLOSE EXTRACT-OUT.
           PERFORM WRITE-MANIFEST-LINE.
