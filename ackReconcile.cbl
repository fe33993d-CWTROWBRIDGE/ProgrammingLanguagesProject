       IDENTIFICATION DIVISION.
       PROGRAM-ID. AckRecon.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "ACKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MANIFEST-IN ASSIGN TO "RESMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT ACK-IO ASSIGN TO "ACKIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACKHIST-IO ASSIGN TO "ACKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKHIST-STATUS.
           SELECT REPORT-OUT ASSIGN TO "ACKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REDELIV-OUT ASSIGN TO "REDELIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDELIV-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    Days a delivery may go unacknowledged before it is chased,
      *    days of manifest looked back over, and the number of
      *    redeliveries made before a delivery is left for follow-up.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 AP-CUTOFF-DAYS PIC 9(3).
             05 AP-LOOKBACK-DAYS PIC 9(3).
             05 AP-MAX-REDELIV PIC 9(2).

          FD  MANIFEST-IN.
          01 WS-MANIFEST-REC PIC X(100).

      *    Returned by subscribers: the extract they loaded and its
      *    record count. The delivery date is optional; without it
      *    the latest unacknowledged delivery of that file is taken.
          FD  ACK-IO.
          01 WS-ACK-REC.
             05 AK-SUB-ID PIC X(8).
             05 AK-EXTRACT PIC X(30).
             05 AK-RECORDS PIC 9(6).
             05 AK-DELIV-DATE PIC X(8).

      *    Every acknowledgment processed, with the delivery it was
      *    matched to. OK = counts agree, CM = count mismatch,
      *    NS = no such delivery, DP = delivery already acknowledged.
          FD  ACKHIST-IO.
          01 WS-ACKHIST-REC.
             05 AH-SUB-ID PIC X(8).
             05 AH-EXTRACT PIC X(30).
             05 AH-RECORDS PIC 9(6).
             05 AH-DELIV-DATE PIC 9(8).
             05 AH-RECEIVED-DATE PIC 9(8).
             05 AH-RESULT PIC X(2).

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

      *    Read and emptied by the next ResDist run, which rebuilds
      *    each queued extract from EXTHIST.DAT.
          FD  REDELIV-OUT.
          01 WS-REDELIV-REC.
             05 RQ-SUB-ID PIC X(8).
             05 RQ-DELIV-DATE PIC 9(8).
             05 RQ-EXTRACT PIC X(30).
             05 RQ-RECORDS PIC 9(6).
             05 RQ-QUEUED-DATE PIC 9(8).
             05 RQ-REDELIV-NUM PIC 99.

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-MANIFEST-STATUS PIC XX.
          01 WS-ACK-STATUS PIC XX.
          01 WS-ACKHIST-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-REDELIV-STATUS PIC XX.
          01 WS-TIMESTAMP PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-CUTOFF-DAYS PIC 9(3) VALUE 2.
          01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 35.
          01 WS-MAX-REDELIV PIC 9(2) VALUE 3.
          01 WS-LOOKBACK-DATE PIC 9(8).
          01 WS-AGE-DAYS PIC 9(5).
      *    Deliveries on the manifest within the lookback window.
      *    A redelivery carries the date of the delivery it
      *    replaces in WS-DV-ORIG-DATE; the earlier entries of that
      *    chain are then marked superseded.
          01 WS-DLV-COUNT PIC 9(4) VALUE ZERO.
          01 WS-DLV-TABLE.
             05 WS-DLV-ENTRY OCCURS 5000 TIMES.
                10 WS-DV-SUB-ID PIC X(8).
                10 WS-DV-EXTRACT PIC X(30).
                10 WS-DV-DATE PIC 9(8).
                10 WS-DV-ORIG-DATE PIC 9(8).
                10 WS-DV-RECORDS PIC 9(9).
                10 WS-DV-REDELIV PIC X.
                10 WS-DV-ACKED PIC X.
                10 WS-DV-SUPERSEDED PIC X.
          01 WS-DLV-IDX PIC 9(4).
          01 WS-DLV-FOUND PIC 9(4).
          01 WS-DLV-ACKED-FOUND PIC 9(4).
          01 WS-CHAIN-IDX PIC 9(4).
          01 WS-CHAIN-ACKED-FLAG PIC X.
              88 WS-CHAIN-ACKED VALUE "Y".
          01 WS-CHAIN-REDELIV PIC 99.
          01 WS-TABLE-FULL-FLAG PIC X VALUE "N".
              88 WS-TABLE-FULL VALUE "Y".
      *    Acknowledgment exceptions held for the report, by kind:
      *    C = count mismatch, N = never sent, D = duplicate.
          01 WS-EXC-COUNT PIC 9(3) VALUE ZERO.
          01 WS-EXC-TABLE.
             05 WS-EXC-ENTRY OCCURS 500 TIMES.
                10 WS-EX-KIND PIC X.
                10 WS-EX-SUB-ID PIC X(8).
                10 WS-EX-EXTRACT PIC X(30).
                10 WS-EX-DATE PIC 9(8).
                10 WS-EX-SENT PIC 9(9).
                10 WS-EX-LOADED PIC 9(6).
          01 WS-EXC-IDX PIC 9(3).
          01 WS-EXC-KIND PIC X.
          01 WS-SECTION-COUNT PIC 9(4).
      *    Manifest line broken into its keyword fields.
          01 WS-MF-DATE PIC X(8).
          01 WS-MF-LEAD PIC X(10).
          01 WS-MF-SUB PIC X(8).
          01 WS-MF-FILE PIC X(30).
          01 WS-MF-RECORDS-X PIC X(12).
          01 WS-MF-HASH-X PIC X(24).
          01 WS-MF-RECORDS PIC 9(9).
      *    The acknowledgment being matched.
          01 WS-MATCH-SUB-ID PIC X(8).
          01 WS-MATCH-EXTRACT PIC X(30).
          01 WS-MATCH-RECORDS PIC 9(6).
          01 WS-MATCH-DATE PIC 9(8).
          01 WS-MATCH-RESULT PIC X(2).
          01 WS-NEW-ACK-COUNT PIC 9(5) VALUE ZERO.
          01 WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.
          01 WS-QUEUED-COUNT PIC 9(5) VALUE ZERO.
          01 WS-LIMIT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-CNT PIC ZZZZ9.
          01 WS-EDIT-REC PIC ZZZZZZZZ9.
          01 WS-EDIT-LOADED PIC ZZZZZ9.
          01 WS-EDIT-AGE PIC ZZZZ9.

      *    Matches subscriber acknowledgments against the deliveries
      *    ResDist recorded on RESMANIF.DAT. Acknowledgments already
      *    processed are replayed from ACKHIST.DAT, tonight's come
      *    from ACKIN.DAT, which is added to ACKHIST.DAT and then
      *    emptied. ACKRPT.DAT lists count mismatches, acknowledg-
      *    ments for files never sent, and deliveries still not
      *    acknowledged after the cutoff; those are queued on
      *    REDELIV.DAT for the next ResDist run to send again.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF AP-CUTOFF-DAYS IS NUMERIC
                           MOVE AP-CUTOFF-DAYS TO WS-CUTOFF-DAYS
                       END-IF
                       IF AP-LOOKBACK-DAYS IS NUMERIC
                               AND AP-LOOKBACK-DAYS > ZERO
                           MOVE AP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
                       IF AP-MAX-REDELIV IS NUMERIC
                           MOVE AP-MAX-REDELIV TO WS-MAX-REDELIV
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-LOOKBACK-DAYS).
           PERFORM LOAD-DELIVERIES.
           PERFORM REPLAY-ACK-HISTORY.
           PERFORM MATCH-NEW-ACKS.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "AckRecon: unable to open ACKRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REDELIV-OUT.
           IF WS-REDELIV-STATUS NOT = "00"
               DISPLAY "AckRecon: unable to open REDELIV.DAT (status="
                   WS-REDELIV-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "C" TO WS-EXC-KIND.
           PERFORM WRITE-EXCEPTION-SECTION.
           MOVE "N" TO WS-EXC-KIND.
           PERFORM WRITE-EXCEPTION-SECTION.
           MOVE "D" TO WS-EXC-KIND.
           PERFORM WRITE-EXCEPTION-SECTION.
           PERFORM CHASE-OVERDUE-DELIVERIES.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-OUT.
           CLOSE REDELIV-OUT.
           DISPLAY "AckRecon: " WS-NEW-ACK-COUNT
               " acknowledgments read, " WS-OVERDUE-COUNT
               " overdue, " WS-QUEUED-COUNT " queued for redelivery".
           IF WS-EXC-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

      *    RESMANIF.DAT holds a heading per ResDist run followed by a
      *    line per extract. A redelivered extract is named
      *    RDLyyyymmdd<sub>.DAT after the delivery it replaces.
       LOAD-DELIVERIES.
           MOVE SPACES TO WS-MF-DATE.
           OPEN INPUT MANIFEST-IN.
           IF WS-MANIFEST-STATUS = "35"
               DISPLAY "AckRecon: RESMANIF.DAT not present, no "
                   "deliveries to reconcile"
           ELSE
               IF WS-MANIFEST-STATUS NOT = "00"
                   DISPLAY "AckRecon: unable to open RESMANIF.DAT "
                       "(status=" WS-MANIFEST-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                   READ MANIFEST-IN
                       AT END MOVE "10" TO WS-MANIFEST-STATUS
                       NOT AT END PERFORM KEEP-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-IN
           END-IF.
           IF WS-TABLE-FULL
               DISPLAY "AckRecon: delivery table full, later "
                   "deliveries not reconciled"
           END-IF.

       KEEP-MANIFEST-LINE.
           IF WS-MANIFEST-REC(1:25) = "RESULTS DELIVERY MANIFEST"
               MOVE WS-MANIFEST-REC(47:8) TO WS-MF-DATE
           ELSE
               IF WS-MANIFEST-REC(1:11) = "SUBSCRIBER="
                       AND WS-MF-DATE IS NUMERIC
                       AND WS-MF-DATE NOT < WS-LOOKBACK-DATE
                   PERFORM SPLIT-MANIFEST-LINE
                   IF WS-DLV-COUNT < 5000
                       PERFORM ADD-DELIVERY
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

       ADD-DELIVERY.
           ADD 1 TO WS-DLV-COUNT.
           MOVE WS-MF-SUB TO WS-DV-SUB-ID(WS-DLV-COUNT).
           MOVE WS-MF-FILE TO WS-DV-EXTRACT(WS-DLV-COUNT).
           MOVE WS-MF-DATE TO WS-DV-DATE(WS-DLV-COUNT).
           MOVE WS-MF-RECORDS TO WS-DV-RECORDS(WS-DLV-COUNT).
           MOVE "N" TO WS-DV-ACKED(WS-DLV-COUNT).
           MOVE "N" TO WS-DV-SUPERSEDED(WS-DLV-COUNT).
           IF WS-MF-FILE(1:3) = "RDL" AND WS-MF-FILE(4:8) IS NUMERIC
               MOVE "Y" TO WS-DV-REDELIV(WS-DLV-COUNT)
               MOVE WS-MF-FILE(4:8) TO WS-DV-ORIG-DATE(WS-DLV-COUNT)
               PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                       UNTIL WS-DLV-IDX >= WS-DLV-COUNT
                   IF WS-DV-SUB-ID(WS-DLV-IDX) = WS-MF-SUB
                           AND WS-DV-ORIG-DATE(WS-DLV-IDX)
                               = WS-DV-ORIG-DATE(WS-DLV-COUNT)
                       MOVE "Y" TO WS-DV-SUPERSEDED(WS-DLV-IDX)
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO WS-DV-REDELIV(WS-DLV-COUNT)
               MOVE WS-MF-DATE TO WS-DV-ORIG-DATE(WS-DLV-COUNT)
           END-IF.

      *    "SUBSCRIBER=id FILE=name RECORDS=n VALUE-HASH=h"
       SPLIT-MANIFEST-LINE.
           MOVE SPACES TO WS-MF-LEAD WS-MF-SUB WS-MF-FILE
               WS-MF-RECORDS-X WS-MF-HASH-X.
           UNSTRING WS-MANIFEST-REC DELIMITED BY "SUBSCRIBER="
                   OR " FILE=" OR " RECORDS=" OR " VALUE-HASH="
               INTO WS-MF-LEAD WS-MF-SUB WS-MF-FILE WS-MF-RECORDS-X
                   WS-MF-HASH-X.
           MOVE ZERO TO WS-MF-RECORDS.
           IF WS-MF-RECORDS-X NOT = SPACES
               COMPUTE WS-MF-RECORDS = FUNCTION NUMVAL(WS-MF-RECORDS-X)
           END-IF.

      *    Earlier acknowledgments only mark their deliveries; they
      *    were reported on the night they arrived.
       REPLAY-ACK-HISTORY.
           OPEN INPUT ACKHIST-IO.
           IF WS-ACKHIST-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-ACKHIST-STATUS NOT = "00"
                   DISPLAY "AckRecon: unable to open ACKHIST.DAT "
                       "(status=" WS-ACKHIST-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ACKHIST-STATUS NOT = "00"
                   READ ACKHIST-IO
                       AT END MOVE "10" TO WS-ACKHIST-STATUS
                       NOT AT END
                           IF AH-RESULT = "OK" OR AH-RESULT = "CM"
                               PERFORM MARK-HISTORY-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACKHIST-IO
           END-IF.

       MARK-HISTORY-ACK.
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-COUNT
               IF WS-DV-SUB-ID(WS-DLV-IDX) = AH-SUB-ID
                       AND WS-DV-EXTRACT(WS-DLV-IDX) = AH-EXTRACT
                       AND WS-DV-DATE(WS-DLV-IDX) = AH-DELIV-DATE
                   MOVE "Y" TO WS-DV-ACKED(WS-DLV-IDX)
               END-IF
           END-PERFORM.

      *    Tonight's acknowledgments are matched, appended to
      *    ACKHIST.DAT with the delivery they matched, and ACKIN.DAT
      *    is emptied so none is counted twice.
       MATCH-NEW-ACKS.
           OPEN INPUT ACK-IO.
           IF WS-ACK-STATUS = "35"
               DISPLAY "AckRecon: ACKIN.DAT not present, no new "
                   "acknowledgments"
           ELSE
               IF WS-ACK-STATUS NOT = "00"
                   DISPLAY "AckRecon: unable to open ACKIN.DAT "
                       "(status=" WS-ACK-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND ACKHIST-IO
               IF WS-ACKHIST-STATUS = "35"
                   OPEN OUTPUT ACKHIST-IO
               END-IF
               IF WS-ACKHIST-STATUS NOT = "00"
                   DISPLAY "AckRecon: unable to open ACKHIST.DAT "
                       "(status=" WS-ACKHIST-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ACK-STATUS NOT = "00"
                   READ ACK-IO
                       AT END MOVE "10" TO WS-ACK-STATUS
                       NOT AT END
                           IF AK-SUB-ID NOT = SPACES
                               PERFORM MATCH-ONE-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-IO
               CLOSE ACKHIST-IO
               OPEN OUTPUT ACK-IO
               IF WS-ACK-STATUS = "00"
                   CLOSE ACK-IO
               END-IF
           END-IF.

       MATCH-ONE-ACK.
           ADD 1 TO WS-NEW-ACK-COUNT.
           MOVE AK-SUB-ID TO WS-MATCH-SUB-ID.
           MOVE AK-EXTRACT TO WS-MATCH-EXTRACT.
           MOVE ZERO TO WS-MATCH-RECORDS.
           IF AK-RECORDS IS NUMERIC
               MOVE AK-RECORDS TO WS-MATCH-RECORDS
           END-IF.
           MOVE ZERO TO WS-MATCH-DATE.
           IF AK-DELIV-DATE IS NUMERIC
               MOVE AK-DELIV-DATE TO WS-MATCH-DATE
           END-IF.
           MOVE ZERO TO WS-DLV-FOUND.
           MOVE ZERO TO WS-DLV-ACKED-FOUND.
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-COUNT
               IF WS-DV-SUB-ID(WS-DLV-IDX) = WS-MATCH-SUB-ID
                       AND WS-DV-EXTRACT(WS-DLV-IDX) = WS-MATCH-EXTRACT
                       AND (WS-MATCH-DATE = ZERO
                           OR WS-DV-DATE(WS-DLV-IDX) = WS-MATCH-DATE)
                   IF WS-DV-ACKED(WS-DLV-IDX) = "Y"
                       MOVE WS-DLV-IDX TO WS-DLV-ACKED-FOUND
                   ELSE
                       MOVE WS-DLV-IDX TO WS-DLV-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-DLV-FOUND > 0
                   ADD 1 TO WS-MATCHED-COUNT
                   MOVE "Y" TO WS-DV-ACKED(WS-DLV-FOUND)
                   MOVE WS-DV-DATE(WS-DLV-FOUND) TO WS-MATCH-DATE
                   IF WS-DV-RECORDS(WS-DLV-FOUND) = WS-MATCH-RECORDS
                       MOVE "OK" TO WS-MATCH-RESULT
                   ELSE
                       MOVE "CM" TO WS-MATCH-RESULT
                       MOVE "C" TO WS-EXC-KIND
                       PERFORM ADD-EXCEPTION
                   END-IF
               WHEN WS-DLV-ACKED-FOUND > 0
                   MOVE WS-DLV-ACKED-FOUND TO WS-DLV-FOUND
                   MOVE WS-DV-DATE(WS-DLV-FOUND) TO WS-MATCH-DATE
                   MOVE "DP" TO WS-MATCH-RESULT
                   MOVE "D" TO WS-EXC-KIND
                   PERFORM ADD-EXCEPTION
               WHEN OTHER
                   MOVE "NS" TO WS-MATCH-RESULT
                   MOVE "N" TO WS-EXC-KIND
                   PERFORM ADD-EXCEPTION
           END-EVALUATE.
           MOVE SPACES TO WS-ACKHIST-REC.
           MOVE WS-MATCH-SUB-ID TO AH-SUB-ID.
           MOVE WS-MATCH-EXTRACT TO AH-EXTRACT.
           MOVE WS-MATCH-RECORDS TO AH-RECORDS.
           MOVE WS-MATCH-DATE TO AH-DELIV-DATE.
           MOVE WS-RUN-DATE TO AH-RECEIVED-DATE.
           MOVE WS-MATCH-RESULT TO AH-RESULT.
           WRITE WS-ACKHIST-REC.

       ADD-EXCEPTION.
           IF WS-EXC-COUNT < 500
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-KIND TO WS-EX-KIND(WS-EXC-COUNT)
               MOVE WS-MATCH-SUB-ID TO WS-EX-SUB-ID(WS-EXC-COUNT)
               MOVE WS-MATCH-EXTRACT TO WS-EX-EXTRACT(WS-EXC-COUNT)
               MOVE WS-MATCH-DATE TO WS-EX-DATE(WS-EXC-COUNT)
               MOVE WS-MATCH-RECORDS TO WS-EX-LOADED(WS-EXC-COUNT)
               IF WS-EXC-KIND = "N"
                   MOVE ZERO TO WS-EX-SENT(WS-EXC-COUNT)
               ELSE
                   MOVE WS-DV-RECORDS(WS-DLV-FOUND)
                       TO WS-EX-SENT(WS-EXC-COUNT)
               END-IF
           ELSE
               DISPLAY "AckRecon: exception table full, "
                   WS-MATCH-SUB-ID " " WS-MATCH-EXTRACT
                   " not reported"
           END-IF.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DELIVERY ACKNOWLEDGMENT RECONCILIATION - PROGRAM "
               "AckRecon - " WS-TIMESTAMP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUTOFF " WS-CUTOFF-DAYS " DAYS, MANIFEST LOOKBACK "
               WS-LOOKBACK-DAYS " DAYS (FROM " WS-LOOKBACK-DATE
               "), REDELIVERY LIMIT " WS-MAX-REDELIV
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE WS-EXC-KIND
               WHEN "C"
                   STRING "ACKNOWLEDGED WITH A DIFFERENT RECORD COUNT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN "N"
                   STRING "ACKNOWLEDGMENTS FOR FILES NEVER SENT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING "ACKNOWLEDGMENTS FOR DELIVERIES ALREADY "
                       "ACKNOWLEDGED" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
           END-EVALUATE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  SUBSCRIBER  EXTRACT                         "
               "DELIVERED       SENT   LOADED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EX-KIND(WS-EXC-IDX) = WS-EXC-KIND
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EX-SUB-ID(WS-EXC-IDX) TO WS-REPORT-LINE(3:8).
           MOVE WS-EX-EXTRACT(WS-EXC-IDX) TO WS-REPORT-LINE(15:30).
           IF WS-EX-DATE(WS-EXC-IDX) NOT = ZERO
               MOVE WS-EX-DATE(WS-EXC-IDX) TO WS-REPORT-LINE(47:8)
           END-IF.
           IF WS-EX-KIND(WS-EXC-IDX) NOT = "N"
               MOVE WS-EX-SENT(WS-EXC-IDX) TO WS-EDIT-REC
               MOVE WS-EDIT-REC TO WS-REPORT-LINE(57:9)
           END-IF.
           MOVE WS-EX-LOADED(WS-EXC-IDX) TO WS-EDIT-LOADED.
           MOVE WS-EDIT-LOADED TO WS-REPORT-LINE(69:6).
           PERFORM WRITE-RPT-LINE.

      *    The newest delivery of each chain stands for the chain; it
      *    is overdue when nothing in the chain is acknowledged and
      *    it is older than the cutoff.
       CHASE-OVERDUE-DELIVERIES.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "UNACKNOWLEDGED PAST CUTOFF"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  SUBSCRIBER  EXTRACT                         "
               "DELIVERED       SENT  AGE  ACTION"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-COUNT
               IF WS-DV-ACKED(WS-DLV-IDX) = "N"
                       AND WS-DV-SUPERSEDED(WS-DLV-IDX) = "N"
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           WS-DV-DATE(WS-DLV-IDX))
                   IF WS-AGE-DAYS > WS-CUTOFF-DAYS
                       PERFORM CHECK-DELIVERY-CHAIN
                       IF NOT WS-CHAIN-ACKED
                           PERFORM QUEUE-OVERDUE-DELIVERY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OVERDUE-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       CHECK-DELIVERY-CHAIN.
           MOVE "N" TO WS-CHAIN-ACKED-FLAG.
           MOVE ZERO TO WS-CHAIN-REDELIV.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-DLV-COUNT
               IF WS-DV-SUB-ID(WS-CHAIN-IDX)
                       = WS-DV-SUB-ID(WS-DLV-IDX)
                       AND WS-DV-ORIG-DATE(WS-CHAIN-IDX)
                           = WS-DV-ORIG-DATE(WS-DLV-IDX)
                   IF WS-DV-ACKED(WS-CHAIN-IDX) = "Y"
                       MOVE "Y" TO WS-CHAIN-ACKED-FLAG
                   END-IF
                   IF WS-DV-REDELIV(WS-CHAIN-IDX) = "Y"
                       ADD 1 TO WS-CHAIN-REDELIV
                   END-IF
               END-IF
           END-PERFORM.

       QUEUE-OVERDUE-DELIVERY.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-DV-SUB-ID(WS-DLV-IDX) TO WS-REPORT-LINE(3:8).
           MOVE WS-DV-EXTRACT(WS-DLV-IDX) TO WS-REPORT-LINE(15:30).
           MOVE WS-DV-DATE(WS-DLV-IDX) TO WS-REPORT-LINE(47:8).
           MOVE WS-DV-RECORDS(WS-DLV-IDX) TO WS-EDIT-REC.
           MOVE WS-EDIT-REC TO WS-REPORT-LINE(57:9).
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
           MOVE WS-EDIT-AGE TO WS-REPORT-LINE(66:5).
           IF WS-CHAIN-REDELIV >= WS-MAX-REDELIV
               ADD 1 TO WS-LIMIT-COUNT
               MOVE "LIMIT REACHED - NOT QUEUED"
                   TO WS-REPORT-LINE(73:26)
           ELSE
               ADD 1 TO WS-QUEUED-COUNT
               MOVE "QUEUED FOR REDELIVERY" TO WS-REPORT-LINE(73:21)
               MOVE SPACES TO WS-REDELIV-REC
               MOVE WS-DV-SUB-ID(WS-DLV-IDX) TO RQ-SUB-ID
               MOVE WS-DV-ORIG-DATE(WS-DLV-IDX) TO RQ-DELIV-DATE
               MOVE WS-DV-EXTRACT(WS-DLV-IDX) TO RQ-EXTRACT
               MOVE WS-DV-RECORDS(WS-DLV-IDX) TO RQ-RECORDS
               MOVE WS-RUN-DATE TO RQ-QUEUED-DATE
               COMPUTE RQ-REDELIV-NUM = WS-CHAIN-REDELIV + 1
               WRITE WS-REDELIV-REC
           END-IF.
           PERFORM WRITE-RPT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUMMARY" DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-DLV-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  DELIVERIES IN LOOKBACK     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-NEW-ACK-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACKNOWLEDGMENTS RECEIVED   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-MATCHED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MATCHED TO A DELIVERY      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-EXC-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACKNOWLEDGMENT EXCEPTIONS  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  OVERDUE DELIVERIES         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-QUEUED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  QUEUED FOR REDELIVERY      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-LIMIT-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  REDELIVERY LIMIT REACHED   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
