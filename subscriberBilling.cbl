       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubBill.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "BILLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RATE-IN ASSIGN TO "RATETBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SUBSCRIBER-IN ASSIGN TO "SUBSCRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT MANIFEST-IN ASSIGN TO "RESMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT HISTORY-IN ASSIGN TO "EXTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-OUT ASSIGN TO "BILLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT GLFEED-OUT ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    Billing month yyyymm; blank bills the month of the run
      *    date.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 BP-BILL-MONTH PIC 9(6).

      *    One rate line per results program: charge per record
      *    delivered, charge per distinct MATRIX-ID delivered in the
      *    month, and the general ledger account it posts to.
          FD  RATE-IN.
          01 WS-RATE-REC.
             05 RT-PROGRAM PIC X(8).
             05 RT-PER-RECORD PIC 9(3)V9(4).
             05 RT-PER-MATRIX PIC 9(5)V99.
             05 RT-GL-ACCT PIC X(10).

          FD  SUBSCRIBER-IN.
          01 WS-SUB-REC.
             05 SB-SUB-ID PIC X(8).
             05 SB-PROGRAM PIC X(8).
             05 SB-ID-LO PIC X(10).
             05 SB-ID-HI PIC X(10).
             05 SB-STATUS-LIST.
                10 SB-STATUS PIC X(2) OCCURS 5 TIMES.

          FD  MANIFEST-IN.
          01 WS-MANIFEST-REC PIC X(100).

          FD  HISTORY-IN.
          01 WS-HISTORY-REC.
             05 EH-SUB-ID PIC X(8).
             05 EH-DELIV-DATE PIC 9(8).
             05 EH-RESULTS-REC.
                10 EH-RUN-DATE PIC 9(8).
                10 EH-PROGRAM PIC X(8).
                10 EH-MATRIX-ID PIC X(10).
                10 EH-REC-NUM PIC 9(4).
                10 EH-VALUE PIC S9(5)V9(5) SIGN LEADING SEPARATE.
                10 FILLER PIC X(33).

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

      *    H heading, one D line per subscriber and program charged,
      *    T trailer whose record total balances to the delivered
      *    record count on RESMANIF.DAT for the month.
          FD  GLFEED-OUT.
          01 WS-GL-DETAIL.
             05 GD-REC-TYPE PIC X.
             05 GD-SUB-ID PIC X(8).
             05 GD-PROGRAM PIC X(8).
             05 GD-GL-ACCT PIC X(10).
             05 GD-PERIOD PIC 9(6).
             05 GD-RECORDS PIC 9(7).
             05 GD-MATRIX-IDS PIC 9(5).
             05 GD-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
          01 WS-GL-HEADER.
             05 GH-REC-TYPE PIC X.
             05 GH-SOURCE PIC X(8).
             05 GH-TIMESTAMP PIC X(14).
             05 GH-PERIOD PIC 9(6).
          01 WS-GL-TRAILER.
             05 GT-REC-TYPE PIC X.
             05 GT-DETAIL-COUNT PIC 9(6).
             05 GT-RECORD-TOTAL PIC 9(9).
             05 GT-AMOUNT-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 GT-MANIFEST-RECORDS PIC 9(9).
             05 GT-MANIFEST-HASH PIC S9(13)V9(5) SIGN LEADING SEPARATE.
             05 GT-BALANCE-FLAG PIC X.

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-RATE-STATUS PIC XX.
          01 WS-SUB-STATUS PIC XX.
          01 WS-MANIFEST-STATUS PIC XX.
          01 WS-HISTORY-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-GLFEED-STATUS PIC XX.
          01 WS-TIMESTAMP PIC X(14).
          01 WS-BILL-MONTH PIC 9(6).
          01 WS-RATE-COUNT PIC 99 VALUE ZERO.
          01 WS-RATE-TABLE.
             05 WS-RATE-ENTRY OCCURS 50 TIMES.
                10 WS-RT-PROGRAM PIC X(8).
                10 WS-RT-PER-RECORD PIC 9(3)V9(4).
                10 WS-RT-PER-MATRIX PIC 9(5)V99.
                10 WS-RT-GL-ACCT PIC X(10).
          01 WS-RATE-IDX PIC 99.
          01 WS-RATE-FOUND PIC 99.
      *    Subscribers in SUBSCRIB.DAT order, then any billed from
      *    the manifest that have since been taken off the file.
          01 WS-SUB-COUNT PIC 9(3) VALUE ZERO.
          01 WS-SUB-TABLE.
             05 WS-SUB-ENTRY OCCURS 200 TIMES.
                10 WS-SB-ID PIC X(8).
                10 WS-SB-ON-FILE PIC X.
                10 WS-SB-MF-EXTRACTS PIC 9(5).
                10 WS-SB-MF-RECORDS PIC 9(9).
                10 WS-SB-MF-HASH PIC S9(13)V9(5).
          01 WS-SUB-IDX PIC 9(3).
          01 WS-SUB-FOUND PIC 9(3).
          01 WS-LOOK-SUB-ID PIC X(8).
      *    Per-subscriber tallies, rebuilt for each invoice.
          01 WS-PGM-COUNT PIC 99.
          01 WS-PGM-TABLE.
             05 WS-PGM-ENTRY OCCURS 20 TIMES.
                10 WS-PG-PROGRAM PIC X(8).
                10 WS-PG-RECORDS PIC 9(9).
                10 WS-PG-IDS PIC 9(5).
                10 WS-PG-RATE-IDX PIC 99.
                10 WS-PG-CHARGE PIC S9(9)V99.
          01 WS-PGM-IDX PIC 99.
          01 WS-PGM-FOUND PIC 99.
          01 WS-DAY-TABLE.
             05 WS-DAY-RECORDS PIC 9(7) OCCURS 31 TIMES.
          01 WS-DAY-IDX PIC 99.
          01 WS-SEEN-COUNT PIC 9(4).
          01 WS-SEEN-TABLE.
             05 WS-SEEN-ENTRY OCCURS 3000 TIMES.
                10 WS-SEEN-PROGRAM PIC X(8).
                10 WS-SEEN-MATRIX PIC X(10).
          01 WS-SEEN-IDX PIC 9(4).
          01 WS-SEEN-FLAG PIC X.
              88 WS-ID-SEEN VALUE "Y".
          01 WS-HIST-RECORDS PIC 9(9).
          01 WS-HIST-HASH PIC S9(13)V9(5).
          01 WS-INVOICE-TOTAL PIC S9(9)V99.
          01 WS-BALANCE-FLAG PIC X.
              88 WS-IN-BALANCE VALUE "Y".
      *    Manifest line broken into its keyword fields.
          01 WS-MF-DATE PIC X(8).
          01 WS-MF-LEAD PIC X(10).
          01 WS-MF-SUB PIC X(8).
          01 WS-MF-FILE PIC X(30).
          01 WS-MF-RECORDS-X PIC X(12).
          01 WS-MF-HASH-X PIC X(24).
          01 WS-MF-RECORDS PIC 9(9).
          01 WS-MF-HASH PIC S9(13)V9(5).
      *    Run totals.
          01 WS-GRAND-RECORDS PIC 9(9) VALUE ZERO.
          01 WS-GRAND-AMOUNT PIC S9(11)V99 VALUE ZERO.
          01 WS-GRAND-MF-RECORDS PIC 9(9) VALUE ZERO.
          01 WS-GRAND-MF-HASH PIC S9(13)V9(5) VALUE ZERO.
          01 WS-GL-DETAIL-COUNT PIC 9(6) VALUE ZERO.
          01 WS-INVOICE-COUNT PIC 9(4) VALUE ZERO.
          01 WS-UNBALANCED-COUNT PIC 9(4) VALUE ZERO.
          01 WS-NO-RATE-COUNT PIC 9(4) VALUE ZERO.
          01 WS-REPORT-LINE PIC X(100).
          01 WS-EDIT-AMT PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-EDIT-BIG-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          01 WS-EDIT-REC PIC ZZZ,ZZZ,ZZ9.
          01 WS-EDIT-IDS PIC ZZ,ZZ9.
          01 WS-EDIT-RATE PIC ZZ9.9999.
          01 WS-EDIT-MRATE PIC ZZ,ZZ9.99.
          01 WS-EDIT-DAY PIC Z,ZZZ,ZZ9.
          01 WS-EDIT-CNT PIC ZZZ9.
          01 WS-LINE-POS PIC 999.
          01 WS-CELL-COUNT PIC 9.

      *    Month-end chargeback. Deliveries come from EXTHIST.DAT,
      *    the record-level copy of every subscriber extract ResDist
      *    has written, and are priced from RATETBL.DAT by program:
      *    records delivered, plus each distinct MATRIX-ID sent for
      *    that program in the month. BILLRPT.DAT has one invoice per
      *    SB-SUB-ID with counts by program and by day; GLFEED.DAT
      *    carries the charges to the general ledger. Each invoice
      *    is balanced back to the subscriber's RESMANIF.DAT lines.
      *    Redelivered extracts (RDL files) are not in EXTHIST.DAT
      *    and are neither billed nor balanced.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:6) TO WS-BILL-MONTH.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF BP-BILL-MONTH IS NUMERIC
                               AND BP-BILL-MONTH > ZERO
                           MOVE BP-BILL-MONTH TO WS-BILL-MONTH
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-SUBSCRIBERS.
           PERFORM LOAD-MANIFEST-TOTALS.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SubBill: unable to open BILLRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GLFEED-OUT.
           IF WS-GLFEED-STATUS NOT = "00"
               DISPLAY "SubBill: unable to open GLFEED.DAT (status="
                   WS-GLFEED-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-GL-HEADER.
           MOVE "H" TO GH-REC-TYPE.
           MOVE "SubBill" TO GH-SOURCE.
           MOVE WS-TIMESTAMP TO GH-TIMESTAMP.
           MOVE WS-BILL-MONTH TO GH-PERIOD.
           WRITE WS-GL-HEADER.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               PERFORM BILL-ONE-SUBSCRIBER
           END-PERFORM.
           PERFORM WRITE-GRAND-TOTALS.
           MOVE SPACES TO WS-GL-TRAILER.
           MOVE "T" TO GT-REC-TYPE.
           MOVE WS-GL-DETAIL-COUNT TO GT-DETAIL-COUNT.
           MOVE WS-GRAND-RECORDS TO GT-RECORD-TOTAL.
           MOVE WS-GRAND-AMOUNT TO GT-AMOUNT-TOTAL.
           MOVE WS-GRAND-MF-RECORDS TO GT-MANIFEST-RECORDS.
           MOVE WS-GRAND-MF-HASH TO GT-MANIFEST-HASH.
           IF WS-GRAND-RECORDS = WS-GRAND-MF-RECORDS
                   AND WS-UNBALANCED-COUNT = ZERO
               MOVE "Y" TO GT-BALANCE-FLAG
           ELSE
               MOVE "N" TO GT-BALANCE-FLAG
           END-IF.
           WRITE WS-GL-TRAILER.
           CLOSE REPORT-OUT.
           CLOSE GLFEED-OUT.
           DISPLAY "SubBill: " WS-INVOICE-COUNT " invoices for "
               WS-BILL-MONTH ", " WS-UNBALANCED-COUNT
               " out of balance, report in BILLRPT.DAT".
           IF WS-UNBALANCED-COUNT > 0 OR WS-NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-IN.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "SubBill: unable to open RATETBL.DAT (status="
                   WS-RATE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RATE-STATUS NOT = "00"
               READ RATE-IN
                   AT END MOVE "10" TO WS-RATE-STATUS
                   NOT AT END PERFORM KEEP-RATE-REC
               END-READ
           END-PERFORM.
           CLOSE RATE-IN.

       KEEP-RATE-REC.
           IF RT-PROGRAM = SPACES
               CONTINUE
           ELSE
               IF RT-PER-RECORD IS NOT NUMERIC
                       OR RT-PER-MATRIX IS NOT NUMERIC
                   DISPLAY "SubBill: rate for " RT-PROGRAM
                       " is not numeric - ignored"
               ELSE
                   IF WS-RATE-COUNT < 50
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-PROGRAM TO WS-RT-PROGRAM(WS-RATE-COUNT)
                       MOVE RT-PER-RECORD
                           TO WS-RT-PER-RECORD(WS-RATE-COUNT)
                       MOVE RT-PER-MATRIX
                           TO WS-RT-PER-MATRIX(WS-RATE-COUNT)
                       MOVE RT-GL-ACCT TO WS-RT-GL-ACCT(WS-RATE-COUNT)
                   ELSE
                       DISPLAY "SubBill: rate table full, "
                           RT-PROGRAM " ignored"
                   END-IF
               END-IF
           END-IF.

       LOAD-SUBSCRIBERS.
           OPEN INPUT SUBSCRIBER-IN.
           IF WS-SUB-STATUS = "35"
               DISPLAY "SubBill: SUBSCRIB.DAT not present, billing "
                   "from the manifest only"
           ELSE
               IF WS-SUB-STATUS NOT = "00"
                   DISPLAY "SubBill: unable to open SUBSCRIB.DAT "
                       "(status=" WS-SUB-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SUB-STATUS NOT = "00"
                   READ SUBSCRIBER-IN
                       AT END MOVE "10" TO WS-SUB-STATUS
                       NOT AT END
                           IF SB-SUB-ID NOT = SPACES
                               MOVE SB-SUB-ID TO WS-LOOK-SUB-ID
                               PERFORM FIND-OR-ADD-SUBSCRIBER
                               IF WS-SUB-FOUND > 0
                                   MOVE "Y"
                                       TO WS-SB-ON-FILE(WS-SUB-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-IN
           END-IF.

       FIND-OR-ADD-SUBSCRIBER.
           MOVE ZERO TO WS-SUB-FOUND.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
                       OR WS-SUB-FOUND > 0
               IF WS-SB-ID(WS-SUB-IDX) = WS-LOOK-SUB-ID
                   MOVE WS-SUB-IDX TO WS-SUB-FOUND
               END-IF
           END-PERFORM.
           IF WS-SUB-FOUND = ZERO
               IF WS-SUB-COUNT < 200
                   ADD 1 TO WS-SUB-COUNT
                   MOVE WS-SUB-COUNT TO WS-SUB-FOUND
                   MOVE WS-LOOK-SUB-ID TO WS-SB-ID(WS-SUB-FOUND)
                   MOVE "N" TO WS-SB-ON-FILE(WS-SUB-FOUND)
                   MOVE ZERO TO WS-SB-MF-EXTRACTS(WS-SUB-FOUND)
                   MOVE ZERO TO WS-SB-MF-RECORDS(WS-SUB-FOUND)
                   MOVE ZERO TO WS-SB-MF-HASH(WS-SUB-FOUND)
               ELSE
                   DISPLAY "SubBill: subscriber table full, "
                       WS-LOOK-SUB-ID " not billed"
               END-IF
           END-IF.

      *    RESMANIF.DAT holds a heading per ResDist run followed by a
      *    line per extract; only runs dated in the billing month
      *    count.
       LOAD-MANIFEST-TOTALS.
           MOVE SPACES TO WS-MF-DATE.
           OPEN INPUT MANIFEST-IN.
           IF WS-MANIFEST-STATUS = "35"
               DISPLAY "SubBill: RESMANIF.DAT not present, no "
                   "deliveries to bill"
           ELSE
               IF WS-MANIFEST-STATUS NOT = "00"
                   DISPLAY "SubBill: unable to open RESMANIF.DAT "
                       "(status=" WS-MANIFEST-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                   READ MANIFEST-IN
                       AT END MOVE "10" TO WS-MANIFEST-STATUS
                       NOT AT END PERFORM TALLY-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-IN
           END-IF.

       TALLY-MANIFEST-LINE.
           IF WS-MANIFEST-REC(1:25) = "RESULTS DELIVERY MANIFEST"
               MOVE WS-MANIFEST-REC(47:8) TO WS-MF-DATE
           ELSE
               IF WS-MANIFEST-REC(1:11) = "SUBSCRIBER="
                       AND WS-MF-DATE(1:6) = WS-BILL-MONTH
                   PERFORM SPLIT-MANIFEST-LINE
                   IF WS-MF-FILE(1:3) NOT = "RDL"
                       PERFORM TALLY-MANIFEST-DELIVERY
                   END-IF
               END-IF
           END-IF.

       TALLY-MANIFEST-DELIVERY.
           MOVE WS-MF-SUB TO WS-LOOK-SUB-ID.
           PERFORM FIND-OR-ADD-SUBSCRIBER.
           IF WS-SUB-FOUND > 0
               ADD 1 TO WS-SB-MF-EXTRACTS(WS-SUB-FOUND)
               ADD WS-MF-RECORDS TO WS-SB-MF-RECORDS(WS-SUB-FOUND)
               ADD WS-MF-HASH TO WS-SB-MF-HASH(WS-SUB-FOUND)
           END-IF.
           ADD WS-MF-RECORDS TO WS-GRAND-MF-RECORDS.
           ADD WS-MF-HASH TO WS-GRAND-MF-HASH.

      *    "SUBSCRIBER=id FILE=name RECORDS=n VALUE-HASH=h"
       SPLIT-MANIFEST-LINE.
           MOVE SPACES TO WS-MF-LEAD WS-MF-SUB WS-MF-FILE
               WS-MF-RECORDS-X WS-MF-HASH-X.
           UNSTRING WS-MANIFEST-REC DELIMITED BY "SUBSCRIBER="
                   OR " FILE=" OR " RECORDS=" OR " VALUE-HASH="
               INTO WS-MF-LEAD WS-MF-SUB WS-MF-FILE WS-MF-RECORDS-X
                   WS-MF-HASH-X.
           MOVE ZERO TO WS-MF-RECORDS.
           MOVE ZERO TO WS-MF-HASH.
           IF WS-MF-RECORDS-X NOT = SPACES
               COMPUTE WS-MF-RECORDS = FUNCTION NUMVAL(WS-MF-RECORDS-X)
           END-IF.
           IF WS-MF-HASH-X NOT = SPACES
               COMPUTE WS-MF-HASH = FUNCTION NUMVAL(WS-MF-HASH-X)
           END-IF.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUBSCRIBER CHARGEBACK INVOICES - PROGRAM SubBill - "
               WS-TIMESTAMP DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BILLING PERIOD " WS-BILL-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       BILL-ONE-SUBSCRIBER.
           ADD 1 TO WS-INVOICE-COUNT.
           PERFORM TALLY-SUBSCRIBER-HISTORY.
           PERFORM PRICE-SUBSCRIBER-PROGRAMS.
           PERFORM WRITE-INVOICE.

      *    One pass of EXTHIST.DAT per subscriber, as ResDist makes
      *    one pass of the results files per extract.
       TALLY-SUBSCRIBER-HISTORY.
           MOVE ZERO TO WS-PGM-COUNT.
           MOVE ZERO TO WS-SEEN-COUNT.
           MOVE ZERO TO WS-HIST-RECORDS.
           MOVE ZERO TO WS-HIST-HASH.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 31
               MOVE ZERO TO WS-DAY-RECORDS(WS-DAY-IDX)
           END-PERFORM.
           OPEN INPUT HISTORY-IN.
           IF WS-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "SubBill: unable to open EXTHIST.DAT "
                       "(status=" WS-HISTORY-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                   READ HISTORY-IN
                       AT END MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           IF EH-SUB-ID = WS-SB-ID(WS-SUB-IDX)
                                   AND EH-DELIV-DATE(1:6)
                                       = WS-BILL-MONTH
                               PERFORM TALLY-HISTORY-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-IN
           END-IF.

       TALLY-HISTORY-REC.
           ADD 1 TO WS-HIST-RECORDS.
           ADD EH-VALUE TO WS-HIST-HASH.
           MOVE EH-DELIV-DATE(7:2) TO WS-DAY-IDX.
           IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
               ADD 1 TO WS-DAY-RECORDS(WS-DAY-IDX)
           END-IF.
           MOVE ZERO TO WS-PGM-FOUND.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT OR WS-PGM-FOUND > 0
               IF WS-PG-PROGRAM(WS-PGM-IDX) = EH-PROGRAM
                   MOVE WS-PGM-IDX TO WS-PGM-FOUND
               END-IF
           END-PERFORM.
           IF WS-PGM-FOUND = ZERO AND WS-PGM-COUNT < 20
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO WS-PGM-FOUND
               MOVE EH-PROGRAM TO WS-PG-PROGRAM(WS-PGM-FOUND)
               MOVE ZERO TO WS-PG-RECORDS(WS-PGM-FOUND)
               MOVE ZERO TO WS-PG-IDS(WS-PGM-FOUND)
               MOVE ZERO TO WS-PG-CHARGE(WS-PGM-FOUND)
           END-IF.
           IF WS-PGM-FOUND > 0
               ADD 1 TO WS-PG-RECORDS(WS-PGM-FOUND)
               MOVE "N" TO WS-SEEN-FLAG
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                       UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                           OR WS-ID-SEEN
                   IF WS-SEEN-PROGRAM(WS-SEEN-IDX) = EH-PROGRAM
                           AND WS-SEEN-MATRIX(WS-SEEN-IDX)
                               = EH-MATRIX-ID
                       MOVE "Y" TO WS-SEEN-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-ID-SEEN AND WS-SEEN-COUNT < 3000
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE EH-PROGRAM TO WS-SEEN-PROGRAM(WS-SEEN-COUNT)
                   MOVE EH-MATRIX-ID TO WS-SEEN-MATRIX(WS-SEEN-COUNT)
                   ADD 1 TO WS-PG-IDS(WS-PGM-FOUND)
               END-IF
           END-IF.

       PRICE-SUBSCRIBER-PROGRAMS.
           MOVE ZERO TO WS-INVOICE-TOTAL.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               MOVE ZERO TO WS-RATE-FOUND
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                           OR WS-RATE-FOUND > 0
                   IF WS-RT-PROGRAM(WS-RATE-IDX)
                           = WS-PG-PROGRAM(WS-PGM-IDX)
                       MOVE WS-RATE-IDX TO WS-RATE-FOUND
                   END-IF
               END-PERFORM
               MOVE WS-RATE-FOUND TO WS-PG-RATE-IDX(WS-PGM-IDX)
               IF WS-RATE-FOUND = ZERO
                   MOVE ZERO TO WS-PG-CHARGE(WS-PGM-IDX)
                   ADD 1 TO WS-NO-RATE-COUNT
               ELSE
                   COMPUTE WS-PG-CHARGE(WS-PGM-IDX) ROUNDED =
                       WS-PG-RECORDS(WS-PGM-IDX)
                           * WS-RT-PER-RECORD(WS-RATE-FOUND)
                       + WS-PG-IDS(WS-PGM-IDX)
                           * WS-RT-PER-MATRIX(WS-RATE-FOUND)
               END-IF
               ADD WS-PG-CHARGE(WS-PGM-IDX) TO WS-INVOICE-TOTAL
           END-PERFORM.

       WRITE-INVOICE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SB-ON-FILE(WS-SUB-IDX) = "Y"
               STRING "INVOICE   SUBSCRIBER " WS-SB-ID(WS-SUB-IDX)
                   "   PERIOD " WS-BILL-MONTH
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "INVOICE   SUBSCRIBER " WS-SB-ID(WS-SUB-IDX)
                   "   PERIOD " WS-BILL-MONTH
                   "   (NO LONGER ON SUBSCRIB.DAT)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           IF WS-PGM-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NO DELIVERIES IN PERIOD"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  PROGRAM        RECORDS  MATRIX-IDS  "
                   "PER RECORD  PER MATRIX-ID          CHARGE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
               PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                       UNTIL WS-PGM-IDX > WS-PGM-COUNT
                   PERFORM WRITE-PROGRAM-CHARGE
               END-PERFORM
               PERFORM WRITE-DAY-COUNTS
           END-IF.
           MOVE WS-INVOICE-TOTAL TO WS-EDIT-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  INVOICE TOTAL" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           MOVE WS-EDIT-AMT TO WS-REPORT-LINE(62:14).
           PERFORM WRITE-RPT-LINE.
           ADD WS-INVOICE-TOTAL TO WS-GRAND-AMOUNT.
           ADD WS-HIST-RECORDS TO WS-GRAND-RECORDS.
           PERFORM WRITE-BALANCE-LINE.

       WRITE-PROGRAM-CHARGE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PG-PROGRAM(WS-PGM-IDX) TO WS-REPORT-LINE(3:8).
           MOVE WS-PG-RECORDS(WS-PGM-IDX) TO WS-EDIT-REC.
           MOVE WS-EDIT-REC TO WS-REPORT-LINE(12:11).
           MOVE WS-PG-IDS(WS-PGM-IDX) TO WS-EDIT-IDS.
           MOVE WS-EDIT-IDS TO WS-REPORT-LINE(28:6).
           MOVE WS-PG-RATE-IDX(WS-PGM-IDX) TO WS-RATE-FOUND.
           IF WS-RATE-FOUND = ZERO
               MOVE "NO RATE ON RATETBL.DAT" TO WS-REPORT-LINE(37:22)
           ELSE
               MOVE WS-RT-PER-RECORD(WS-RATE-FOUND) TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-REPORT-LINE(38:8)
               MOVE WS-RT-PER-MATRIX(WS-RATE-FOUND) TO WS-EDIT-MRATE
               MOVE WS-EDIT-MRATE TO WS-REPORT-LINE(51:9)
           END-IF.
           MOVE WS-PG-CHARGE(WS-PGM-IDX) TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO WS-REPORT-LINE(62:14).
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-GL-DETAIL.
           MOVE "D" TO GD-REC-TYPE.
           MOVE WS-SB-ID(WS-SUB-IDX) TO GD-SUB-ID.
           MOVE WS-PG-PROGRAM(WS-PGM-IDX) TO GD-PROGRAM.
           IF WS-RATE-FOUND > 0
               MOVE WS-RT-GL-ACCT(WS-RATE-FOUND) TO GD-GL-ACCT
           END-IF.
           MOVE WS-BILL-MONTH TO GD-PERIOD.
           MOVE WS-PG-RECORDS(WS-PGM-IDX) TO GD-RECORDS.
           MOVE WS-PG-IDS(WS-PGM-IDX) TO GD-MATRIX-IDS.
           MOVE WS-PG-CHARGE(WS-PGM-IDX) TO GD-AMOUNT.
           WRITE WS-GL-DETAIL.
           ADD 1 TO WS-GL-DETAIL-COUNT.

      *    Days with deliveries, four to a line.
       WRITE-DAY-COUNTS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  DELIVERIES BY DAY" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 5 TO WS-LINE-POS.
           MOVE ZERO TO WS-CELL-COUNT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 31
               IF WS-DAY-RECORDS(WS-DAY-IDX) > ZERO
                   IF WS-CELL-COUNT = 4
                       PERFORM WRITE-RPT-LINE
                       MOVE SPACES TO WS-REPORT-LINE
                       MOVE 5 TO WS-LINE-POS
                       MOVE ZERO TO WS-CELL-COUNT
                   END-IF
                   MOVE WS-DAY-RECORDS(WS-DAY-IDX) TO WS-EDIT-DAY
                   STRING WS-BILL-MONTH WS-DAY-IDX " " WS-EDIT-DAY
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE(WS-LINE-POS:18)
                   ADD 22 TO WS-LINE-POS
                   ADD 1 TO WS-CELL-COUNT
               END-IF
           END-PERFORM.
           IF WS-CELL-COUNT > 0
               PERFORM WRITE-RPT-LINE
           END-IF.

      *    Records billed from EXTHIST.DAT against the RECORDS and
      *    VALUE-HASH totals ResDist wrote to the manifest.
       WRITE-BALANCE-LINE.
           IF WS-HIST-RECORDS = WS-SB-MF-RECORDS(WS-SUB-IDX)
                   AND WS-HIST-HASH = WS-SB-MF-HASH(WS-SUB-IDX)
               MOVE "Y" TO WS-BALANCE-FLAG
           ELSE
               MOVE "N" TO WS-BALANCE-FLAG
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF.
           MOVE WS-SB-MF-EXTRACTS(WS-SUB-IDX) TO WS-EDIT-CNT.
           MOVE WS-SB-MF-RECORDS(WS-SUB-IDX) TO WS-EDIT-REC.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MANIFEST: " WS-EDIT-CNT " EXTRACTS, "
               FUNCTION TRIM(WS-EDIT-REC) " RECORDS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-HIST-RECORDS TO WS-EDIT-REC.
           IF WS-IN-BALANCE
               STRING "  BILLED: " FUNCTION TRIM(WS-EDIT-REC)
                   " RECORDS - IN BALANCE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(45:50)
           ELSE
               STRING "  BILLED: " FUNCTION TRIM(WS-EDIT-REC)
                   " RECORDS - *** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(45:50)
           END-IF.
           PERFORM WRITE-RPT-LINE.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GRAND TOTAL - PERIOD " WS-BILL-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-INVOICE-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  INVOICES                " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-GRAND-RECORDS TO WS-EDIT-REC.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RECORDS BILLED          " WS-EDIT-REC
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-GRAND-MF-RECORDS TO WS-EDIT-REC.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RECORDS ON MANIFEST     " WS-EDIT-REC
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-GRAND-AMOUNT TO WS-EDIT-BIG-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  TOTAL CHARGES           " WS-EDIT-BIG-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-UNBALANCED-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  INVOICES OUT OF BALANCE " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-NO-RATE-COUNT TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CHARGES WITH NO RATE    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
