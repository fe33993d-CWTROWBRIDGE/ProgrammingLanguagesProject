       IDENTIFICATION DIVISION.
       PROGRAM-ID. MstCatlg.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO "CATPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MATRIX-MASTER ASSIGN TO "MATRIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PERIOD-IN ASSIGN TO "PERIODRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT P2CUR-IN ASSIGN TO "POWER2CUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS P2C-MATRIX-ID
               FILE STATUS IS WS-P2C-STATUS.
           SELECT P3CUR-IN ASSIGN TO "POWER3CUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS P3C-MATRIX-ID
               FILE STATUS IS WS-P3C-STATUS.
           SELECT IDLIST-IN ASSIGN TO DYNAMIC WS-IDLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDLIST-STATUS.
           SELECT REPORT-OUT ASSIGN TO "CATRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD  PARM-IN.
          01 WS-PARM-REC.
             05 CP-DORMANT-DAYS PIC X(3).

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

          FD  PERIOD-IN.
          01 WS-PERIOD-REC.
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

          FD  P2CUR-IN.
          01 WS-P2C-REC.
             05 P2C-MATRIX-ID PIC X(10).
             05 P2C-EIGENVALUE PIC S9(3)V9(5) SIGN LEADING SEPARATE.
             05 P2C-X1 PIC S9(3)V9(5) SIGN LEADING SEPARATE.
             05 P2C-X2 PIC S9(3)V9(5) SIGN LEADING SEPARATE.

          FD  P3CUR-IN.
          01 WS-P3C-REC.
             05 P3C-MATRIX-ID PIC X(10).
             05 P3C-EIGENVALUE PIC S9(3)V9(5) SIGN LEADING SEPARATE.
             05 P3C-X1 PIC S9(3)V9(5) SIGN LEADING SEPARATE.
             05 P3C-X2 PIC S9(3)V9(5) SIGN LEADING SEPARATE.
             05 P3C-X3 PIC S9(3)V9(5) SIGN LEADING SEPARATE.

          FD  IDLIST-IN.
          01 WS-IDLIST-REC.
             05 IL-MATRIX-ID PIC X(10).

          FD  REPORT-OUT.
          01 WS-REPORT-REC PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC XX.
          01 WS-MASTER-STATUS PIC XX.
          01 WS-PERIOD-STATUS PIC XX.
          01 WS-P2C-STATUS PIC XX.
          01 WS-P3C-STATUS PIC XX.
          01 WS-IDLIST-STATUS PIC XX.
          01 WS-REPORT-STATUS PIC XX.
          01 WS-IDLIST-NAME PIC X(30).
          01 WS-EOF-FLAG PIC X VALUE "N".
              88 WS-EOF VALUE "Y".
          01 WS-P2C-OPEN-FLAG PIC X VALUE "N".
              88 WS-P2C-OPEN VALUE "Y".
          01 WS-P3C-OPEN-FLAG PIC X VALUE "N".
              88 WS-P3C-OPEN VALUE "Y".
          01 WS-DORMANT-DAYS PIC 9(3) VALUE 30.
          01 WS-NOW PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-DORMANT-DATE PIC 9(8).
          01 WS-WEEK-DATE PIC 9(8).
          01 WS-GROUP-ID PIC X(10) VALUE SPACES.
          01 WS-GRP-VERSIONS PIC 9(4).
          01 WS-GRP-LIVE-FLAG PIC X.
              88 WS-GRP-HAS-LIVE VALUE "Y".
          01 WS-GRP-LIVE-EFF PIC 9(8).
          01 WS-GRP-LIVE-STATUS PIC X.
          01 WS-GRP-NEXT-EFF PIC 9(8).
          01 WS-GRP-LIVE-IDX PIC 9(4).
          01 WS-LINE-IDX PIC 9(4).
          01 WS-GRP-LINE-TABLE.
             05 WS-GRP-LINE PIC X(100) OCCURS 200 TIMES.
          01 WS-RES-COUNT PIC 9(4) VALUE ZERO.
          01 WS-RES-IDX PIC 9(4).
          01 WS-RES-FOUND PIC 9(4).
          01 WS-RES-TABLE.
             05 WS-RES-ENTRY OCCURS 2000 TIMES.
                10 WS-RES-ID PIC X(10).
                10 WS-RES-DATE PIC 9(8).
                10 WS-RES-PGM PIC X(8).
          01 WS-MID-COUNT PIC 9(4) VALUE ZERO.
          01 WS-MID-IDX PIC 9(4).
          01 WS-MID-FOUND PIC 9(4).
          01 WS-MID-TABLE.
             05 WS-MID-ENTRY OCCURS 2000 TIMES.
                10 WS-MID-ID PIC X(10).
                10 WS-MID-LIVE PIC X.
                10 WS-MID-STATUS PIC X.
          01 WS-DORM-COUNT PIC 9(4) VALUE ZERO.
          01 WS-DORM-TABLE.
             05 WS-DORM-LINE PIC X(100) OCCURS 500 TIMES.
          01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
          01 WS-LIST-TABLE.
             05 WS-LIST-LINE PIC X(100) OCCURS 500 TIMES.
          01 WS-FUT-COUNT PIC 9(4) VALUE ZERO.
          01 WS-FUT-TABLE.
             05 WS-FUT-LINE PIC X(100) OCCURS 500 TIMES.
          01 WS-EXC-IDX PIC 9(4).
          01 WS-ID-TOTAL PIC 9(6) VALUE ZERO.
          01 WS-VER-TOTAL PIC 9(6) VALUE ZERO.
          01 WS-LAST-DATE-X PIC X(8).
          01 WS-LAST-PGM PIC X(8).
          01 WS-P2C-SHOW PIC X(11).
          01 WS-P3C-SHOW PIC X(11).
          01 WS-EDIT-EIGEN PIC -(3)9.99999.
          01 WS-EDIT-BAND PIC -(5)9.99999.
          01 WS-EDIT-DAYS PIC ZZ9.
          01 WS-EDIT-CNT PIC ZZZZZ9.
          01 WS-LINE-TEXT PIC X(100).
          01 WS-REPORT-LINE PIC X(100).

      *    Prints every MATRIX-ID on MATRIXMST.DAT with all of its
      *    effective-dated versions, the last date it produced a
      *    result (PERIODRES.DAT) and its current POWER2CUR/POWER3CUR
      *    value, then three exception sections: active matrices with
      *    no result for the dormant-day limit (CATPARM.DAT, default
      *    30), run-list ids in MATRIXIDS.DAT or NIGHTIDS.DAT that are
      *    missing or inactive on the master, and live versions due
      *    to be replaced by a future version within seven days.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW(1:8) TO WS-RUN-DATE.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF CP-DORMANT-DAYS IS NUMERIC
                           MOVE CP-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           COMPUTE WS-DORMANT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-DORMANT-DAYS).
           COMPUTE WS-WEEK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 7).
           PERFORM LOAD-LAST-RESULTS.
           OPEN INPUT MATRIX-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MstCatlg: unable to open MATRIXMST.DAT "
                   "(status=" WS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT P2CUR-IN.
           IF WS-P2C-STATUS = "00"
               MOVE "Y" TO WS-P2C-OPEN-FLAG
           END-IF.
           OPEN INPUT P3CUR-IN.
           IF WS-P3C-STATUS = "00"
               MOVE "Y" TO WS-P3C-OPEN-FLAG
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "MstCatlg: unable to open CATRPT.DAT (status="
                   WS-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM READ-MASTER-REC.
           PERFORM UNTIL WS-EOF
               IF MM-MATRIX-ID NOT = WS-GROUP-ID
                   IF WS-GROUP-ID NOT = SPACES
                       PERFORM FINISH-ONE-ID
                   END-IF
                   PERFORM START-ONE-ID
               END-IF
               PERFORM CATALOG-ONE-VERSION
               PERFORM READ-MASTER-REC
           END-PERFORM.
           IF WS-GROUP-ID NOT = SPACES
               PERFORM FINISH-ONE-ID
           END-IF.
           CLOSE MATRIX-MASTER.
           IF WS-P2C-OPEN
               CLOSE P2CUR-IN
           END-IF.
           IF WS-P3C-OPEN
               CLOSE P3CUR-IN
           END-IF.
           MOVE "MATRIXIDS.DAT" TO WS-IDLIST-NAME.
           PERFORM CHECK-ONE-ID-LIST.
           MOVE "NIGHTIDS.DAT" TO WS-IDLIST-NAME.
           PERFORM CHECK-ONE-ID-LIST.
           PERFORM WRITE-EXCEPTION-SECTIONS.
           CLOSE REPORT-OUT.
           DISPLAY "MstCatlg: " WS-ID-TOTAL " matrices, "
               WS-VER-TOTAL " versions catalogued in CATRPT.DAT; "
               WS-DORM-COUNT " dormant, " WS-LIST-COUNT
               " run-list, " WS-FUT-COUNT " replacement exception(s)".
           IF WS-DORM-COUNT > 0 OR WS-LIST-COUNT > 0
                   OR WS-FUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       READ-MASTER-REC.
           READ MATRIX-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *    PERIODRES.DAT accumulates every night's results, so the
      *    latest run date seen for an id is the last time it ran.
       LOAD-LAST-RESULTS.
           OPEN INPUT PERIOD-IN.
           IF WS-PERIOD-STATUS = "35"
               DISPLAY "MstCatlg: PERIODRES.DAT not present, no "
                   "result dates available"
           ELSE
               IF WS-PERIOD-STATUS NOT = "00"
                   DISPLAY "MstCatlg: unable to open PERIODRES.DAT "
                       "(status=" WS-PERIOD-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PERIOD-IN
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RI-MATRIX-ID NOT = SPACES
                                   AND RI-RUN-DATE IS NUMERIC
                               PERFORM NOTE-ONE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-IN
           END-IF.

       NOTE-ONE-RESULT.
           MOVE ZERO TO WS-RES-FOUND.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
                      OR WS-RES-FOUND > 0
               IF WS-RES-ID(WS-RES-IDX) = RI-MATRIX-ID
                   MOVE WS-RES-IDX TO WS-RES-FOUND
               END-IF
           END-PERFORM.
           IF WS-RES-FOUND = 0 AND WS-RES-COUNT < 2000
               ADD 1 TO WS-RES-COUNT
               MOVE WS-RES-COUNT TO WS-RES-FOUND
               MOVE RI-MATRIX-ID TO WS-RES-ID(WS-RES-FOUND)
               MOVE ZERO TO WS-RES-DATE(WS-RES-FOUND)
           END-IF.
           IF WS-RES-FOUND > 0
               IF RI-RUN-DATE >= WS-RES-DATE(WS-RES-FOUND)
                   MOVE RI-RUN-DATE TO WS-RES-DATE(WS-RES-FOUND)
                   MOVE RI-PROGRAM TO WS-RES-PGM(WS-RES-FOUND)
               END-IF
           END-IF.

       START-ONE-ID.
           MOVE MM-MATRIX-ID TO WS-GROUP-ID.
           MOVE ZERO TO WS-GRP-VERSIONS.
           MOVE "N" TO WS-GRP-LIVE-FLAG.
           MOVE ZERO TO WS-GRP-LIVE-EFF.
           MOVE SPACE TO WS-GRP-LIVE-STATUS.
           MOVE ZERO TO WS-GRP-NEXT-EFF.
           MOVE ZERO TO WS-GRP-LIVE-IDX.
           ADD 1 TO WS-ID-TOTAL.

      *    Versions come in effective-date order, so the live one is
      *    simply the last dated on or before the run date; the
      *    first one dated after it is next in line to replace it.
      *    Lines are held until the id is complete so each can be
      *    marked SUPERSEDED, LIVE or FUTURE.
       CATALOG-ONE-VERSION.
           ADD 1 TO WS-GRP-VERSIONS.
           ADD 1 TO WS-VER-TOTAL.
           IF MM-EFF-DATE <= WS-RUN-DATE
               MOVE "Y" TO WS-GRP-LIVE-FLAG
               MOVE MM-EFF-DATE TO WS-GRP-LIVE-EFF
               MOVE MM-STATUS TO WS-GRP-LIVE-STATUS
               MOVE WS-GRP-VERSIONS TO WS-GRP-LIVE-IDX
           ELSE
               IF WS-GRP-NEXT-EFF = ZERO
                   MOVE MM-EFF-DATE TO WS-GRP-NEXT-EFF
               END-IF
           END-IF.
           IF WS-GRP-VERSIONS <= 200
               MOVE WS-GRP-VERSIONS TO WS-LINE-IDX
               MOVE SPACES TO WS-GRP-LINE(WS-LINE-IDX)
               MOVE MM-EFF-DATE TO WS-GRP-LINE(WS-LINE-IDX)(13:8)
               MOVE MM-ORDER TO WS-GRP-LINE(WS-LINE-IDX)(24:2)
               MOVE MM-DEF-ITER TO WS-GRP-LINE(WS-LINE-IDX)(30:2)
               MOVE MM-NORM-MODE TO WS-GRP-LINE(WS-LINE-IDX)(36:1)
               MOVE MM-STATUS TO WS-GRP-LINE(WS-LINE-IDX)(42:1)
               MOVE MM-SCHED-FREQ TO WS-GRP-LINE(WS-LINE-IDX)(47:1)
               MOVE "/" TO WS-GRP-LINE(WS-LINE-IDX)(48:1)
               MOVE MM-SCHED-DAY TO WS-GRP-LINE(WS-LINE-IDX)(49:1)
               IF MM-BAND-LO NUMERIC AND MM-BAND-HI NUMERIC
                       AND (MM-BAND-LO NOT = ZERO
                            OR MM-BAND-HI NOT = ZERO)
                   MOVE MM-BAND-LO TO WS-EDIT-BAND
                   MOVE WS-EDIT-BAND TO WS-GRP-LINE(WS-LINE-IDX)(64:12)
                   MOVE MM-BAND-HI TO WS-EDIT-BAND
                   MOVE WS-EDIT-BAND TO WS-GRP-LINE(WS-LINE-IDX)(77:12)
               END-IF
           END-IF.

       PRINT-VERSION-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-GRP-VERSIONS
                      OR WS-LINE-IDX > 200
               MOVE WS-GRP-LINE(WS-LINE-IDX) TO WS-REPORT-LINE
               IF WS-LINE-IDX = 1
                   MOVE WS-GROUP-ID TO WS-REPORT-LINE(1:10)
               END-IF
               EVALUATE TRUE
                   WHEN WS-LINE-IDX = WS-GRP-LIVE-IDX
                       MOVE "LIVE" TO WS-REPORT-LINE(53:10)
                   WHEN WS-LINE-IDX < WS-GRP-LIVE-IDX
                       MOVE "SUPERSEDED" TO WS-REPORT-LINE(53:10)
                   WHEN OTHER
                       MOVE "FUTURE" TO WS-REPORT-LINE(53:10)
               END-EVALUATE
               PERFORM WRITE-RPT-LINE
           END-PERFORM.

       FINISH-ONE-ID.
           PERFORM PRINT-VERSION-LINES.
           MOVE ZERO TO WS-RES-FOUND.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
                      OR WS-RES-FOUND > 0
               IF WS-RES-ID(WS-RES-IDX) = WS-GROUP-ID
                   MOVE WS-RES-IDX TO WS-RES-FOUND
               END-IF
           END-PERFORM.
           IF WS-RES-FOUND > 0
               MOVE WS-RES-DATE(WS-RES-FOUND) TO WS-LAST-DATE-X
               MOVE WS-RES-PGM(WS-RES-FOUND) TO WS-LAST-PGM
           ELSE
               MOVE "NONE" TO WS-LAST-DATE-X
               MOVE SPACES TO WS-LAST-PGM
           END-IF.
           MOVE "-" TO WS-P2C-SHOW.
           IF WS-P2C-OPEN
               MOVE WS-GROUP-ID TO P2C-MATRIX-ID
               READ P2CUR-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE P2C-EIGENVALUE TO WS-EDIT-EIGEN
                       MOVE WS-EDIT-EIGEN TO WS-P2C-SHOW
               END-READ
           END-IF.
           MOVE "-" TO WS-P3C-SHOW.
           IF WS-P3C-OPEN
               MOVE WS-GROUP-ID TO P3C-MATRIX-ID
               READ P3CUR-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE P3C-EIGENVALUE TO WS-EDIT-EIGEN
                       MOVE WS-EDIT-EIGEN TO WS-P3C-SHOW
               END-READ
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "            LAST RESULT " WS-LAST-DATE-X " "
               WS-LAST-PGM "  POWER2CUR " WS-P2C-SHOW
               "  POWER3CUR " WS-P3C-SHOW
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-MID-COUNT < 2000
               ADD 1 TO WS-MID-COUNT
               MOVE WS-GROUP-ID TO WS-MID-ID(WS-MID-COUNT)
               MOVE WS-GRP-LIVE-FLAG TO WS-MID-LIVE(WS-MID-COUNT)
               MOVE WS-GRP-LIVE-STATUS TO WS-MID-STATUS(WS-MID-COUNT)
           END-IF.
           IF WS-GRP-HAS-LIVE AND WS-GRP-LIVE-STATUS = "A"
               IF WS-RES-FOUND = 0
                   MOVE "NO RESULT ON PERIODRES.DAT"
                       TO WS-LINE-TEXT
                   PERFORM ADD-DORMANT-LINE
               ELSE
                   IF WS-RES-DATE(WS-RES-FOUND) < WS-DORMANT-DATE
                       MOVE SPACES TO WS-LINE-TEXT
                       STRING "LAST RESULT "
                           WS-RES-DATE(WS-RES-FOUND) " "
                           WS-RES-PGM(WS-RES-FOUND)
                           DELIMITED BY SIZE INTO WS-LINE-TEXT
                       PERFORM ADD-DORMANT-LINE
                   END-IF
               END-IF
           END-IF.
           IF WS-GRP-NEXT-EFF NOT = ZERO
                   AND WS-GRP-NEXT-EFF <= WS-WEEK-DATE
                   AND WS-FUT-COUNT < 500
               ADD 1 TO WS-FUT-COUNT
               MOVE SPACES TO WS-FUT-LINE(WS-FUT-COUNT)
               IF WS-GRP-HAS-LIVE
                   STRING WS-GROUP-ID "  LIVE " WS-GRP-LIVE-EFF
                       " REPLACED BY " WS-GRP-NEXT-EFF
                       DELIMITED BY SIZE
                       INTO WS-FUT-LINE(WS-FUT-COUNT)
               ELSE
                   STRING WS-GROUP-ID "  NO LIVE VERSION, FIRST "
                       "TAKES EFFECT " WS-GRP-NEXT-EFF
                       DELIMITED BY SIZE
                       INTO WS-FUT-LINE(WS-FUT-COUNT)
               END-IF
           END-IF.

       ADD-DORMANT-LINE.
           IF WS-DORM-COUNT < 500
               ADD 1 TO WS-DORM-COUNT
               MOVE SPACES TO WS-DORM-LINE(WS-DORM-COUNT)
               STRING WS-GROUP-ID "  LIVE " WS-GRP-LIVE-EFF "  "
                   WS-LINE-TEXT
                   DELIMITED BY SIZE INTO WS-DORM-LINE(WS-DORM-COUNT)
           END-IF.

       CHECK-ONE-ID-LIST.
           OPEN INPUT IDLIST-IN.
           IF WS-IDLIST-STATUS NOT = "00"
               DISPLAY "MstCatlg: " FUNCTION TRIM(WS-IDLIST-NAME)
                   " not available (status=" WS-IDLIST-STATUS
                   "), not checked"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ IDLIST-IN
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF IL-MATRIX-ID NOT = SPACES
                               PERFORM CHECK-LISTED-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IDLIST-IN
           END-IF.

       CHECK-LISTED-ID.
           MOVE ZERO TO WS-MID-FOUND.
           PERFORM VARYING WS-MID-IDX FROM 1 BY 1
                   UNTIL WS-MID-IDX > WS-MID-COUNT
                      OR WS-MID-FOUND > 0
               IF WS-MID-ID(WS-MID-IDX) = IL-MATRIX-ID
                   MOVE WS-MID-IDX TO WS-MID-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINE-TEXT.
           EVALUATE TRUE
               WHEN WS-MID-FOUND = 0
                   MOVE "NOT ON MASTER" TO WS-LINE-TEXT
               WHEN WS-MID-LIVE(WS-MID-FOUND) NOT = "Y"
                   MOVE "NO VERSION IN EFFECT YET" TO WS-LINE-TEXT
               WHEN WS-MID-STATUS(WS-MID-FOUND) NOT = "A"
                   MOVE "INACTIVE ON MASTER" TO WS-LINE-TEXT
           END-EVALUATE.
           IF WS-LINE-TEXT NOT = SPACES AND WS-LIST-COUNT < 500
               ADD 1 TO WS-LIST-COUNT
               MOVE SPACES TO WS-LIST-LINE(WS-LIST-COUNT)
               STRING IL-MATRIX-ID "  " WS-IDLIST-NAME(1:14) "  "
                   WS-LINE-TEXT
                   DELIMITED BY SIZE INTO WS-LIST-LINE(WS-LIST-COUNT)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX MASTER CATALOG - PROGRAM MstCatlg - " WS-NOW
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VERSIONS AS OF " WS-RUN-DATE
               " - LAST RESULT FROM PERIODRES.DAT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX-ID   EFF-DATE  ORDER ITER NORM STATUS SCHED"
               "  VERSION        BAND LOW    BAND HIGH"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-EXCEPTION-SECTIONS.
           MOVE WS-ID-TOTAL TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATRIX-IDS CATALOGUED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-VER-TOTAL TO WS-EDIT-CNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VERSIONS CATALOGUED:   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-DORMANT-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS 1 - ACTIVE MATRICES WITH NO RESULT SINCE "
               WS-DORMANT-DATE " (" WS-EDIT-DAYS " DAYS)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-DORM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-DORM-LINE(WS-EXC-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-PERFORM.
           IF WS-DORM-COUNT = 0
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS 2 - RUN-LIST IDS MISSING OR INACTIVE ON "
               "THE MASTER"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-LIST-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-LIST-LINE(WS-EXC-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS 3 - FUTURE VERSIONS TAKING EFFECT BY "
               WS-WEEK-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-FUT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-FUT-LINE(WS-EXC-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-PERFORM.
           IF WS-FUT-COUNT = 0
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-RPT-LINE.
           WRITE WS-REPORT-REC FROM WS-REPORT-LINE.
