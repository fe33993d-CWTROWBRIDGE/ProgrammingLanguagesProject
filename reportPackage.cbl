       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptPkg.
       AUTHOR. ChadT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATE ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT DIST-IN ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT SECTION-IN ASSIGN TO DYNAMIC WS-SECTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.
           SELECT PACKAGE-OUT ASSIGN TO DYNAMIC WS-PACKAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *    Only the "H" record is wanted, for the run date; a
      *    restarted run keeps the date of the run it restarted.
          FD  RUN-STATE.
          01 WS-STATE-REC.
             05 RS-REC-TYPE PIC X.
             05 RS-RUN-DATE PIC 9(8).
             05 FILLER PIC X(44).

      *    One record per recipient naming the sections it receives,
      *    by source file name without ".DAT" (POWER2RPT, MNTREG, ...)
      *    or ALL for the whole package.
          FD  DIST-IN.
          01 WS-DIST-REC.
             05 DL-RECIPIENT PIC X(8).
             05 DL-SECTION PIC X(10) OCCURS 10 TIMES.

          FD  SECTION-IN.
          01 WS-SECTION-REC PIC X(132).

          FD  PACKAGE-OUT.
          01 WS-PACKAGE-REC PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-STATE-STATUS PIC XX.
          01 WS-DIST-STATUS PIC XX.
          01 WS-SECTION-STATUS PIC XX.
          01 WS-PACKAGE-STATUS PIC XX.
          01 WS-SECTION-NAME PIC X(30).
          01 WS-PACKAGE-NAME PIC X(30).
          01 WS-TIMESTAMP PIC X(14).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-RECIPIENT PIC X(8).
      *    Sections in package order. State P = present,
      *    M = source file missing, E = source file empty.
          01 WS-SEC-COUNT PIC 99 VALUE 9.
          01 WS-SEC-TABLE.
             05 WS-SEC-ENTRY OCCURS 9 TIMES.
                10 WS-SC-CODE PIC X(10).
                10 WS-SC-TITLE PIC X(40).
                10 WS-SC-STATE PIC X.
                10 WS-SC-LINES PIC 9(6).
                10 WS-SC-PAGES PIC 9(4).
                10 WS-SC-START-PAGE PIC 9(4).
                10 WS-SC-SELECTED PIC X.
          01 WS-SEC-IDX PIC 99.
          01 WS-DL-IDX PIC 99.
          01 WS-SEC-FOUND-FLAG PIC X.
              88 WS-SEC-FOUND VALUE "Y".
          01 WS-ABSENT-COUNT PIC 99 VALUE ZERO.
          01 WS-SELECTED-COUNT PIC 99.
          01 WS-PKG-COUNT PIC 9(3) VALUE ZERO.
          01 WS-BAD-DIST-COUNT PIC 9(3) VALUE ZERO.
      *    Each page is a heading of three lines and up to
      *    WS-PAGE-BODY lines of the section.
          01 WS-PAGE-BODY PIC 99 VALUE 55.
          01 WS-PAGE-NO PIC 9(4).
          01 WS-NEXT-PAGE PIC 9(4).
          01 WS-PAGE-LINES PIC 99.
          01 WS-TOTAL-PAGES PIC 9(4).
          01 WS-HDG-SECTION PIC X(60).
          01 WS-PKG-LINE PIC X(132).
          01 WS-EDIT-PAGE PIC ZZZ9.
          01 WS-EDIT-LINES PIC ZZZZZ9.
          01 WS-ABSENT-NOTE PIC X(60).

      *    Final step of the nightly run. Gathers the night's reports
      *    into one paginated package, RPTPKG.DAT: a run banner, a
      *    contents page giving the first page of each section (and
      *    calling out any section whose source file is missing or
      *    empty), then each section under page headings carrying
      *    the run date. DISTLIST.DAT then bursts the package into
      *    PKG<recipient>.DAT, each holding only that recipient's
      *    sections, paged and indexed on its own.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
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
           PERFORM LOAD-SECTION-TABLE.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               PERFORM MEASURE-ONE-SECTION
           END-PERFORM.
           MOVE "ALL" TO WS-RECIPIENT.
           MOVE "RPTPKG.DAT" TO WS-PACKAGE-NAME.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE "Y" TO WS-SC-SELECTED(WS-SEC-IDX)
           END-PERFORM.
           PERFORM WRITE-PACKAGE.
           OPEN INPUT DIST-IN.
           IF WS-DIST-STATUS = "35"
               DISPLAY "RptPkg: DISTLIST.DAT not present, package "
                   "not burst"
           ELSE
               IF WS-DIST-STATUS NOT = "00"
                   DISPLAY "RptPkg: unable to open DISTLIST.DAT "
                       "(status=" WS-DIST-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-DIST-STATUS NOT = "00"
                   READ DIST-IN
                       AT END MOVE "10" TO WS-DIST-STATUS
                       NOT AT END
                           IF DL-RECIPIENT NOT = SPACES
                               PERFORM BURST-ONE-RECIPIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-IN
           END-IF.
           DISPLAY "RptPkg: package RPTPKG.DAT written, "
               WS-PKG-COUNT " recipient packages, "
               WS-ABSENT-COUNT " sections missing or empty".
           IF WS-ABSENT-COUNT > 0 OR WS-BAD-DIST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       STOP RUN.

       LOAD-SECTION-TABLE.
           MOVE "POWER2RPT" TO WS-SC-CODE(1).
           MOVE "POWER METHOD - ORDER 2" TO WS-SC-TITLE(1).
           MOVE "POWER3RPT" TO WS-SC-CODE(2).
           MOVE "POWER METHOD - ORDER 3" TO WS-SC-TITLE(2).
           MOVE "POWERNRPT" TO WS-SC-CODE(3).
           MOVE "POWER METHOD - ORDER N" TO WS-SC-TITLE(3).
           MOVE "BALRPT" TO WS-SC-CODE(4).
           MOVE "RESULTS BALANCING" TO WS-SC-TITLE(4).
           MOVE "CMPRPT" TO WS-SC-CODE(5).
           MOVE "RESULTS COMPARISON" TO WS-SC-TITLE(5).
           MOVE "EXCRPT" TO WS-SC-CODE(6).
           MOVE "EXCEPTION RERUN" TO WS-SC-TITLE(6).
           MOVE "CONSRPT" TO WS-SC-CODE(7).
           MOVE "AUDIT CONSOLIDATION" TO WS-SC-TITLE(7).
           MOVE "MNTREG" TO WS-SC-CODE(8).
           MOVE "MASTER MAINTENANCE REGISTER" TO WS-SC-TITLE(8).
           MOVE "JOBSUM" TO WS-SC-CODE(9).
           MOVE "NIGHTLY RUN JOB SUMMARY" TO WS-SC-TITLE(9).

       MEASURE-ONE-SECTION.
           MOVE ZERO TO WS-SC-LINES(WS-SEC-IDX).
           MOVE ZERO TO WS-SC-PAGES(WS-SEC-IDX).
           PERFORM SET-SECTION-NAME.
           OPEN INPUT SECTION-IN.
           IF WS-SECTION-STATUS = "35"
               MOVE "M" TO WS-SC-STATE(WS-SEC-IDX)
           ELSE
               IF WS-SECTION-STATUS NOT = "00"
                   DISPLAY "RptPkg: unable to open "
                       FUNCTION TRIM(WS-SECTION-NAME)
                       " (status=" WS-SECTION-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SECTION-STATUS NOT = "00"
                   READ SECTION-IN
                       AT END MOVE "10" TO WS-SECTION-STATUS
                       NOT AT END ADD 1 TO WS-SC-LINES(WS-SEC-IDX)
                   END-READ
               END-PERFORM
               CLOSE SECTION-IN
               IF WS-SC-LINES(WS-SEC-IDX) = ZERO
                   MOVE "E" TO WS-SC-STATE(WS-SEC-IDX)
               ELSE
                   MOVE "P" TO WS-SC-STATE(WS-SEC-IDX)
                   COMPUTE WS-SC-PAGES(WS-SEC-IDX) =
                       (WS-SC-LINES(WS-SEC-IDX) + WS-PAGE-BODY - 1)
                       / WS-PAGE-BODY
               END-IF
           END-IF.
           IF WS-SC-STATE(WS-SEC-IDX) NOT = "P"
               ADD 1 TO WS-ABSENT-COUNT
           END-IF.

       SET-SECTION-NAME.
           MOVE SPACES TO WS-SECTION-NAME.
           STRING FUNCTION TRIM(WS-SC-CODE(WS-SEC-IDX)) ".DAT"
               DELIMITED BY SIZE INTO WS-SECTION-NAME.

       BURST-ONE-RECIPIENT.
           MOVE ZERO TO WS-SELECTED-COUNT.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE "N" TO WS-SC-SELECTED(WS-SEC-IDX)
           END-PERFORM.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1 UNTIL WS-DL-IDX > 10
               IF DL-SECTION(WS-DL-IDX) NOT = SPACES
                   PERFORM SELECT-ONE-SECTION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SC-SELECTED(WS-SEC-IDX) = "Y"
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-PERFORM.
           IF WS-SELECTED-COUNT = ZERO
               DISPLAY "RptPkg: no sections listed for "
                   FUNCTION TRIM(DL-RECIPIENT) " - nothing burst"
               ADD 1 TO WS-BAD-DIST-COUNT
           ELSE
               MOVE DL-RECIPIENT TO WS-RECIPIENT
               MOVE SPACES TO WS-PACKAGE-NAME
               STRING "PKG" FUNCTION TRIM(DL-RECIPIENT) ".DAT"
                   DELIMITED BY SIZE INTO WS-PACKAGE-NAME
               PERFORM WRITE-PACKAGE
               ADD 1 TO WS-PKG-COUNT
           END-IF.

       SELECT-ONE-SECTION.
           MOVE "N" TO WS-SEC-FOUND-FLAG.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF DL-SECTION(WS-DL-IDX) = "ALL"
                       OR DL-SECTION(WS-DL-IDX) = WS-SC-CODE(WS-SEC-IDX)
                   MOVE "Y" TO WS-SC-SELECTED(WS-SEC-IDX)
                   MOVE "Y" TO WS-SEC-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-SEC-FOUND
               DISPLAY "RptPkg: unknown section "
                   FUNCTION TRIM(DL-SECTION(WS-DL-IDX)) " for "
                   FUNCTION TRIM(DL-RECIPIENT) " - ignored"
               ADD 1 TO WS-BAD-DIST-COUNT
           END-IF.

      *    Page 1 is the banner and page 2 the contents; the selected
      *    sections follow, each starting on a new page.
       WRITE-PACKAGE.
           MOVE 3 TO WS-NEXT-PAGE.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE ZERO TO WS-SC-START-PAGE(WS-SEC-IDX)
               IF WS-SC-SELECTED(WS-SEC-IDX) = "Y"
                       AND WS-SC-STATE(WS-SEC-IDX) = "P"
                   MOVE WS-NEXT-PAGE TO WS-SC-START-PAGE(WS-SEC-IDX)
                   ADD WS-SC-PAGES(WS-SEC-IDX) TO WS-NEXT-PAGE
               END-IF
           END-PERFORM.
           COMPUTE WS-TOTAL-PAGES = WS-NEXT-PAGE - 1.
           OPEN OUTPUT PACKAGE-OUT.
           IF WS-PACKAGE-STATUS NOT = "00"
               DISPLAY "RptPkg: unable to open "
                   FUNCTION TRIM(WS-PACKAGE-NAME)
                   " (status=" WS-PACKAGE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-PAGE-NO.
           PERFORM WRITE-BANNER-PAGE.
           PERFORM WRITE-CONTENTS-PAGE.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SC-SELECTED(WS-SEC-IDX) = "Y"
                       AND WS-SC-STATE(WS-SEC-IDX) = "P"
                   PERFORM COPY-ONE-SECTION
               END-IF
           END-PERFORM.
           CLOSE PACKAGE-OUT.

       WRITE-PKG-LINE.
           WRITE WS-PACKAGE-REC FROM WS-PKG-LINE.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-EDIT-PAGE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING "NIGHTLY REPORT PACKAGE - RUN DATE " WS-RUN-DATE
               " - RECIPIENT " WS-RECIPIENT
               DELIMITED BY SIZE INTO WS-PKG-LINE.
           MOVE "PAGE" TO WS-PKG-LINE(120:4).
           MOVE WS-EDIT-PAGE TO WS-PKG-LINE(125:4).
           PERFORM WRITE-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           MOVE WS-HDG-SECTION TO WS-PKG-LINE.
           PERFORM WRITE-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           PERFORM WRITE-PKG-LINE.
           MOVE ZERO TO WS-PAGE-LINES.

       WRITE-BANNER-PAGE.
           MOVE "RUN BANNER" TO WS-HDG-SECTION.
           PERFORM WRITE-PAGE-HEADING.
           MOVE ALL "*" TO WS-PKG-LINE(1:60).
           PERFORM WRITE-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING "*  NIGHTLY REPORT PACKAGE - PROGRAM RptPkg"
               DELIMITED BY SIZE INTO WS-PKG-LINE.
           MOVE "*" TO WS-PKG-LINE(60:1).
           PERFORM WRITE-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING "*  RUN DATE      " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PKG-LINE.
           MOVE "*" TO WS-PKG-LINE(60:1).
           PERFORM WRITE-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING "*  PREPARED      " WS-TIMESTAMP
               DELIMITED BY SIZE INTO WS-PKG-LINE.
           MOVE "*" TO WS-PKG-LINE(60:1).
           PERFORM WRITE-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING "*  RECIPIENT     " WS-RECIPIENT
               DELIMITED BY SIZE INTO WS-PKG-LINE.
           MOVE "*" TO WS-PKG-LINE(60:1).
           PERFORM WRITE-PKG-LINE.
           MOVE WS-TOTAL-PAGES TO WS-EDIT-PAGE.
           MOVE SPACES TO WS-PKG-LINE.
           STRING "*  PAGES         " WS-EDIT-PAGE
               DELIMITED BY SIZE INTO WS-PKG-LINE.
           MOVE "*" TO WS-PKG-LINE(60:1).
           PERFORM WRITE-PKG-LINE.
           MOVE SPACES TO WS-PKG-LINE.
           MOVE ALL "*" TO WS-PKG-LINE(1:60).
           PERFORM WRITE-PKG-LINE.

       WRITE-CONTENTS-PAGE.
           MOVE "CONTENTS" TO WS-HDG-SECTION.
           PERFORM WRITE-PAGE-HEADING.
           MOVE SPACES TO WS-PKG-LINE.
           STRING "SECTION     TITLE                                   "
               "    PAGE   LINES"
               DELIMITED BY SIZE INTO WS-PKG-LINE.
           PERFORM WRITE-PKG-LINE.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SC-SELECTED(WS-SEC-IDX) = "Y"
                   PERFORM WRITE-CONTENTS-LINE
               END-IF
           END-PERFORM.

       WRITE-CONTENTS-LINE.
           PERFORM SET-SECTION-NAME.
           MOVE SPACES TO WS-PKG-LINE.
           MOVE WS-SC-CODE(WS-SEC-IDX) TO WS-PKG-LINE(1:10).
           MOVE WS-SC-TITLE(WS-SEC-IDX) TO WS-PKG-LINE(13:40).
           EVALUATE WS-SC-STATE(WS-SEC-IDX)
               WHEN "P"
                   MOVE WS-SC-START-PAGE(WS-SEC-IDX) TO WS-EDIT-PAGE
                   MOVE WS-EDIT-PAGE TO WS-PKG-LINE(57:4)
                   MOVE WS-SC-LINES(WS-SEC-IDX) TO WS-EDIT-LINES
                   MOVE WS-EDIT-LINES TO WS-PKG-LINE(62:6)
               WHEN "M"
                   MOVE SPACES TO WS-ABSENT-NOTE
                   STRING "** NOT IN PACKAGE - "
                       FUNCTION TRIM(WS-SECTION-NAME) " MISSING"
                       DELIMITED BY SIZE INTO WS-ABSENT-NOTE
                   MOVE WS-ABSENT-NOTE TO WS-PKG-LINE(57:60)
               WHEN OTHER
                   MOVE SPACES TO WS-ABSENT-NOTE
                   STRING "** NOT IN PACKAGE - "
                       FUNCTION TRIM(WS-SECTION-NAME) " EMPTY"
                       DELIMITED BY SIZE INTO WS-ABSENT-NOTE
                   MOVE WS-ABSENT-NOTE TO WS-PKG-LINE(57:60)
           END-EVALUATE.
           PERFORM WRITE-PKG-LINE.

       COPY-ONE-SECTION.
           MOVE SPACES TO WS-HDG-SECTION.
           STRING "SECTION " FUNCTION TRIM(WS-SC-CODE(WS-SEC-IDX)) " - "
               WS-SC-TITLE(WS-SEC-IDX)
               DELIMITED BY SIZE INTO WS-HDG-SECTION.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM SET-SECTION-NAME.
           OPEN INPUT SECTION-IN.
           IF WS-SECTION-STATUS NOT = "00"
               DISPLAY "RptPkg: unable to open "
                   FUNCTION TRIM(WS-SECTION-NAME)
                   " (status=" WS-SECTION-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SECTION-STATUS NOT = "00"
               READ SECTION-IN
                   AT END MOVE "10" TO WS-SECTION-STATUS
                   NOT AT END
                       IF WS-PAGE-LINES >= WS-PAGE-BODY
                           PERFORM WRITE-PAGE-HEADING
                       END-IF
                       MOVE WS-SECTION-REC TO WS-PKG-LINE
                       PERFORM WRITE-PKG-LINE
                       ADD 1 TO WS-PAGE-LINES
               END-READ
           END-PERFORM.
           CLOSE SECTION-IN.
