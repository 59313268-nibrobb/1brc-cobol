      *****************************************************************
      * Program name:    NRMBLDCBL
      * Original author: Robin Kristiansen
      *
      * Description: climate normals builder over the closing-MTD
      *    snapshot file that ONEBRCCBL/ONEBRCMRG append at period
      *    end. Reads the whole history and rebuilds the keyed
      *    normals file from scratch: one record per station per
      *    calendar month carrying the multi-year mean of the monthly
      *    means, the lowest monthly min and highest monthly max ever
      *    archived for that month, and the number of years behind
      *    them. A station-month only gets a normal once at least
      *    CMD-MIN-YEARS distinct years have contributed, so a
      *    station with two Octobers on file doesn't publish an
      *    "October normal" that NRMDEPCBL would then rank against.
      *    Duplicate rows from a dormant station's repeated close
      *    snapshot count once, as in MTHHSTCBL.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NRMBLDCBL.
       AUTHOR. Robin Kristiansen.
       DATE-WRITTEN. 15.10.2026
       DATE-COMPILED. 15.10.2026.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-HISTORY-FILE ASSIGN USING CMD-HISTORY
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.

      *    Rebuilt in full every run and written in key order, so
      *    plain sequential access is all the build needs.
           SELECT NORMALS-FILE ASSIGN USING CMD-NORMALS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NRM-KEY
              FILE STATUS IS WS-NORMALS-STATUS.

           SELECT REPORT-FILE ASSIGN USING CMD-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Closing-MTD rows as written by SNAPSHOT-MONTH-HISTORY -
      *    field layout must stay in step with the HISTORY-REC there.
       FD MONTH-HISTORY-FILE DATA RECORD IS HISTORY-REC.
       01 HISTORY-REC.
          05 HIST-LOC              PIC X(100).
             88 HISTORY-EOF                           VALUE HIGH-VALUES.
          05 HIST-YEAR             PIC 9(4).
          05 HIST-MONTH            PIC 9(2).
          05 HIST-MTD-MIN          PIC S9(2)V9.
          05 HIST-MTD-MAX          PIC S9(2)V9.
          05 HIST-MTD-COUNT        PIC 9(10).
          05 HIST-MTD-TOTALTEMP    PIC S9(15)V9(2).
          05 HIST-MTD-HDD          PIC S9(7)V9.
          05 HIST-MTD-CDD          PIC S9(7)V9.

      *    Keyed normals, one per station per calendar month - field
      *    layout must stay in step with the NORMALS-REC NRMDEPCBL
      *    reads.
       FD NORMALS-FILE DATA RECORD IS NORMALS-REC.
       01 NORMALS-REC.
          05 NRM-KEY.
             10 NRM-LOC            PIC X(100).
             10 NRM-MONTH          PIC 9(2).
          05 NRM-MEAN              PIC S9(2)V9 COMP-3.
          05 NRM-MIN               PIC S9(2)V9 COMP-3.
          05 NRM-MAX               PIC S9(2)V9 COMP-3.
          05 NRM-YEARS             PIC 9(4).
          05 NRM-FIRST-YEAR        PIC 9(4).
          05 NRM-LAST-YEAR         PIC 9(4).
          05 NRM-BUILD-DATE        PIC 9(8).

      *    Print-image listing, same 132-column page discipline as the
      *    daily operations report.
       FD REPORT-FILE DATA RECORD IS REPORT-REC.
       01 REPORT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS        PIC XX            VALUE SPACES.
       01 WS-NORMALS-STATUS        PIC XX            VALUE SPACES.
       01 WS-RUN-FAILED-FLAG       PIC X             VALUE 'N'.
          88 RUN-FAILED                              VALUE 'Y'.

      ******************************************************************
      * Station rows, built sorted with the same binary insert the    *
      * measurement table uses in ONEBRCCBL so each history row's     *
      * station is found with SEARCH ALL. One slot per calendar       *
      * month accumulating the years seen for it. The last period     *
      * placed per station catches a dormant station's repeated      *
      * close snapshot, which always repeats that station's most     *
      * recent row.                                                   *
      ******************************************************************
       01 WS-NRM-COUNT             PIC 9(4)          VALUE ZERO.
       01 WS-NRM-TBL.
          02 WS-NRM OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-NRM-COUNT
                ASCENDING KEY IS WS-NRM-LOC
                INDEXED BY WS-NRM-IDX WS-NRM-SHIFT-IDX.
             03 WS-NRM-LOC         PIC X(100).
             03 WS-NRM-LAST-YEAR   PIC 9(4).
             03 WS-NRM-LAST-MONTH  PIC 9(2).
             03 WS-NRM-SLOT OCCURS 12 TIMES.
                04 WS-NS-YEARS     PIC 9(4).
                04 WS-NS-SUM-MEAN  PIC S9(6)V9 COMP-3.
                04 WS-NS-MIN       PIC S9(2)V9 COMP-3.
                04 WS-NS-MAX       PIC S9(2)V9 COMP-3.
                04 WS-NS-FIRST-YEAR PIC 9(4).
                04 WS-NS-LAST-YEAR PIC 9(4).

      *    Bounds used by FIND-INSERT-POS's binary search, same shape
      *    as ONEBRCCBL's.
       01 WS-LOW-IDX               PIC 9(4)          VALUE ZERO.
       01 WS-HIGH-IDX              PIC 9(4)          VALUE ZERO.
       01 WS-MID-IDX               PIC 9(4)          VALUE ZERO.
       01 WS-INSERT-IDX            PIC 9(4)          VALUE ZERO.
       01 WS-MATCH-IDX             PIC 9(4)          VALUE ZERO.
       01 WS-SLOT-IDX              PIC 9(2)          VALUE ZERO.

      *    Minimum contributing years for a normal to be written;
      *    CMD-MIN-YEARS overrides the shipped default.
       01 WS-MIN-YEARS             PIC 9(4)          VALUE 3.
       01 WS-MIN-YEARS-WK          PIC 9(10)         VALUE ZERO.

       01 WS-ROWS-READ-CNT         PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-KEPT-CNT         PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-DUP-CNT          PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-EMPTY-CNT        PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-BAD-CNT          PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-DROPPED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-NORMALS-WRITTEN-CNT   PIC 9(7)          VALUE ZERO.
       01 WS-BELOW-MIN-CNT         PIC 9(7)          VALUE ZERO.
       01 WS-ROW-MEAN              PIC S9(2)V9 COMP-3 VALUE ZERO.

       01 RPT-PAGE-SIZE            PIC 9(3)          VALUE 55.
       01 WS-RPT-LINE-CNT          PIC 9(3)          VALUE ZERO.
       01 WS-RPT-PAGE-CNT          PIC 9(4)          VALUE ZERO.

       01 WS-RUN-DATE              PIC X(8)          VALUE SPACES.
       01 WS-TIMESTAMP             PIC X(21)         VALUE SPACES.

       01 RPT-HEADING-1.
          05 FILLER                PIC X(42)
             VALUE "NRMBLDCBL CLIMATE NORMALS BUILD".
          05 FILLER                PIC X(9) VALUE "RUN DATE ".
          05 RPT-H1-DATE           PIC X(8).
          05 FILLER                PIC X(6) VALUE SPACES.
          05 FILLER                PIC X(5) VALUE "PAGE ".
          05 RPT-H1-PAGE           PIC ZZZ9.
      *    One 7-character cell per calendar month carrying the
      *    normal mean; '-' where no year was archived for the month
      *    and '*' where some were but too few to make a normal.
       01 RPT-HEADING-2.
          05 FILLER                PIC X(26) VALUE "LOCATION".
          05 FILLER                PIC X(42)
             VALUE "    JAN    FEB    MAR    APR    MAY    JUN".
          05 FILLER                PIC X(42)
             VALUE "    JUL    AUG    SEP    OCT    NOV    DEC".
       01 RPT-DETAIL-LINE.
          05 RPT-DTL-LOC           PIC X(26).
          05 RPT-DTL-CELL OCCURS 12 TIMES PIC X(7).
       01 RPT-SUMMARY-LINE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 RPT-SUM-LABEL         PIC X(30).
          05 RPT-SUM-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.

       77 DSPL-MEAN                PIC -99.9 USAGE DISPLAY.

       LINKAGE SECTION.
       01 CMD-HISTORY              PIC X(255).
       01 CMD-NORMALS              PIC X(255).
       01 CMD-REPORT               PIC X(255).
       01 CMD-MIN-YEARS            PIC X(255).

       PROCEDURE DIVISION USING CMD-HISTORY, CMD-NORMALS, CMD-REPORT,
                                 CMD-MIN-YEARS.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE

           PERFORM SET-MIN-YEARS

           IF NOT RUN-FAILED
              PERFORM LOAD-HISTORY
           END-IF

           IF NOT RUN-FAILED
              PERFORM WRITE-NORMALS
           END-IF

           IF NOT RUN-FAILED
              PERFORM PRODUCE-NORMALS-REPORT
           END-IF

      *    8 = no normals file produced (unreadable history, bad
      *    argument or an unwritable normals file); 4 = built, but
      *    the station table filled and some rows were left out.
           IF RUN-FAILED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ROWS-DROPPED-CNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       SET-MIN-YEARS.
      *    Optional; blank keeps the shipped default. A rule we
      *    couldn't parse would publish normals on the wrong basis,
      *    so that fails the run.
           IF CMD-MIN-YEARS NOT = SPACES
              IF FUNCTION TEST-NUMVAL(CMD-MIN-YEARS) NOT = 0
                 DISPLAY "ERROR: bad minimum years '"
                    FUNCTION TRIM(CMD-MIN-YEARS) "'"
                 SET RUN-FAILED TO TRUE
              ELSE
                 COMPUTE WS-MIN-YEARS-WK =
                    FUNCTION NUMVAL(CMD-MIN-YEARS)
                 IF WS-MIN-YEARS-WK < 1 OR WS-MIN-YEARS-WK > 100
                    DISPLAY "ERROR: minimum years "
                       FUNCTION TRIM(CMD-MIN-YEARS)
                       " out of range (1-100)"
                    SET RUN-FAILED TO TRUE
                 ELSE
                    MOVE WS-MIN-YEARS-WK TO WS-MIN-YEARS
                 END-IF
              END-IF
           END-IF
           EXIT.

       LOAD-HISTORY.
           MOVE SPACES TO HISTORY-REC
           OPEN INPUT MONTH-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open month history '"
                 FUNCTION TRIM(CMD-HISTORY)
                 "' (status " WS-HISTORY-STATUS ")"
              SET RUN-FAILED TO TRUE
           ELSE
              PERFORM UNTIL HISTORY-EOF
                      READ MONTH-HISTORY-FILE INTO HISTORY-REC
                      AT END
                         SET HISTORY-EOF TO TRUE
                      NOT AT END
                          IF HIST-LOC NOT = SPACES
                             ADD 1 TO WS-ROWS-READ-CNT
                             PERFORM PLACE-ONE-ROW
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE MONTH-HISTORY-FILE
           END-IF
           EXIT.

       PLACE-ONE-ROW.
      *    A month with no readings closed (count zero) has no mean
      *    to contribute; a month number outside 1-12 can only be a
      *    damaged row. Both are tallied, not errors.
           IF HIST-MONTH < 1 OR HIST-MONTH > 12
              ADD 1 TO WS-ROWS-BAD-CNT
           ELSE
              IF HIST-MTD-COUNT = ZERO
                 ADD 1 TO WS-ROWS-EMPTY-CNT
              ELSE
                 MOVE HIST-MONTH TO WS-SLOT-IDX
                 PERFORM FIND-NRM-STATION
                 IF WS-MATCH-IDX = ZERO
                    IF WS-NRM-COUNT >= 2000
                       ADD 1 TO WS-ROWS-DROPPED-CNT
                    ELSE
                       PERFORM INSERT-NRM-STATION
                    END-IF
                 END-IF
                 IF WS-MATCH-IDX > ZERO
                    PERFORM ADD-ROW-TO-SLOT
                 END-IF
              END-IF
           END-IF
           EXIT.

       ADD-ROW-TO-SLOT.
      *    Same rounding of the month's mean MTHHSTCBL shows, so the
      *    normal is built from the figures people already see.
           IF (HIST-YEAR = WS-NRM-LAST-YEAR(WS-MATCH-IDX)
              AND HIST-MONTH = WS-NRM-LAST-MONTH(WS-MATCH-IDX))
              OR HIST-YEAR = WS-NS-LAST-YEAR(WS-MATCH-IDX, WS-SLOT-IDX)
              ADD 1 TO WS-ROWS-DUP-CNT
           ELSE
              MOVE HIST-YEAR TO WS-NRM-LAST-YEAR(WS-MATCH-IDX)
              MOVE HIST-MONTH TO WS-NRM-LAST-MONTH(WS-MATCH-IDX)
              COMPUTE WS-ROW-MEAN ROUNDED =
                 HIST-MTD-TOTALTEMP / HIST-MTD-COUNT
              IF WS-NS-YEARS(WS-MATCH-IDX, WS-SLOT-IDX) = ZERO
                 MOVE HIST-MTD-MIN
                    TO WS-NS-MIN(WS-MATCH-IDX, WS-SLOT-IDX)
                 MOVE HIST-MTD-MAX
                    TO WS-NS-MAX(WS-MATCH-IDX, WS-SLOT-IDX)
                 MOVE HIST-YEAR
                    TO WS-NS-FIRST-YEAR(WS-MATCH-IDX, WS-SLOT-IDX)
              ELSE
                 IF HIST-MTD-MIN < WS-NS-MIN(WS-MATCH-IDX, WS-SLOT-IDX)
                    MOVE HIST-MTD-MIN
                       TO WS-NS-MIN(WS-MATCH-IDX, WS-SLOT-IDX)
                 END-IF
                 IF HIST-MTD-MAX > WS-NS-MAX(WS-MATCH-IDX, WS-SLOT-IDX)
                    MOVE HIST-MTD-MAX
                       TO WS-NS-MAX(WS-MATCH-IDX, WS-SLOT-IDX)
                 END-IF
                 IF HIST-YEAR
                    < WS-NS-FIRST-YEAR(WS-MATCH-IDX, WS-SLOT-IDX)
                    MOVE HIST-YEAR
                       TO WS-NS-FIRST-YEAR(WS-MATCH-IDX, WS-SLOT-IDX)
                 END-IF
              END-IF
              MOVE HIST-YEAR
                 TO WS-NS-LAST-YEAR(WS-MATCH-IDX, WS-SLOT-IDX)
              ADD 1 TO WS-NS-YEARS(WS-MATCH-IDX, WS-SLOT-IDX)
              ADD WS-ROW-MEAN
                 TO WS-NS-SUM-MEAN(WS-MATCH-IDX, WS-SLOT-IDX)
              ADD 1 TO WS-ROWS-KEPT-CNT
           END-IF
           EXIT.

       FIND-NRM-STATION.
           MOVE ZERO TO WS-MATCH-IDX
           IF WS-NRM-COUNT > ZERO
              SEARCH ALL WS-NRM
              AT END
                 CONTINUE
              WHEN WS-NRM-LOC(WS-NRM-IDX) = HIST-LOC
                 SET WS-MATCH-IDX TO WS-NRM-IDX
              END-SEARCH
           END-IF
           EXIT.

       INSERT-NRM-STATION.
      *    Sorted insert with the tail shifted up one, the same
      *    binary-insert ONEBRCCBL's NOT-FOUND does.
           PERFORM FIND-INSERT-POS
           ADD 1 TO WS-NRM-COUNT
           PERFORM VARYING WS-NRM-SHIFT-IDX FROM WS-NRM-COUNT BY -1
              UNTIL WS-NRM-SHIFT-IDX = WS-INSERT-IDX
                   MOVE WS-NRM(WS-NRM-SHIFT-IDX - 1)
                      TO WS-NRM(WS-NRM-SHIFT-IDX)
           END-PERFORM
           MOVE HIST-LOC TO WS-NRM-LOC(WS-INSERT-IDX)
           MOVE ZERO TO WS-NRM-LAST-YEAR(WS-INSERT-IDX)
           MOVE ZERO TO WS-NRM-LAST-MONTH(WS-INSERT-IDX)
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
              UNTIL WS-SLOT-IDX > 12
                   MOVE ZERO TO WS-NS-YEARS(WS-INSERT-IDX, WS-SLOT-IDX)
                   MOVE ZERO
                      TO WS-NS-SUM-MEAN(WS-INSERT-IDX, WS-SLOT-IDX)
                   MOVE ZERO TO WS-NS-MIN(WS-INSERT-IDX, WS-SLOT-IDX)
                   MOVE ZERO TO WS-NS-MAX(WS-INSERT-IDX, WS-SLOT-IDX)
                   MOVE ZERO
                      TO WS-NS-FIRST-YEAR(WS-INSERT-IDX, WS-SLOT-IDX)
                   MOVE ZERO
                      TO WS-NS-LAST-YEAR(WS-INSERT-IDX, WS-SLOT-IDX)
           END-PERFORM
           MOVE HIST-MONTH TO WS-SLOT-IDX
           MOVE WS-INSERT-IDX TO WS-MATCH-IDX
           EXIT.

       FIND-INSERT-POS.
           MOVE 1 TO WS-LOW-IDX
           MOVE WS-NRM-COUNT TO WS-HIGH-IDX
           COMPUTE WS-INSERT-IDX = WS-NRM-COUNT + 1
           PERFORM UNTIL WS-LOW-IDX > WS-HIGH-IDX
              COMPUTE WS-MID-IDX = (WS-LOW-IDX + WS-HIGH-IDX) / 2
              IF WS-NRM-LOC(WS-MID-IDX) > HIST-LOC THEN
                 MOVE WS-MID-IDX TO WS-INSERT-IDX
                 COMPUTE WS-HIGH-IDX = WS-MID-IDX - 1
              ELSE
                 COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
              END-IF
           END-PERFORM
           EXIT.

       WRITE-NORMALS.
      *    The table is already in location order and the months run
      *    1-12 inside it, so the records go out in ascending key
      *    order as sequential access requires.
           OPEN OUTPUT NORMALS-FILE
           IF WS-NORMALS-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open normals file '"
                 FUNCTION TRIM(CMD-NORMALS)
                 "' (status " WS-NORMALS-STATUS ")"
              SET RUN-FAILED TO TRUE
           ELSE
              PERFORM VARYING WS-NRM-IDX FROM 1 BY 1
                 UNTIL WS-NRM-IDX > WS-NRM-COUNT
                      PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                         UNTIL WS-SLOT-IDX > 12
                              PERFORM WRITE-ONE-NORMAL
                      END-PERFORM
              END-PERFORM
              CLOSE NORMALS-FILE
           END-IF
           EXIT.

       WRITE-ONE-NORMAL.
           IF WS-NS-YEARS(WS-NRM-IDX, WS-SLOT-IDX) > ZERO
              IF WS-NS-YEARS(WS-NRM-IDX, WS-SLOT-IDX) < WS-MIN-YEARS
                 ADD 1 TO WS-BELOW-MIN-CNT
              ELSE
                 MOVE WS-NRM-LOC(WS-NRM-IDX) TO NRM-LOC
                 MOVE WS-SLOT-IDX TO NRM-MONTH
                 COMPUTE NRM-MEAN ROUNDED =
                    WS-NS-SUM-MEAN(WS-NRM-IDX, WS-SLOT-IDX)
                    / WS-NS-YEARS(WS-NRM-IDX, WS-SLOT-IDX)
                 MOVE WS-NS-MIN(WS-NRM-IDX, WS-SLOT-IDX) TO NRM-MIN
                 MOVE WS-NS-MAX(WS-NRM-IDX, WS-SLOT-IDX) TO NRM-MAX
                 MOVE WS-NS-YEARS(WS-NRM-IDX, WS-SLOT-IDX) TO NRM-YEARS
                 MOVE WS-NS-FIRST-YEAR(WS-NRM-IDX, WS-SLOT-IDX)
                    TO NRM-FIRST-YEAR
                 MOVE WS-NS-LAST-YEAR(WS-NRM-IDX, WS-SLOT-IDX)
                    TO NRM-LAST-YEAR
                 MOVE WS-RUN-DATE TO NRM-BUILD-DATE
                 WRITE NORMALS-REC
                    INVALID KEY
                       DISPLAY "WARNING: normals write rejected for '"
                          FUNCTION TRIM(NRM-LOC) "' month " NRM-MONTH
                          " (status " WS-NORMALS-STATUS ")"
                    NOT INVALID KEY
                       ADD 1 TO WS-NORMALS-WRITTEN-CNT
                 END-WRITE
              END-IF
           END-IF
           EXIT.

       PRODUCE-NORMALS-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE ZERO TO WS-RPT-PAGE-CNT
           MOVE 999 TO WS-RPT-LINE-CNT
           PERFORM VARYING WS-NRM-IDX FROM 1 BY 1
              UNTIL WS-NRM-IDX > WS-NRM-COUNT
                   PERFORM RPT-WRITE-STATION-LINE
           END-PERFORM
           PERFORM RPT-WRITE-SUMMARY
           CLOSE REPORT-FILE
           EXIT.

       RPT-NEW-PAGE.
           ADD 1 TO WS-RPT-PAGE-CNT
           MOVE WS-RUN-DATE TO RPT-H1-DATE
           MOVE WS-RPT-PAGE-CNT TO RPT-H1-PAGE
           MOVE RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC
           MOVE RPT-HEADING-2 TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 3 TO WS-RPT-LINE-CNT
           EXIT.

       RPT-CHECK-PAGE.
           IF WS-RPT-LINE-CNT >= RPT-PAGE-SIZE
              PERFORM RPT-NEW-PAGE
           END-IF
           EXIT.

       RPT-WRITE-STATION-LINE.
           PERFORM RPT-CHECK-PAGE
           MOVE WS-NRM-LOC(WS-NRM-IDX) TO RPT-DTL-LOC
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
              UNTIL WS-SLOT-IDX > 12
                   MOVE SPACES TO RPT-DTL-CELL(WS-SLOT-IDX)
                   IF WS-NS-YEARS(WS-NRM-IDX, WS-SLOT-IDX) = ZERO
                      MOVE "-" TO RPT-DTL-CELL(WS-SLOT-IDX)(7:1)
                   ELSE
                      IF WS-NS-YEARS(WS-NRM-IDX, WS-SLOT-IDX)
                         < WS-MIN-YEARS
                         MOVE "*" TO RPT-DTL-CELL(WS-SLOT-IDX)(7:1)
                      ELSE
                         COMPUTE WS-ROW-MEAN ROUNDED =
                            WS-NS-SUM-MEAN(WS-NRM-IDX, WS-SLOT-IDX)
                            / WS-NS-YEARS(WS-NRM-IDX, WS-SLOT-IDX)
                         MOVE WS-ROW-MEAN TO DSPL-MEAN
                         MOVE DSPL-MEAN
                            TO RPT-DTL-CELL(WS-SLOT-IDX)(3:5)
                      END-IF
                   END-IF
           END-PERFORM
           MOVE RPT-DETAIL-LINE TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-RPT-LINE-CNT
           EXIT.

       RPT-WRITE-SUMMARY.
           PERFORM RPT-NEW-PAGE
           MOVE "RUN SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "MINIMUM YEARS FOR A NORMAL" TO RPT-SUM-LABEL
           MOVE WS-MIN-YEARS TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "HISTORY ROWS READ" TO RPT-SUM-LABEL
           MOVE WS-ROWS-READ-CNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ROWS CONTRIBUTING" TO RPT-SUM-LABEL
           MOVE WS-ROWS-KEPT-CNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "DUPLICATE SNAPSHOTS SKIPPED" TO RPT-SUM-LABEL
           MOVE WS-ROWS-DUP-CNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "EMPTY MONTHS SKIPPED" TO RPT-SUM-LABEL
           MOVE WS-ROWS-EMPTY-CNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           IF WS-ROWS-BAD-CNT > ZERO
              MOVE "ROWS WITH BAD MONTH SKIPPED" TO RPT-SUM-LABEL
              MOVE WS-ROWS-BAD-CNT TO RPT-SUM-VALUE
              MOVE RPT-SUMMARY-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           IF WS-ROWS-DROPPED-CNT > ZERO
              MOVE "ROWS DROPPED (TABLE FULL)" TO RPT-SUM-LABEL
              MOVE WS-ROWS-DROPPED-CNT TO RPT-SUM-VALUE
              MOVE RPT-SUMMARY-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           MOVE "STATIONS SEEN" TO RPT-SUM-LABEL
           MOVE WS-NRM-COUNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "NORMALS WRITTEN" TO RPT-SUM-LABEL
           MOVE WS-NORMALS-WRITTEN-CNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BELOW MINIMUM YEARS (*)" TO RPT-SUM-LABEL
           MOVE WS-BELOW-MIN-CNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           EXIT.
