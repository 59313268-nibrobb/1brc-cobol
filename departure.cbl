      *****************************************************************
      * Program name:    NRMDEPCBL
      * Original author: Robin Kristiansen
      *
      * Description: month-end departure-from-normal report. Takes
      *    the just-closed month's closing-MTD rows from the history
      *    file ONEBRCCBL/ONEBRCMRG append, looks each station's
      *    calendar-month normal up in the keyed file NRMBLDCBL
      *    builds, and ranks every station by how far its month's
      *    mean sat from that normal - warmest departure first -
      *    within country within region, the groups coming from the
      *    station master the same way the daily operations report
      *    breaks. A normal that already has the month being ranked
      *    in it gets that month taken back out first. Stations with
      *    no usable normal yet are listed separately rather than
      *    ranked against nothing.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NRMDEPCBL.
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

           SELECT NORMALS-FILE ASSIGN USING CMD-NORMALS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS NRM-KEY
              FILE STATUS IS WS-NORMALS-STATUS.

           SELECT STATION-MASTER-FILE ASSIGN USING CMD-STATION-MASTER
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-STATION-MASTER-STATUS.

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

      *    Keyed normals - field layout must stay in step with the
      *    NORMALS-REC NRMBLDCBL writes.
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

      *    Location -> region/country lookup, the same ';'-delimited
      *    shape ONEBRCCBL's LOAD-STATION-MASTER reads, valid-from and
      *    valid-to dates included.
       FD STATION-MASTER-FILE DATA RECORD IS STATION-REC.
       01 STATION-REC.
          05 STATION-REC-DATA      PIC X(160).
             88 STATION-MASTER-EOF                    VALUE HIGH-VALUES.

      *    Print-image report, same 132-column page discipline as the
      *    daily operations report.
       FD REPORT-FILE DATA RECORD IS REPORT-REC.
       01 REPORT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS        PIC XX            VALUE SPACES.
       01 WS-NORMALS-STATUS        PIC XX            VALUE SPACES.
       01 WS-STATION-MASTER-STATUS PIC XX            VALUE SPACES.
       01 WS-RUN-FAILED-FLAG       PIC X             VALUE 'N'.
          88 RUN-FAILED                              VALUE 'Y'.
       01 WS-STATION-MASTER-ENABLED PIC X            VALUE 'N'.
          88 STATION-MASTER-ENABLED                  VALUE 'Y'.

      ******************************************************************
      * Station master table, loaded and sorted as in ONEBRCCBL so    *
      * each ranked station picks up its region and country with      *
      * SEARCH ALL. The assignments kept are the ones in effect on    *
      * the last day of the as-of month, so a station moved since    *
      * then is still ranked where it was when the month closed.      *
      ******************************************************************
       01 WS-STATION-COUNT         PIC 9(4)          VALUE ZERO.
       01 WS-STATION-TBL.
          02 WS-STATION OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-STATION-COUNT
                ASCENDING KEY IS WS-STN-LOC
                INDEXED BY WS-STN-IDX.
             03 WS-STN-LOC         PIC X(100).
             03 WS-STN-REGION      PIC X(30).
             03 WS-STN-COUNTRY     PIC X(3).
       01 WS-BUSINESS-DATE         PIC 9(8)          VALUE ZERO.
       01 WS-SM-FIELDS.
          05 WS-SM-LOC             PIC X(100).
          05 WS-SM-REGION          PIC X(30).
          05 WS-SM-COUNTRY         PIC X(3).
          05 WS-SM-FROM            PIC X(8).
          05 WS-SM-TO              PIC X(8).
       01 WS-SM-DATE-NUM           PIC 9(8)          VALUE ZERO.
       01 WS-SM-EFFECT-FLAG        PIC X             VALUE 'Y'.
          88 SM-IN-EFFECT                            VALUE 'Y'.
          88 SM-DATES-BAD                            VALUE 'B'.
       01 WS-SM-BAD-DATE-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-SM-DROPPED-CNT        PIC 9(7)          VALUE ZERO.
       01 WS-NEXT-MONTH-WK         PIC 9(8)          VALUE ZERO.

      ******************************************************************
      * One row per station that closed the as-of month. Built in     *
      * location order with the usual binary insert so a dormant      *
      * station's repeated snapshot of the same month is caught as a  *
      * duplicate, then re-sorted region/country/departure for the    *
      * ranking. WS-DEP-GROUP puts the ranked stations (1) ahead of   *
      * those with no normal to rank against (2).                     *
      ******************************************************************
       01 WS-DEP-COUNT             PIC 9(4)          VALUE ZERO.
       01 WS-DEP-TBL.
          02 WS-DEP OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-DEP-COUNT
                ASCENDING KEY IS WS-DEP-LOC
                INDEXED BY WS-DEP-IDX WS-DEP-SHIFT-IDX.
             03 WS-DEP-LOC         PIC X(100).
             03 WS-DEP-GROUP       PIC 9.
             03 WS-DEP-REGION      PIC X(30).
             03 WS-DEP-COUNTRY     PIC X(3).
             03 WS-DEP-MEAN        PIC S9(2)V9 COMP-3.
             03 WS-DEP-NORMAL      PIC S9(2)V9 COMP-3.
             03 WS-DEP-DEPART      PIC S9(3)V9 COMP-3.
             03 WS-DEP-YEARS       PIC 9(4).

      *    Bounds used by FIND-INSERT-POS's binary search, same shape
      *    as ONEBRCCBL's.
       01 WS-LOW-IDX               PIC 9(4)          VALUE ZERO.
       01 WS-HIGH-IDX              PIC 9(4)          VALUE ZERO.
       01 WS-MID-IDX               PIC 9(4)          VALUE ZERO.
       01 WS-INSERT-IDX            PIC 9(4)          VALUE ZERO.
       01 WS-MATCH-IDX             PIC 9(4)          VALUE ZERO.

      *    As-of period (CMD-AS-OF as YYYYMM, defaulting to the month
      *    before the run month - the month that has just closed).
       01 WS-ASOF.
          05 WS-ASOF-YEAR          PIC 9(4).
          05 WS-ASOF-MONTH         PIC 9(2).

      *    The normal a station is ranked against, once the as-of
      *    year's own month has been taken back out of it.
       01 WS-NRM-MEAN-WK           PIC S9(2)V9 COMP-3 VALUE ZERO.
       01 WS-NRM-YEARS-WK          PIC 9(4)          VALUE ZERO.

      *    Break accumulators - country within region, the mean
      *    departure of each group shown on its total line.
       01 WS-RPT-CUR-REGION        PIC X(30)         VALUE SPACES.
       01 WS-RPT-CUR-COUNTRY       PIC X(3)          VALUE SPACES.
       01 WS-RPT-RANK              PIC 9(4)          VALUE ZERO.
       01 WS-RPT-CTY-CNT           PIC 9(4)          VALUE ZERO.
       01 WS-RPT-CTY-TOT           PIC S9(7)V9 COMP-3 VALUE ZERO.
       01 WS-RPT-RGN-CNT           PIC 9(4)          VALUE ZERO.
       01 WS-RPT-RGN-TOT           PIC S9(7)V9 COMP-3 VALUE ZERO.
       01 WS-RPT-BREAK-DEPART      PIC S9(3)V9 COMP-3 VALUE ZERO.
       01 WS-RPT-NONRM-STARTED     PIC X             VALUE 'N'.
          88 RPT-NONRM-STARTED                       VALUE 'Y'.

       01 WS-ROWS-READ-CNT         PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-KEPT-CNT         PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-DUP-CNT          PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-EMPTY-CNT        PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-DROPPED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-RANKED-CNT            PIC 9(7)          VALUE ZERO.
       01 WS-NO-NORMAL-CNT         PIC 9(7)          VALUE ZERO.

       01 RPT-PAGE-SIZE            PIC 9(3)          VALUE 55.
       01 WS-RPT-LINE-CNT          PIC 9(3)          VALUE ZERO.
       01 WS-RPT-PAGE-CNT          PIC 9(4)          VALUE ZERO.

       01 WS-RUN-DATE              PIC X(8)          VALUE SPACES.
       01 WS-TIMESTAMP             PIC X(21)         VALUE SPACES.

       01 RPT-HEADING-1.
          05 FILLER                PIC X(32)
             VALUE "NRMDEPCBL DEPARTURE FROM NORMAL".
          05 RPT-H1-PERIOD         PIC X(6).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "RUN DATE ".
          05 RPT-H1-DATE           PIC X(8).
          05 FILLER                PIC X(6) VALUE SPACES.
          05 FILLER                PIC X(5) VALUE "PAGE ".
          05 RPT-H1-PAGE           PIC ZZZ9.
       01 RPT-HEADING-2.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 FILLER                PIC X(6) VALUE "  RANK".
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(32) VALUE "LOCATION".
          05 FILLER                PIC X(7) VALUE "   MEAN".
          05 FILLER                PIC X(8) VALUE "  NORMAL".
          05 FILLER                PIC X(8) VALUE "  DEPART".
          05 FILLER                PIC X(7) VALUE "  YEARS".
       01 RPT-REGION-HDR.
          05 FILLER                PIC X(8) VALUE "REGION: ".
          05 RPT-RGN-HDR-NAME      PIC X(30).
       01 RPT-COUNTRY-HDR.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "COUNTRY: ".
          05 RPT-CTY-HDR-NAME      PIC X(3).
       01 RPT-DETAIL-LINE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 RPT-DTL-RANK          PIC Z(5)9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 RPT-DTL-LOC           PIC X(32).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 RPT-DTL-MEAN          PIC -99.9.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 RPT-DTL-NORMAL        PIC -99.9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 RPT-DTL-DEPART        PIC +(3)9.9.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 RPT-DTL-YEARS         PIC ZZZ9.
       01 RPT-TOTAL-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 RPT-TOT-LABEL         PIC X(34).
          05 FILLER                PIC X(8) VALUE "STATIONS".
          05 RPT-TOT-CNT           PIC ZZZZ9.
          05 FILLER                PIC X(6) VALUE SPACES.
          05 FILLER                PIC X(16) VALUE "MEAN DEPARTURE ".
          05 RPT-TOT-DEPART        PIC +(3)9.9.
       01 RPT-NONRM-LINE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 RPT-NNR-LOC           PIC X(32).
          05 RPT-NNR-REGION        PIC X(31).
          05 RPT-NNR-COUNTRY       PIC X(4).
          05 FILLER                PIC X(5) VALUE "MEAN ".
          05 RPT-NNR-MEAN          PIC -99.9.
       01 RPT-SUMMARY-LINE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 RPT-SUM-LABEL         PIC X(30).
          05 RPT-SUM-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01 CMD-HISTORY              PIC X(255).
       01 CMD-NORMALS              PIC X(255).
       01 CMD-STATION-MASTER       PIC X(255).
       01 CMD-REPORT               PIC X(255).
       01 CMD-AS-OF                PIC X(255).

       PROCEDURE DIVISION USING CMD-HISTORY, CMD-NORMALS,
                                 CMD-STATION-MASTER, CMD-REPORT,
                                 CMD-AS-OF.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE

           PERFORM SET-AS-OF-PERIOD

           IF NOT RUN-FAILED AND CMD-STATION-MASTER NOT = SPACES
              PERFORM LOAD-STATION-MASTER
           END-IF

           IF NOT RUN-FAILED
              PERFORM LOAD-CLOSED-MONTH
           END-IF

           IF NOT RUN-FAILED
              PERFORM LOOK-UP-NORMALS
           END-IF

           IF NOT RUN-FAILED
              PERFORM PRODUCE-DEPARTURE-REPORT
           END-IF

      *    8 = nothing usable produced (unreadable history or
      *    normals, or a bad as-of period); 4 = report produced but
      *    some stations had no normal or were dropped at capacity,
      *    from the ranking or from the station master table.
           IF RUN-FAILED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NO-NORMAL-CNT > ZERO
                 OR WS-ROWS-DROPPED-CNT > ZERO
                 OR WS-SM-DROPPED-CNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       SET-AS-OF-PERIOD.
      *    YYYYMM, defaulting to the month before the run month so
      *    the routine month-end run needs no argument; a period that
      *    doesn't parse would silently rank the wrong month, so it
      *    fails the run.
           IF CMD-AS-OF = SPACES
              MOVE WS-RUN-DATE(1:6) TO WS-ASOF
              IF WS-ASOF-MONTH = 1
                 MOVE 12 TO WS-ASOF-MONTH
                 SUBTRACT 1 FROM WS-ASOF-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-ASOF-MONTH
              END-IF
           ELSE
              IF CMD-AS-OF(1:6) IS NUMERIC
                 AND CMD-AS-OF(7:249) = SPACES
                 MOVE CMD-AS-OF(1:6) TO WS-ASOF
              ELSE
                 MOVE ZERO TO WS-ASOF-MONTH
              END-IF
           END-IF
           IF WS-ASOF-MONTH < 1 OR WS-ASOF-MONTH > 12
              DISPLAY "ERROR: bad as-of period '"
                 FUNCTION TRIM(CMD-AS-OF) "' - expected YYYYMM"
              SET RUN-FAILED TO TRUE
           ELSE
      *       The month's last day: the day before the 1st of the
      *       month after.
              IF WS-ASOF-MONTH = 12
                 COMPUTE WS-NEXT-MONTH-WK =
                    (WS-ASOF-YEAR + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-NEXT-MONTH-WK =
                    WS-ASOF-YEAR * 10000
                    + (WS-ASOF-MONTH + 1) * 100 + 1
              END-IF
              COMPUTE WS-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-WK) - 1)
           END-IF
           EXIT.

       LOAD-STATION-MASTER.
      *    Same soft-failure load ONEBRCCBL gives this file: an
      *    unreadable master puts every station under *NO REGION*
      *    rather than abandoning the month-end report.
           MOVE SPACES TO STATION-REC
           OPEN INPUT STATION-MASTER-FILE
           IF WS-STATION-MASTER-STATUS NOT = "00"
              DISPLAY "WARNING: cannot open station master '"
                 FUNCTION TRIM(CMD-STATION-MASTER)
                 "' (status " WS-STATION-MASTER-STATUS
                 ") - continuing with no region/country data"
           ELSE
              SET STATION-MASTER-ENABLED TO TRUE
              PERFORM UNTIL STATION-MASTER-EOF
                      READ STATION-MASTER-FILE INTO STATION-REC
                      AT END
                         SET STATION-MASTER-EOF TO TRUE
                      NOT AT END
                          IF STATION-REC-DATA NOT = SPACES
                             PERFORM LOAD-ONE-STATION-ROW
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE STATION-MASTER-FILE
              SORT WS-STATION ASCENDING WS-STN-LOC
              IF WS-SM-BAD-DATE-CNT > ZERO
                 DISPLAY "WARNING: " WS-SM-BAD-DATE-CNT
                    " station master row(s) with bad dates ignored"
              END-IF
           END-IF
           EXIT.

       LOAD-ONE-STATION-ROW.
           MOVE SPACES TO WS-SM-FIELDS
           UNSTRING STATION-REC-DATA DELIMITED BY ';'
              INTO WS-SM-LOC
                   WS-SM-REGION
                   WS-SM-COUNTRY
                   WS-SM-FROM
                   WS-SM-TO
           END-UNSTRING
           PERFORM CHECK-ASSIGNMENT-DATES
           IF SM-DATES-BAD
              ADD 1 TO WS-SM-BAD-DATE-CNT
           ELSE
              IF SM-IN-EFFECT
                 IF WS-STATION-COUNT >= 2000
      *             The station is still ranked, just under
      *             *NO REGION* - but not without saying so.
                    ADD 1 TO WS-SM-DROPPED-CNT
                    DISPLAY "WARNING: station master table full - '"
                       FUNCTION TRIM(WS-SM-LOC)
                       "' left without region/country"
                 ELSE
                    ADD 1 TO WS-STATION-COUNT
                    MOVE WS-SM-LOC TO WS-STN-LOC(WS-STATION-COUNT)
                    MOVE WS-SM-REGION
                       TO WS-STN-REGION(WS-STATION-COUNT)
                    MOVE WS-SM-COUNTRY
                       TO WS-STN-COUNTRY(WS-STATION-COUNT)
                 END-IF
              END-IF
           END-IF
           EXIT.

       CHECK-ASSIGNMENT-DATES.
      *    Both bounds inclusive, a blank bound open-ended - the same
      *    test ONEBRCCBL's CHECK-ASSIGNMENT-DATES makes.
           MOVE 'Y' TO WS-SM-EFFECT-FLAG
           IF WS-SM-FROM NOT = SPACES
              IF WS-SM-FROM IS NUMERIC
                 MOVE WS-SM-FROM TO WS-SM-DATE-NUM
                 IF WS-SM-DATE-NUM > WS-BUSINESS-DATE
                    MOVE 'N' TO WS-SM-EFFECT-FLAG
                 END-IF
              ELSE
                 SET SM-DATES-BAD TO TRUE
              END-IF
           END-IF
           IF WS-SM-TO NOT = SPACES AND NOT SM-DATES-BAD
              IF WS-SM-TO IS NUMERIC
                 MOVE WS-SM-TO TO WS-SM-DATE-NUM
                 IF WS-SM-DATE-NUM < WS-BUSINESS-DATE
                    MOVE 'N' TO WS-SM-EFFECT-FLAG
                 END-IF
              ELSE
                 SET SM-DATES-BAD TO TRUE
              END-IF
           END-IF
           EXIT.

       LOAD-CLOSED-MONTH.
      *    Only the as-of month's rows matter; everything else in the
      *    history file is what NRMBLDCBL already folded into the
      *    normals.
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
                             AND HIST-YEAR = WS-ASOF-YEAR
                             AND HIST-MONTH = WS-ASOF-MONTH
                             ADD 1 TO WS-ROWS-READ-CNT
                             PERFORM PLACE-ONE-ROW
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE MONTH-HISTORY-FILE
           END-IF
           EXIT.

       PLACE-ONE-ROW.
           IF HIST-MTD-COUNT = ZERO
              ADD 1 TO WS-ROWS-EMPTY-CNT
           ELSE
              PERFORM FIND-DEP-STATION
              IF WS-MATCH-IDX > ZERO
                 ADD 1 TO WS-ROWS-DUP-CNT
              ELSE
                 IF WS-DEP-COUNT >= 2000
                    ADD 1 TO WS-ROWS-DROPPED-CNT
                    DISPLAY "WARNING: departure table full - '"
                       FUNCTION TRIM(HIST-LOC) "' not ranked"
                 ELSE
                    PERFORM INSERT-DEP-STATION
                    ADD 1 TO WS-ROWS-KEPT-CNT
                 END-IF
              END-IF
           END-IF
           EXIT.

       FIND-DEP-STATION.
           MOVE ZERO TO WS-MATCH-IDX
           IF WS-DEP-COUNT > ZERO
              SEARCH ALL WS-DEP
              AT END
                 CONTINUE
              WHEN WS-DEP-LOC(WS-DEP-IDX) = HIST-LOC
                 SET WS-MATCH-IDX TO WS-DEP-IDX
              END-SEARCH
           END-IF
           EXIT.

       INSERT-DEP-STATION.
      *    Sorted insert with the tail shifted up one, the same
      *    binary-insert ONEBRCCBL's NOT-FOUND does. The month's mean
      *    is rounded the way MTHHSTCBL and NRMBLDCBL round it, so
      *    like is compared with like.
           PERFORM FIND-INSERT-POS
           ADD 1 TO WS-DEP-COUNT
           PERFORM VARYING WS-DEP-SHIFT-IDX FROM WS-DEP-COUNT BY -1
              UNTIL WS-DEP-SHIFT-IDX = WS-INSERT-IDX
                   MOVE WS-DEP(WS-DEP-SHIFT-IDX - 1)
                      TO WS-DEP(WS-DEP-SHIFT-IDX)
           END-PERFORM
           MOVE HIST-LOC TO WS-DEP-LOC(WS-INSERT-IDX)
           MOVE 2 TO WS-DEP-GROUP(WS-INSERT-IDX)
           MOVE SPACES TO WS-DEP-REGION(WS-INSERT-IDX)
           MOVE SPACES TO WS-DEP-COUNTRY(WS-INSERT-IDX)
           COMPUTE WS-DEP-MEAN(WS-INSERT-IDX) ROUNDED =
              HIST-MTD-TOTALTEMP / HIST-MTD-COUNT
           MOVE ZERO TO WS-DEP-NORMAL(WS-INSERT-IDX)
           MOVE ZERO TO WS-DEP-DEPART(WS-INSERT-IDX)
           MOVE ZERO TO WS-DEP-YEARS(WS-INSERT-IDX)
           EXIT.

       FIND-INSERT-POS.
           MOVE 1 TO WS-LOW-IDX
           MOVE WS-DEP-COUNT TO WS-HIGH-IDX
           COMPUTE WS-INSERT-IDX = WS-DEP-COUNT + 1
           PERFORM UNTIL WS-LOW-IDX > WS-HIGH-IDX
              COMPUTE WS-MID-IDX = (WS-LOW-IDX + WS-HIGH-IDX) / 2
              IF WS-DEP-LOC(WS-MID-IDX) > HIST-LOC THEN
                 MOVE WS-MID-IDX TO WS-INSERT-IDX
                 COMPUTE WS-HIGH-IDX = WS-MID-IDX - 1
              ELSE
                 COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
              END-IF
           END-PERFORM
           EXIT.

       LOOK-UP-NORMALS.
      *    One keyed READ per station for its as-of calendar month,
      *    plus the region/country tag. Untagged stations get literal
      *    group names so they sort together, as in the operations
      *    report.
           OPEN INPUT NORMALS-FILE
           IF WS-NORMALS-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open normals file '"
                 FUNCTION TRIM(CMD-NORMALS)
                 "' (status " WS-NORMALS-STATUS ")"
              SET RUN-FAILED TO TRUE
           ELSE
              PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > WS-DEP-COUNT
                      PERFORM TAG-DEP-STATION
                      MOVE WS-DEP-LOC(WS-DEP-IDX) TO NRM-LOC
                      MOVE WS-ASOF-MONTH TO NRM-MONTH
                      READ NORMALS-FILE
                         INVALID KEY
                            ADD 1 TO WS-NO-NORMAL-CNT
                         NOT INVALID KEY
                            PERFORM APPLY-NORMAL
                      END-READ
              END-PERFORM
              CLOSE NORMALS-FILE
           END-IF
           EXIT.

       APPLY-NORMAL.
      *    NRMBLDCBL builds from the whole history, so once the as-of
      *    month has been archived its own mean is one of the years
      *    behind the normal, and would pull the departure toward
      *    zero. It is taken back out using the year count; a normal
      *    that rested on the as-of year alone leaves nothing to rank
      *    against. A normal built before the month closed doesn't
      *    reach the as-of year and is used as it stands.
           MOVE NRM-MEAN TO WS-NRM-MEAN-WK
           MOVE NRM-YEARS TO WS-NRM-YEARS-WK
           IF NRM-FIRST-YEAR <= WS-ASOF-YEAR
              AND NRM-LAST-YEAR >= WS-ASOF-YEAR
              SUBTRACT 1 FROM WS-NRM-YEARS-WK
              IF WS-NRM-YEARS-WK > ZERO
                 COMPUTE WS-NRM-MEAN-WK ROUNDED =
                    (NRM-MEAN * NRM-YEARS - WS-DEP-MEAN(WS-DEP-IDX))
                    / WS-NRM-YEARS-WK
              END-IF
           END-IF
           IF WS-NRM-YEARS-WK = ZERO
              ADD 1 TO WS-NO-NORMAL-CNT
           ELSE
              MOVE 1 TO WS-DEP-GROUP(WS-DEP-IDX)
              MOVE WS-NRM-MEAN-WK TO WS-DEP-NORMAL(WS-DEP-IDX)
              MOVE WS-NRM-YEARS-WK TO WS-DEP-YEARS(WS-DEP-IDX)
              COMPUTE WS-DEP-DEPART(WS-DEP-IDX) =
                 WS-DEP-MEAN(WS-DEP-IDX) - WS-NRM-MEAN-WK
              ADD 1 TO WS-RANKED-CNT
           END-IF
           EXIT.

       TAG-DEP-STATION.
           MOVE "*NO REGION*" TO WS-DEP-REGION(WS-DEP-IDX)
           MOVE "---" TO WS-DEP-COUNTRY(WS-DEP-IDX)
           IF STATION-MASTER-ENABLED AND WS-STATION-COUNT > ZERO
              SEARCH ALL WS-STATION
              WHEN WS-STN-LOC(WS-STN-IDX) = WS-DEP-LOC(WS-DEP-IDX)
                 IF WS-STN-REGION(WS-STN-IDX) NOT = SPACES
                    MOVE WS-STN-REGION(WS-STN-IDX)
                       TO WS-DEP-REGION(WS-DEP-IDX)
                 END-IF
                 IF WS-STN-COUNTRY(WS-STN-IDX) NOT = SPACES
                    MOVE WS-STN-COUNTRY(WS-STN-IDX)
                       TO WS-DEP-COUNTRY(WS-DEP-IDX)
                 END-IF
              END-SEARCH
           END-IF
           EXIT.

       PRODUCE-DEPARTURE-REPORT.
      *    Ranked stations break on region and country with the
      *    warmest departure first in each country; the stations
      *    with no normal follow in their own section. Forcing the
      *    line count past RPT-PAGE-SIZE makes the first write open
      *    page one.
           OPEN OUTPUT REPORT-FILE
           MOVE ZERO TO WS-RPT-PAGE-CNT
           MOVE 999 TO WS-RPT-LINE-CNT
           IF WS-DEP-COUNT > ZERO
              SORT WS-DEP ASCENDING WS-DEP-GROUP WS-DEP-REGION
                 WS-DEP-COUNTRY DESCENDING WS-DEP-DEPART
           END-IF

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   IF WS-DEP-GROUP(WS-DEP-IDX) = 2
                      PERFORM RPT-WRITE-NO-NORMAL
                   ELSE
                      IF WS-DEP-IDX = 1
                         PERFORM RPT-START-REGION
                         PERFORM RPT-START-COUNTRY
                      ELSE
                         IF WS-DEP-REGION(WS-DEP-IDX)
                            NOT = WS-RPT-CUR-REGION
                            PERFORM RPT-END-COUNTRY
                            PERFORM RPT-END-REGION
                            PERFORM RPT-START-REGION
                            PERFORM RPT-START-COUNTRY
                         ELSE
                            IF WS-DEP-COUNTRY(WS-DEP-IDX)
                               NOT = WS-RPT-CUR-COUNTRY
                               PERFORM RPT-END-COUNTRY
                               PERFORM RPT-START-COUNTRY
                            END-IF
                         END-IF
                      END-IF
                      PERFORM RPT-WRITE-DETAIL
                      IF WS-DEP-IDX = WS-RANKED-CNT
                         PERFORM RPT-END-COUNTRY
                         PERFORM RPT-END-REGION
                      END-IF
                   END-IF
           END-PERFORM
           PERFORM RPT-WRITE-SUMMARY
           CLOSE REPORT-FILE
           EXIT.

       RPT-NEW-PAGE.
           ADD 1 TO WS-RPT-PAGE-CNT
           MOVE WS-ASOF TO RPT-H1-PERIOD
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

       RPT-START-REGION.
           MOVE WS-DEP-REGION(WS-DEP-IDX) TO WS-RPT-CUR-REGION
           MOVE ZERO TO WS-RPT-RGN-CNT
           MOVE ZERO TO WS-RPT-RGN-TOT
           PERFORM RPT-CHECK-PAGE
           MOVE WS-RPT-CUR-REGION TO RPT-RGN-HDR-NAME
           MOVE RPT-REGION-HDR TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-RPT-LINE-CNT
           EXIT.

       RPT-START-COUNTRY.
           MOVE WS-DEP-COUNTRY(WS-DEP-IDX) TO WS-RPT-CUR-COUNTRY
           MOVE ZERO TO WS-RPT-CTY-CNT
           MOVE ZERO TO WS-RPT-CTY-TOT
           MOVE ZERO TO WS-RPT-RANK
           PERFORM RPT-CHECK-PAGE
           MOVE WS-RPT-CUR-COUNTRY TO RPT-CTY-HDR-NAME
           MOVE RPT-COUNTRY-HDR TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-RPT-LINE-CNT
           EXIT.

       RPT-WRITE-DETAIL.
           PERFORM RPT-CHECK-PAGE
           ADD 1 TO WS-RPT-RANK
           MOVE WS-RPT-RANK TO RPT-DTL-RANK
           MOVE WS-DEP-LOC(WS-DEP-IDX) TO RPT-DTL-LOC
           MOVE WS-DEP-MEAN(WS-DEP-IDX) TO RPT-DTL-MEAN
           MOVE WS-DEP-NORMAL(WS-DEP-IDX) TO RPT-DTL-NORMAL
           MOVE WS-DEP-DEPART(WS-DEP-IDX) TO RPT-DTL-DEPART
           MOVE WS-DEP-YEARS(WS-DEP-IDX) TO RPT-DTL-YEARS
           MOVE RPT-DETAIL-LINE TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-RPT-LINE-CNT
           ADD 1 TO WS-RPT-CTY-CNT
           ADD 1 TO WS-RPT-RGN-CNT
           ADD WS-DEP-DEPART(WS-DEP-IDX) TO WS-RPT-CTY-TOT
           ADD WS-DEP-DEPART(WS-DEP-IDX) TO WS-RPT-RGN-TOT
           EXIT.

       RPT-END-COUNTRY.
           PERFORM RPT-CHECK-PAGE
           MOVE SPACES TO RPT-TOT-LABEL
           STRING "  COUNTRY " DELIMITED BY SIZE
                  WS-RPT-CUR-COUNTRY DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
              INTO RPT-TOT-LABEL
           END-STRING
           MOVE WS-RPT-CTY-CNT TO RPT-TOT-CNT
           COMPUTE WS-RPT-BREAK-DEPART ROUNDED =
              WS-RPT-CTY-TOT / WS-RPT-CTY-CNT
           MOVE WS-RPT-BREAK-DEPART TO RPT-TOT-DEPART
           MOVE RPT-TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-RPT-LINE-CNT
           EXIT.

       RPT-END-REGION.
           PERFORM RPT-CHECK-PAGE
           MOVE SPACES TO RPT-TOT-LABEL
           STRING "REGION " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-CUR-REGION) DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
              INTO RPT-TOT-LABEL
           END-STRING
           MOVE WS-RPT-RGN-CNT TO RPT-TOT-CNT
           COMPUTE WS-RPT-BREAK-DEPART ROUNDED =
              WS-RPT-RGN-TOT / WS-RPT-RGN-CNT
           MOVE WS-RPT-BREAK-DEPART TO RPT-TOT-DEPART
           MOVE RPT-TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           ADD 2 TO WS-RPT-LINE-CNT
           EXIT.

       RPT-WRITE-NO-NORMAL.
      *    The no-normal section opens on its own heading the first
      *    time through; these stations closed the month but have
      *    too few archived years (or none) for NRMBLDCBL to have
      *    published a normal, or none besides the as-of year.
           IF NOT RPT-NONRM-STARTED
              SET RPT-NONRM-STARTED TO TRUE
              PERFORM RPT-CHECK-PAGE
              MOVE SPACES TO REPORT-REC
              MOVE "STATIONS WITHOUT A NORMAL FOR THIS MONTH"
                 TO REPORT-REC
              WRITE REPORT-REC
              ADD 1 TO WS-RPT-LINE-CNT
           END-IF
           PERFORM RPT-CHECK-PAGE
           MOVE WS-DEP-LOC(WS-DEP-IDX) TO RPT-NNR-LOC
           MOVE WS-DEP-REGION(WS-DEP-IDX) TO RPT-NNR-REGION
           MOVE WS-DEP-COUNTRY(WS-DEP-IDX) TO RPT-NNR-COUNTRY
           MOVE WS-DEP-MEAN(WS-DEP-IDX) TO RPT-NNR-MEAN
           MOVE RPT-NONRM-LINE TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-RPT-LINE-CNT
           EXIT.

       RPT-WRITE-SUMMARY.
           PERFORM RPT-NEW-PAGE
           MOVE "RUN SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "HISTORY ROWS FOR PERIOD" TO RPT-SUM-LABEL
           MOVE WS-ROWS-READ-CNT TO RPT-SUM-VALUE
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
           IF WS-ROWS-DROPPED-CNT > ZERO
              MOVE "ROWS DROPPED (TABLE FULL)" TO RPT-SUM-LABEL
              MOVE WS-ROWS-DROPPED-CNT TO RPT-SUM-VALUE
              MOVE RPT-SUMMARY-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           IF WS-SM-DROPPED-CNT > ZERO
              MOVE "STATION MASTER ROWS DROPPED" TO RPT-SUM-LABEL
              MOVE WS-SM-DROPPED-CNT TO RPT-SUM-VALUE
              MOVE RPT-SUMMARY-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           MOVE "STATIONS RANKED" TO RPT-SUM-LABEL
           MOVE WS-RANKED-CNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "STATIONS WITHOUT A NORMAL" TO RPT-SUM-LABEL
           MOVE WS-NO-NORMAL-CNT TO RPT-SUM-VALUE
           MOVE RPT-SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           EXIT.
