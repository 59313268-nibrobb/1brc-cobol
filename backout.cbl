      * Description: reverses one day's fold-in from the statistics
      *    master. Takes the bad run's own OUTPUT-FILE (which still
      *    names every station that day touched) and, for each row,
      *    subtracts the day's stored count, totaltemp and
      *    heating/cooling degree-days back out of the MTD and YTD
      *    accumulators - the master's DAY fields still hold that
      *    run's exact contribution as long as the station's last-run
      *    date is the day being backed out.
      *    Min/max cannot be subtracted from an aggregate; a station
      *    whose stored MTD/YTD min or max came from the backed-out
      *    day is flagged in the audit report as no longer trusted.
      *    When the station-records file is passed too, an all-time
      *    record the backed-out day set is put back to the record it
      *    replaced, and a candidate that day held pending is dropped.
      *    The OUTPUT-FILE may be named directly, by reference to
      *    the run generation catalog, or left blank for the one the
      *    catalog holds for the back-out date.
      *    Exists so a garbage feed discovered the next morning is
      *    reversed in one step instead of restoring the master from
      *    backup and replaying every day since.
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT STATION-RECORDS-FILE
              ASSIGN USING CMD-STATION-RECORDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ATR-LOC
              FILE STATUS IS WS-STATION-RECORDS-STATUS.

           SELECT CATALOG-FILE ASSIGN USING CMD-CATALOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAT-KEY
              FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The backed-out run's OUTPUT-FILE - the same
          05 STATS-YTD-MAX         PIC S9(2)V9 COMP-3.
          05 STATS-YTD-COUNT       PIC 9(10).
          05 STATS-YTD-TOTALTEMP   PIC S9(15)V9(2) COMP-3.
          05 STATS-DAY-HDD         PIC S9(3)V9 COMP-3.
          05 STATS-DAY-CDD         PIC S9(3)V9 COMP-3.
          05 STATS-MTD-HDD         PIC S9(7)V9 COMP-3.
          05 STATS-MTD-CDD         PIC S9(7)V9 COMP-3.
          05 STATS-YTD-HDD         PIC S9(7)V9 COMP-3.
          05 STATS-YTD-CDD         PIC S9(7)V9 COMP-3.

      *    Audit report - one line per station reversed, skipped or
      *    flagged, plus run totals, so the operator can see exactly
       FD AUDIT-FILE DATA RECORD IS AUDIT-REC.
       01 AUDIT-REC                PIC X(180).

      *    All-time station records - field layout must stay in step
      *    with the ATR-REC ONEBRCCBL writes.
       FD STATION-RECORDS-FILE DATA RECORD IS ATR-REC.
       01 ATR-REC.
          05 ATR-LOC               PIC X(100).
          05 ATR-MAX               PIC S9(2)V9 COMP-3.
          05 ATR-MAX-DATE          PIC 9(8).
          05 ATR-MIN               PIC S9(2)V9 COMP-3.
          05 ATR-MIN-DATE          PIC 9(8).
          05 ATR-PREV-MAX          PIC S9(2)V9 COMP-3.
          05 ATR-PREV-MAX-DATE     PIC 9(8).
          05 ATR-PREV-MIN          PIC S9(2)V9 COMP-3.
          05 ATR-PREV-MIN-DATE     PIC 9(8).
          05 ATR-PEND-MAX          PIC S9(2)V9 COMP-3.
          05 ATR-PEND-MAX-DATE     PIC 9(8).
          05 ATR-PEND-MIN          PIC S9(2)V9 COMP-3.
          05 ATR-PEND-MIN-DATE     PIC 9(8).

      *    Run generation catalog - field layout must stay in step
      *    with the CAT-REC ONEBRCCBL writes.
       FD CATALOG-FILE DATA RECORD IS CAT-REC.
       01 CAT-REC.
          05 CAT-KEY.
             10 CAT-DATASET        PIC X(20).
             10 CAT-GEN-INV        PIC 9(7).
          05 CAT-GEN               PIC 9(7).
          05 CAT-PATH              PIC X(255).
          05 CAT-BUS-DATE          PIC 9(8).
          05 CAT-RUN-DATE          PIC 9(8).
          05 CAT-RUN-SEQ           PIC 9(6).
          05 CAT-REC-COUNT         PIC 9(10).
          05 CAT-RC                PIC 9(4).
          05 CAT-PROGRAM           PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-PRIOR-STATUS          PIC XX            VALUE SPACES.
       01 WS-STATS-MASTER-STATUS   PIC XX            VALUE SPACES.
       01 WS-STATION-RECORDS-STATUS PIC XX           VALUE SPACES.
       01 WS-RECORDS-ENABLED       PIC X             VALUE 'N'.
          88 RECORDS-ENABLED                         VALUE 'Y'.
       01 WS-REC-CHANGED-FLAG      PIC X             VALUE 'N'.
          88 REC-CHANGED                             VALUE 'Y'.
       01 WS-RECORDS-FAILED-FLAG   PIC X             VALUE 'N'.
          88 RECORDS-FAILED                          VALUE 'Y'.
       01 WS-RUN-FAILED-FLAG       PIC X             VALUE 'N'.
          88 RUN-FAILED                              VALUE 'Y'.

       01 WS-COUNT-MISMATCH-CNT    PIC 9(7)          VALUE ZERO.
       01 WS-UNPARSEABLE-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-FLAGGED-CNT           PIC 9(7)          VALUE ZERO.
       01 WS-REC-RESTORED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-REC-DROPPED-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-PEND-CLEARED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-REC-SIDE-WK           PIC X(3)          VALUE SPACES.

       01 WS-RUN-DATE              PIC X(8)          VALUE SPACES.
       01 WS-TIMESTAMP             PIC X(21)         VALUE SPACES.

      *    Catalog lookup, as in ONEBRCCBL: the prior output may be
      *    given as NAME(0), NAME(-n) or NAME(yyyymmdd), or left
      *    blank for the OUTPUT generation the backed-out run wrote.
       01 WS-CATALOG-STATUS        PIC XX            VALUE SPACES.
       01 WS-CAT-SCAN-FLAG         PIC X             VALUE 'N'.
          88 CAT-SCAN-DONE                           VALUE 'Y'.
       01 WS-CAT-REF-FLAG          PIC X             VALUE 'N'.
          88 CAT-REF-GIVEN                           VALUE 'Y'.
       01 WS-CAT-FOUND-FLAG        PIC X             VALUE 'N'.
          88 CAT-REF-FOUND                           VALUE 'Y'.
       01 WS-CAT-DSN               PIC X(20)         VALUE SPACES.
       01 WS-CAT-PATH              PIC X(255)        VALUE SPACES.
       01 WS-CAT-REF               PIC X(255)        VALUE SPACES.
       01 WS-CAT-REF-FIELDS.
          05 WS-CAT-REF-DSN        PIC X(40).
          05 WS-CAT-REF-SEL        PIC X(20).
          05 WS-CAT-REF-REST       PIC X(40).
          05 WS-CAT-REF-DLM1       PIC X.
          05 WS-CAT-REF-DLM2       PIC X.
       01 WS-CAT-SEL-MODE          PIC X             VALUE SPACE.
          88 CAT-SEL-RELATIVE                        VALUE 'G'.
          88 CAT-SEL-BUS-DATE                        VALUE 'B'.
          88 CAT-SEL-RUN-DATE                        VALUE 'R'.
       01 WS-CAT-SEL-SKIP          PIC 9(3)          VALUE ZERO.
       01 WS-CAT-SEL-DATE          PIC 9(8)          VALUE ZERO.
       01 WS-CAT-SEL-WK            PIC S9(9)         VALUE ZERO.
       01 WS-CAT-FOUND-GEN         PIC 9(7)          VALUE ZERO.
       01 WS-CAT-FOUND-BUS-DATE    PIC 9(8)          VALUE ZERO.
       01 WS-CAT-FOUND-RC          PIC 9(4)          VALUE ZERO.
       77 DSPL-CAT-GEN             PIC Z(6)9.
       77 DSPL-CAT-RC              PIC Z(3)9.

       77 DSPL-AUDIT-CNT           PIC Z(9)9.
       77 DSPL-TOTALTEMP           PIC -9(9).9 USAGE DISPLAY.
       77 DSPL-HDD                 PIC -(3)9.9 USAGE DISPLAY.
       77 DSPL-CDD                 PIC -(3)9.9 USAGE DISPLAY.
       77 DSPL-REC-OLD             PIC -99.9.
       77 DSPL-REC-NEW             PIC -99.9.

       LINKAGE SECTION.
       01 CMD-PRIOR-OUTPUT         PIC X(255).
       01 CMD-STATS-MASTER         PIC X(255).
       01 CMD-AUDIT                PIC X(255).
       01 CMD-BACKOUT-DATE         PIC X(255).
       01 CMD-STATION-RECORDS      PIC X(255).
       01 CMD-CATALOG              PIC X(255).

       PROCEDURE DIVISION USING CMD-PRIOR-OUTPUT, CMD-STATS-MASTER,
                                 CMD-AUDIT, CMD-BACKOUT-DATE,
                                 CMD-STATION-RECORDS, CMD-CATALOG.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           OPEN OUTPUT AUDIT-FILE
           PERFORM VALIDATE-BACKOUT-DATE

      *    Which file to reverse from is settled before the master is
      *    opened, so a reference that leads nowhere touches nothing.
           IF NOT RUN-FAILED
              PERFORM RESOLVE-PRIOR-OUTPUT
           END-IF

           IF NOT RUN-FAILED
              OPEN I-O STATS-MASTER-FILE
              IF WS-STATS-MASTER-STATUS NOT = "00"
              END-IF
           END-IF

      *    The records file is optional - a site not keeping
      *    all-time records passes none - and not reaching it must
      *    not stop the stats master being put right, so an open
      *    failure is a warning that leaves RC 4 behind.
           IF NOT RUN-FAILED AND CMD-STATION-RECORDS NOT = SPACES
              OPEN I-O STATION-RECORDS-FILE
              IF WS-STATION-RECORDS-STATUS NOT = "00"
                 DISPLAY "WARNING: cannot open station records '"
                    FUNCTION TRIM(CMD-STATION-RECORDS)
                    "' (status " WS-STATION-RECORDS-STATUS
                    ") - all-time records not restored"
                 MOVE "* STATION RECORDS UNREADABLE - NOT RESTORED"
                    TO AUDIT-REC
                 WRITE AUDIT-REC
                 SET RECORDS-FAILED TO TRUE
              ELSE
                 SET RECORDS-ENABLED TO TRUE
              END-IF
           END-IF

           IF NOT RUN-FAILED
              PERFORM WRITE-AUDIT-HEADER
              PERFORM PROCESS-PRIOR-OUTPUT
              CLOSE STATS-MASTER-FILE
              IF RECORDS-ENABLED
                 CLOSE STATION-RECORDS-FILE
              END-IF
           END-IF

           PERFORM WRITE-AUDIT-TOTALS
                 OR WS-COUNT-MISMATCH-CNT > ZERO
                 OR WS-UNPARSEABLE-CNT > ZERO
                 OR WS-FLAGGED-CNT > ZERO
                 OR RECORDS-FAILED
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           END-IF
           EXIT.

       RESOLVE-PRIOR-OUTPUT.
      *    Left blank, the prior output is the latest OUTPUT
      *    generation catalogued on the back-out date - the master's
      *    last-run dates are run dates, so that is what is matched,
      *    not the business date. A catalog reference is resolved as
      *    given; anything else is a file name and is used as is.
           IF CMD-PRIOR-OUTPUT = SPACES
              IF CMD-CATALOG = SPACES
                 DISPLAY "ERROR: no prior output given and no catalog"
                    " to find it in"
                 MOVE "* NO PRIOR OUTPUT - RUN ABANDONED" TO AUDIT-REC
                 WRITE AUDIT-REC
                 SET RUN-FAILED TO TRUE
              ELSE
                 MOVE SPACES TO WS-CAT-REF
                 STRING "OUTPUT run " DELIMITED BY SIZE
                        WS-BACKOUT-DATE DELIMITED BY SIZE
                    INTO WS-CAT-REF
                 END-STRING
                 MOVE "OUTPUT" TO WS-CAT-DSN
                 SET CAT-SEL-RUN-DATE TO TRUE
                 MOVE WS-BACKOUT-DATE TO WS-CAT-SEL-DATE
                 SET CAT-REF-GIVEN TO TRUE
                 PERFORM FIND-CATALOG-ENTRY
              END-IF
           ELSE
              MOVE CMD-PRIOR-OUTPUT TO WS-CAT-REF
              PERFORM RESOLVE-CATALOG-REF
           END-IF
           IF CAT-REF-GIVEN
              IF CAT-REF-FOUND
                 MOVE WS-CAT-PATH TO CMD-PRIOR-OUTPUT
              ELSE
                 DISPLAY "ERROR: prior output '"
                    FUNCTION TRIM(WS-CAT-REF)
                    "' not resolved from the catalog"
                 MOVE "* PRIOR OUTPUT NOT IN CATALOG - RUN ABANDONED"
                    TO AUDIT-REC
                 WRITE AUDIT-REC
                 SET RUN-FAILED TO TRUE
              END-IF
           END-IF
           EXIT.

       RESOLVE-CATALOG-REF.
      *    In: WS-CAT-REF. CAT-REF-GIVEN says whether it is written as
      *    a catalog reference at all - NAME(sel) and nothing after -
      *    and CAT-REF-FOUND, with WS-CAT-PATH, whether the catalog
      *    holds the generation it names. Anything else is an
      *    ordinary file name and is left for the caller to open.
           MOVE 'N' TO WS-CAT-REF-FLAG
           MOVE 'N' TO WS-CAT-FOUND-FLAG
           MOVE SPACE TO WS-CAT-SEL-MODE
           MOVE SPACES TO WS-CAT-REF-FIELDS
           UNSTRING WS-CAT-REF DELIMITED BY "(" OR ")"
              INTO WS-CAT-REF-DSN DELIMITER IN WS-CAT-REF-DLM1
                   WS-CAT-REF-SEL DELIMITER IN WS-CAT-REF-DLM2
                   WS-CAT-REF-REST
           END-UNSTRING
           IF WS-CAT-REF-DLM1 = "(" AND WS-CAT-REF-DLM2 = ")"
              AND WS-CAT-REF-REST = SPACES
              AND WS-CAT-REF-DSN NOT = SPACES
              SET CAT-REF-GIVEN TO TRUE
              PERFORM PARSE-CATALOG-SELECTOR
           END-IF
           IF CAT-REF-GIVEN AND WS-CAT-SEL-MODE NOT = SPACE
              IF CMD-CATALOG = SPACES
                 DISPLAY "WARNING: '" FUNCTION TRIM(WS-CAT-REF)
                    "' needs a catalog and none is configured"
              ELSE
                 PERFORM FIND-CATALOG-ENTRY
              END-IF
           END-IF
           EXIT.

       PARSE-CATALOG-SELECTOR.
      *    0 or -n is a relative generation (0 = latest); an eight-
      *    digit calendar date is a business date. A positive
      *    generation names one not yet written and is refused.
           MOVE FUNCTION TRIM(WS-CAT-REF-DSN) TO WS-CAT-DSN
           IF WS-CAT-REF-SEL NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-CAT-REF-SEL) = 0
              COMPUTE WS-CAT-SEL-WK =
                 FUNCTION NUMVAL(WS-CAT-REF-SEL)
              IF WS-CAT-SEL-WK <= ZERO AND WS-CAT-SEL-WK >= -999
                 SET CAT-SEL-RELATIVE TO TRUE
                 COMPUTE WS-CAT-SEL-SKIP = ZERO - WS-CAT-SEL-WK
              ELSE
              IF WS-CAT-SEL-WK > 9999999
                 AND WS-CAT-SEL-WK < 100000000
                 MOVE WS-CAT-SEL-WK TO WS-CAT-SEL-DATE
                 IF FUNCTION INTEGER-OF-DATE(WS-CAT-SEL-DATE) > ZERO
                    SET CAT-SEL-BUS-DATE TO TRUE
                 END-IF
              END-IF
              END-IF
           END-IF
           IF WS-CAT-SEL-MODE = SPACE
              DISPLAY "WARNING: '" FUNCTION TRIM(WS-CAT-REF)
                 "' - generation must be 0, -n or a yyyymmdd "
                 "business date"
           END-IF
           EXIT.

       FIND-CATALOG-ENTRY.
      *    Reads WS-CAT-DSN's generations newest first: a relative
      *    reference steps over WS-CAT-SEL-SKIP of them, a dated one
      *    takes the first stamped with WS-CAT-SEL-DATE.
           MOVE 'N' TO WS-CAT-FOUND-FLAG
           MOVE 'N' TO WS-CAT-SCAN-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
              DISPLAY "WARNING: cannot open catalog '"
                 FUNCTION TRIM(CMD-CATALOG)
                 "' (status " WS-CATALOG-STATUS ")"
           ELSE
              MOVE WS-CAT-DSN TO CAT-DATASET
              MOVE ZERO TO CAT-GEN-INV
              START CATALOG-FILE KEY IS >= CAT-KEY
                 INVALID KEY
                    SET CAT-SCAN-DONE TO TRUE
              END-START
              PERFORM UNTIL CAT-SCAN-DONE
                      READ CATALOG-FILE NEXT RECORD
                      AT END
                         SET CAT-SCAN-DONE TO TRUE
                      NOT AT END
                         PERFORM CHECK-CATALOG-ENTRY
                      END-READ
              END-PERFORM
              CLOSE CATALOG-FILE
              IF NOT CAT-REF-FOUND
                 DISPLAY "WARNING: catalog holds no generation "
                    FUNCTION TRIM(WS-CAT-REF) " of "
                    FUNCTION TRIM(WS-CAT-DSN)
              END-IF
           END-IF
           EXIT.

       CHECK-CATALOG-ENTRY.
           IF CAT-DATASET NOT = WS-CAT-DSN
              SET CAT-SCAN-DONE TO TRUE
           ELSE
           IF CAT-SEL-RELATIVE
              IF WS-CAT-SEL-SKIP = ZERO
                 PERFORM TAKE-CATALOG-ENTRY
              ELSE
                 SUBTRACT 1 FROM WS-CAT-SEL-SKIP
              END-IF
           ELSE
           IF (CAT-SEL-BUS-DATE AND CAT-BUS-DATE = WS-CAT-SEL-DATE)
              OR (CAT-SEL-RUN-DATE AND CAT-RUN-DATE = WS-CAT-SEL-DATE)
              PERFORM TAKE-CATALOG-ENTRY
           END-IF
           END-IF
           END-IF
           EXIT.

       TAKE-CATALOG-ENTRY.
      *    Echoed in full, so the log shows which generation a run
      *    actually used and not just what it asked for.
           SET CAT-REF-FOUND TO TRUE
           SET CAT-SCAN-DONE TO TRUE
           MOVE CAT-PATH TO WS-CAT-PATH
           MOVE CAT-GEN TO WS-CAT-FOUND-GEN
           MOVE CAT-BUS-DATE TO WS-CAT-FOUND-BUS-DATE
           MOVE CAT-RC TO WS-CAT-FOUND-RC
           MOVE CAT-GEN TO DSPL-CAT-GEN
           MOVE CAT-RC TO DSPL-CAT-RC
           DISPLAY "Catalog: " FUNCTION TRIM(WS-CAT-REF)
              " = " FUNCTION TRIM(CAT-DATASET)
              " generation " FUNCTION TRIM(DSPL-CAT-GEN)
              ", business date " CAT-BUS-DATE
              ", run " CAT-RUN-DATE
              " RC " FUNCTION TRIM(DSPL-CAT-RC)
              " -> " FUNCTION TRIM(CAT-PATH)
           IF CAT-RC >= 8
              DISPLAY "WARNING: generation "
                 FUNCTION TRIM(DSPL-CAT-GEN)
                 " of " FUNCTION TRIM(CAT-DATASET)
                 " was written by a run that ended RC "
                 FUNCTION TRIM(DSPL-CAT-RC)
           END-IF
           EXIT.

       PROCESS-PRIOR-OUTPUT.
           MOVE SPACES TO PRIOR-REC
           OPEN INPUT PRIOR-OUTPUT-FILE
              SUBTRACT STATS-DAY-TOTALTEMP FROM STATS-MTD-TOTALTEMP
              SUBTRACT STATS-DAY-COUNT FROM STATS-YTD-COUNT
              SUBTRACT STATS-DAY-TOTALTEMP FROM STATS-YTD-TOTALTEMP
              SUBTRACT STATS-DAY-HDD FROM STATS-MTD-HDD
              SUBTRACT STATS-DAY-CDD FROM STATS-MTD-CDD
              SUBTRACT STATS-DAY-HDD FROM STATS-YTD-HDD
              SUBTRACT STATS-DAY-CDD FROM STATS-YTD-CDD
              PERFORM WRITE-AUDIT-REVERSED
      *       Zeroing the day fields makes the reversal idempotent: a
      *       second back-out of the same day, or the corrected
              MOVE ZERO TO STATS-DAY-TOTALTEMP
              MOVE ZERO TO STATS-DAY-MIN
              MOVE ZERO TO STATS-DAY-MAX
              MOVE ZERO TO STATS-DAY-HDD
              MOVE ZERO TO STATS-DAY-CDD
              REWRITE STATS-REC
              ADD 1 TO WS-REVERSED-CNT
              IF RECORDS-ENABLED
                 PERFORM RESTORE-STATION-RECORD
              END-IF
           END-IF
           END-IF
           EXIT.

       RESTORE-STATION-RECORD.
      *    Only one previous record is kept, so the one put back has
      *    nothing behind it any more. A station whose records both
      *    date from the backed-out day - its first day - goes
      *    altogether, to be started afresh by the corrected feed.
           MOVE STATS-LOC TO ATR-LOC
           READ STATION-RECORDS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'N' TO WS-REC-CHANGED-FLAG
                 IF ATR-MAX-DATE = WS-BACKOUT-DATE
                    MOVE "MAX" TO WS-REC-SIDE-WK
                    MOVE ATR-MAX TO DSPL-REC-OLD
                    MOVE ATR-PREV-MAX TO DSPL-REC-NEW
                    MOVE ATR-PREV-MAX TO ATR-MAX
                    MOVE ATR-PREV-MAX-DATE TO ATR-MAX-DATE
                    MOVE ZERO TO ATR-PREV-MAX ATR-PREV-MAX-DATE
                    SET REC-CHANGED TO TRUE
                    PERFORM WRITE-AUDIT-RECORD-RESTORED
                 END-IF
                 IF ATR-MIN-DATE = WS-BACKOUT-DATE
                    MOVE "MIN" TO WS-REC-SIDE-WK
                    MOVE ATR-MIN TO DSPL-REC-OLD
                    MOVE ATR-PREV-MIN TO DSPL-REC-NEW
                    MOVE ATR-PREV-MIN TO ATR-MIN
                    MOVE ATR-PREV-MIN-DATE TO ATR-MIN-DATE
                    MOVE ZERO TO ATR-PREV-MIN ATR-PREV-MIN-DATE
                    SET REC-CHANGED TO TRUE
                    PERFORM WRITE-AUDIT-RECORD-RESTORED
                 END-IF
                 IF ATR-PEND-MAX-DATE = WS-BACKOUT-DATE
                    MOVE "MAX" TO WS-REC-SIDE-WK
                    MOVE ATR-PEND-MAX TO DSPL-REC-OLD
                    MOVE ZERO TO ATR-PEND-MAX ATR-PEND-MAX-DATE
                    SET REC-CHANGED TO TRUE
                    PERFORM WRITE-AUDIT-PENDING-CLEARED
                 END-IF
                 IF ATR-PEND-MIN-DATE = WS-BACKOUT-DATE
                    MOVE "MIN" TO WS-REC-SIDE-WK
                    MOVE ATR-PEND-MIN TO DSPL-REC-OLD
                    MOVE ZERO TO ATR-PEND-MIN ATR-PEND-MIN-DATE
                    SET REC-CHANGED TO TRUE
                    PERFORM WRITE-AUDIT-PENDING-CLEARED
                 END-IF
                 IF REC-CHANGED
                    IF ATR-MAX-DATE = ZERO AND ATR-MIN-DATE = ZERO
                       AND ATR-PEND-MAX-DATE = ZERO
                       AND ATR-PEND-MIN-DATE = ZERO
                       DELETE STATION-RECORDS-FILE RECORD
                       ADD 1 TO WS-REC-DROPPED-CNT
                       PERFORM WRITE-AUDIT-RECORD-DROPPED
                    ELSE
                       REWRITE ATR-REC
                    END-IF
                 END-IF
           END-READ
           EXIT.

       NOTE-SUSPECT-EXTREMES.
      *    A min/max equal to the backed-out day's own extreme may
      *    have been set by that day and cannot be recomputed from an
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           IF CAT-REF-FOUND
              MOVE WS-CAT-FOUND-GEN TO DSPL-CAT-GEN
              MOVE SPACES TO AUDIT-REC
              STRING "CATALOG " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAT-REF) DELIMITED BY SIZE
                     " = GENERATION " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-CAT-GEN) DELIMITED BY SIZE
                     " BUSINESS DATE " DELIMITED BY SIZE
                     WS-CAT-FOUND-BUS-DATE DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
           END-IF
           MOVE SPACES TO AUDIT-REC
           WRITE AUDIT-REC
           EXIT.
       WRITE-AUDIT-REVERSED.
           MOVE STATS-DAY-COUNT TO DSPL-AUDIT-CNT
           MOVE STATS-DAY-TOTALTEMP TO DSPL-TOTALTEMP
           MOVE STATS-DAY-HDD TO DSPL-HDD
           MOVE STATS-DAY-CDD TO DSPL-CDD
           MOVE SPACES TO AUDIT-REC
           STRING "REVERSED       " DELIMITED BY SIZE
                  FUNCTION TRIM(STATS-LOC) DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                  " TOTALTEMP " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-TOTALTEMP) DELIMITED BY SIZE
                  " HDD " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-HDD) DELIMITED BY SIZE
                  " CDD " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CDD) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-RECORD-RESTORED.
           ADD 1 TO WS-REC-RESTORED-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "RECORD-RESTORED " DELIMITED BY SIZE
                  FUNCTION TRIM(STATS-LOC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REC-SIDE-WK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-OLD) DELIMITED BY SIZE
                  " BACK TO " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-NEW) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           IF (WS-REC-SIDE-WK = "MAX" AND ATR-MAX-DATE = ZERO)
              OR (WS-REC-SIDE-WK = "MIN" AND ATR-MIN-DATE = ZERO)
              STRING FUNCTION TRIM(AUDIT-REC) DELIMITED BY SIZE
                     " (NO EARLIER RECORD)" DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
           ELSE
              STRING FUNCTION TRIM(AUDIT-REC) DELIMITED BY SIZE
                     " SET " DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              IF WS-REC-SIDE-WK = "MAX"
                 STRING FUNCTION TRIM(AUDIT-REC) DELIMITED BY SIZE
                        ATR-MAX-DATE DELIMITED BY SIZE
                    INTO AUDIT-REC
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(AUDIT-REC) DELIMITED BY SIZE
                        ATR-MIN-DATE DELIMITED BY SIZE
                    INTO AUDIT-REC
                 END-STRING
              END-IF
           END-IF
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-PENDING-CLEARED.
           ADD 1 TO WS-PEND-CLEARED-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "PENDING-CLEARED " DELIMITED BY SIZE
                  FUNCTION TRIM(STATS-LOC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REC-SIDE-WK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-OLD) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-RECORD-DROPPED.
           MOVE SPACES TO AUDIT-REC
           STRING "RECORD-DROPPED  " DELIMITED BY SIZE
                  FUNCTION TRIM(STATS-LOC) DELIMITED BY SIZE
                  " - NO RECORD BEFORE THE BACKED-OUT DAY"
                     DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-NOT-ON-MASTER.
           MOVE SPACES TO AUDIT-REC
           STRING "NOT-ON-MASTER  " DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           IF RECORDS-ENABLED
              MOVE WS-REC-RESTORED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "RECORDS RESTORED:       " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
              MOVE WS-PEND-CLEARED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "PENDING CLEARED:        " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
              MOVE WS-REC-DROPPED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "RECORDS DROPPED:        " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
           END-IF
           MOVE WS-NOT-ON-MASTER-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "NOT ON MASTER:          " DELIMITED BY SIZE
