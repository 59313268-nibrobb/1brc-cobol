      *    and what was rejected - so a typo is bounced here with a
      *    reason instead of silently stripping a station's tags at
      *    run time.
      *    Master rows are effective-dated: a CHG closes the station's
      *    current assignment and opens a new one from its effective
      *    date instead of overwriting it, and a DEL closes the
      *    assignment rather than removing the station, so a report
      *    re-run for an earlier date still finds the region and
      *    country the station had then.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
      *    Current master - same ';'-delimited shape ONEBRCCBL's
      *    LOAD-STATION-MASTER reads: location;region;country, then
      *    optionally ;valid-from;valid-to (YYYYMMDD, both inclusive,
      *    blank = open-ended) and ;expected - the observations a
      *    full day should bring from the station, blank for the
      *    hourly default. A station's earlier assignments are
      *    further rows for the same location.
       FD OLD-MASTER-FILE DATA RECORD IS OLD-MASTER-REC.
       01 OLD-MASTER-REC.
          05 OLD-MASTER-REC-DATA   PIC X(160).
             88 OLD-MASTER-EOF                        VALUE HIGH-VALUES.

      *    Maintenance transactions, one per line:
      *    ADD;location;region;country[;effective-date[;expected]]
      *    CHG;location;region;country[;effective-date[;expected]]
      *    DEL;location[;effective-date]
      *    ALS;variant;canonical
      *    The effective date (YYYYMMDD) is the first day the change
      *    applies; left off, a CHG or DEL takes effect on the run
      *    date and an ADD of a new station is in effect from the
      *    start. An ADD of a closed station reopens it. Expected
      *    observations per day (1-1440) stay with the station's
      *    current row until a transaction names a new figure.
       FD TRX-FILE DATA RECORD IS TRX-REC.
       01 TRX-REC.
          05 TRX-REC-DATA          PIC X(150).
             88 TRX-EOF                               VALUE HIGH-VALUES.

       FD NEW-MASTER-FILE DATA RECORD IS NEW-MASTER-REC.
       01 NEW-MASTER-REC           PIC X(160).

      *    Audit report - one line per transaction, applied or
      *    rejected with a reason, plus run totals at the end. Wide
             03 WS-STN-LOC         PIC X(100).
             03 WS-STN-REGION      PIC X(30).
             03 WS-STN-COUNTRY     PIC X(3).
             03 WS-STN-FROM        PIC 9(8).
             03 WS-STN-TO          PIC 9(8).
             03 WS-STN-EXPECTED    PIC X(4).

      ******************************************************************
      * Each station's closed assignments, held sorted on location    *
      * then valid-from. WS-STATION carries only a station's latest   *
      * row (which is itself closed once the station is deleted); a  *
      * CHG moves that row here with its valid-to set before opening *
      * the new one. The load stages every master row here first and *
      * then splits the latest row of each location off into          *
      * WS-STATION. Zero dates are open-ended bounds.                 *
      ******************************************************************
       01 HIST-TBL-SIZE            PIC 9(4)          VALUE 4000.
       01 WS-HIST-COUNT            PIC 9(4)          VALUE ZERO.
       01 WS-HIST-TBL.
          02 WS-HIST OCCURS 1 TO 4000 TIMES
                DEPENDING ON WS-HIST-COUNT
                INDEXED BY WS-HST-IDX.
             03 WS-HST-LOC         PIC X(100).
             03 WS-HST-REGION      PIC X(30).
             03 WS-HST-COUNTRY     PIC X(3).
             03 WS-HST-FROM        PIC 9(8).
             03 WS-HST-TO          PIC 9(8).
             03 WS-HST-EXPECTED    PIC X(4).
       01 WS-HIST-KEEP             PIC 9(4)          VALUE ZERO.
       01 WS-GRP-START             PIC 9(4)          VALUE ZERO.
       01 WS-GRP-END               PIC 9(4)          VALUE ZERO.
       01 WS-GRP-ROW               PIC 9(4)          VALUE ZERO.
       01 WS-GRP-END-FLAG          PIC X             VALUE 'N'.
          88 GRP-END-FOUND                           VALUE 'Y'.
       01 WS-HIST-PTR              PIC 9(4)          VALUE ZERO.
       01 WS-HIST-DONE-FLAG        PIC X             VALUE 'N'.
          88 HIST-DONE                               VALUE 'Y'.

      *    One master row pulled apart on load, and one put back
      *    together for the new master or an audit line.
       01 WS-ROW-FIELDS.
          05 WS-ROW-LOC            PIC X(100).
          05 WS-ROW-REGION         PIC X(30).
          05 WS-ROW-COUNTRY        PIC X(3).
          05 WS-ROW-FROM-X         PIC X(8).
          05 WS-ROW-TO-X           PIC X(8).
          05 WS-ROW-EXPECTED       PIC X(4).
       01 WS-ROW-FROM              PIC 9(8)          VALUE ZERO.
       01 WS-ROW-TO                PIC 9(8)          VALUE ZERO.
       01 WS-ROW-TEXT              PIC X(160)        VALUE SPACES.
       01 WS-ROW-BAD-FLAG          PIC X             VALUE 'N'.
          88 ROW-DATES-BAD                           VALUE 'Y'.
       01 WS-ROW-FROM-DSPL         PIC X(8)          VALUE SPACES.
       01 WS-ROW-TO-DSPL           PIC X(8)          VALUE SPACES.

      *    Allowed-country reference list, loaded then sorted so the
      *    validation lookup can SEARCH ALL. When no list file is
          05 WS-TRX-LOC            PIC X(100).
          05 WS-TRX-REGION         PIC X(30).
          05 WS-TRX-COUNTRY        PIC X(3).
          05 WS-TRX-EFFECTIVE      PIC X(8).
          05 WS-TRX-EXPECTED       PIC X(10).
      *    The effective date once validated, and the day before it -
      *    the valid-to of the assignment it closes. Zero for an ADD
      *    of a new station with no date given: in effect from the
      *    start.
       01 WS-TRX-EFF-DATE          PIC 9(8)          VALUE ZERO.
       01 WS-TRX-CLOSE-DATE        PIC 9(8)          VALUE ZERO.
       01 WS-TRX-REOPEN-FLAG       PIC X             VALUE 'N'.
          88 TRX-REOPENS                             VALUE 'Y'.
       01 WS-TRX-MOVES-FLAG        PIC X             VALUE 'N'.
          88 TRX-MOVES-STATION                       VALUE 'Y'.
      *    A validated expected-observations figure, put back as the
      *    left-justified text the master rows carry.
       01 WS-TRX-EXP-WK            PIC S9(7)V9(2)    VALUE ZERO.
       01 WS-TRX-EXP-NUM           PIC 9(4)          VALUE ZERO.
       01 WS-TRX-EXP-TEXT          PIC X(4)          VALUE SPACES.
       77 DSPL-TRX-EXP             PIC Z(3)9.
      *    An ALS row's canonical name needs a full-width receiver -
      *    the generic pull-apart above would truncate it into the
      *    30-character region field - so ALS rows are pulled apart a
       01 WS-TRX-REJECTED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-OLD-LOADED-CNT        PIC 9(7)          VALUE ZERO.
       01 WS-OLD-DROPPED-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-ASSIGN-CLOSED-CNT     PIC 9(7)          VALUE ZERO.

       01 WS-RUN-DATE              PIC X(8)          VALUE SPACES.
       01 WS-TIMESTAMP             PIC X(21)         VALUE SPACES.
           EXIT.

       LOAD-OLD-MASTER.
      *    Pull the current master into the working tables. Stations
      *    past the configured capacity are dropped to the audit
      *    report, history and all - run time must never see them,
      *    and hiding the drop here would defeat the point of
      *    policing capacity in this program.
           MOVE SPACES TO OLD-MASTER-REC
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS NOT = "00"
                      END-READ
              END-PERFORM
              CLOSE OLD-MASTER-FILE
              IF WS-HIST-COUNT > ZERO
                 SORT WS-HIST ASCENDING WS-HST-LOC WS-HST-FROM
                 PERFORM SPLIT-OLD-MASTER
              END-IF
           END-IF
           EXIT.

       LOAD-ONE-MASTER-ROW.
      *    Every row is staged in the history table; SPLIT-OLD-MASTER
      *    sorts out which is current once they are all in. A row
      *    whose dates don't read can't be placed in time, so it is
      *    dropped to the audit report the same way an overflow row
      *    is.
           MOVE SPACES TO WS-ROW-FIELDS
           UNSTRING OLD-MASTER-REC-DATA DELIMITED BY ';'
              INTO WS-ROW-LOC
                   WS-ROW-REGION
                   WS-ROW-COUNTRY
                   WS-ROW-FROM-X
                   WS-ROW-TO-X
                   WS-ROW-EXPECTED
           END-UNSTRING
           PERFORM CHECK-ROW-DATES
           IF ROW-DATES-BAD
              ADD 1 TO WS-OLD-DROPPED-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "DROPPED OLD ROW (BAD DATES): " DELIMITED BY SIZE
                     OLD-MASTER-REC-DATA DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
           ELSE
           IF WS-HIST-COUNT >= HIST-TBL-SIZE
              ADD 1 TO WS-OLD-DROPPED-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "DROPPED OLD ROW (CAPACITY): " DELIMITED BY SIZE
              END-STRING
              WRITE AUDIT-REC
           ELSE
              ADD 1 TO WS-HIST-COUNT
              MOVE WS-ROW-LOC TO WS-HST-LOC(WS-HIST-COUNT)
              MOVE WS-ROW-REGION TO WS-HST-REGION(WS-HIST-COUNT)
              MOVE WS-ROW-COUNTRY TO WS-HST-COUNTRY(WS-HIST-COUNT)
              MOVE WS-ROW-FROM TO WS-HST-FROM(WS-HIST-COUNT)
              MOVE WS-ROW-TO TO WS-HST-TO(WS-HIST-COUNT)
              MOVE WS-ROW-EXPECTED TO WS-HST-EXPECTED(WS-HIST-COUNT)
           END-IF
           END-IF
           EXIT.

       CHECK-ROW-DATES.
      *    Blank is an open bound; anything else must be a real
      *    YYYYMMDD date, and the range must not run backwards.
           MOVE 'N' TO WS-ROW-BAD-FLAG
           MOVE ZERO TO WS-ROW-FROM
           MOVE ZERO TO WS-ROW-TO
           IF WS-ROW-FROM-X NOT = SPACES
              IF WS-ROW-FROM-X IS NUMERIC
                 MOVE WS-ROW-FROM-X TO WS-ROW-FROM
                 IF FUNCTION INTEGER-OF-DATE(WS-ROW-FROM) = ZERO
                    SET ROW-DATES-BAD TO TRUE
                 END-IF
              ELSE
                 SET ROW-DATES-BAD TO TRUE
              END-IF
           END-IF
           IF WS-ROW-TO-X NOT = SPACES
              IF WS-ROW-TO-X IS NUMERIC
                 MOVE WS-ROW-TO-X TO WS-ROW-TO
                 IF FUNCTION INTEGER-OF-DATE(WS-ROW-TO) = ZERO
                    SET ROW-DATES-BAD TO TRUE
                 END-IF
              ELSE
                 SET ROW-DATES-BAD TO TRUE
              END-IF
           END-IF
           IF NOT ROW-DATES-BAD
              AND WS-ROW-TO NOT = ZERO
              AND WS-ROW-TO < WS-ROW-FROM
              SET ROW-DATES-BAD TO TRUE
           END-IF
           EXIT.

       SPLIT-OLD-MASTER.
      *    Walk the staged rows a location at a time. The last row of
      *    each location (the latest valid-from) becomes the station's
      *    entry in WS-STATION; the earlier ones stay on as its
      *    history, compacted down over any dropped station's rows.
      *    Capacity is policed on stations, since run time tags one
      *    assignment per station on any given date.
           MOVE ZERO TO WS-HIST-KEEP
           MOVE 1 TO WS-GRP-START
           PERFORM UNTIL WS-GRP-START > WS-HIST-COUNT
                   PERFORM FIND-GROUP-END
                   IF WS-STATION-COUNT >= STATION-TBL-SIZE
                      PERFORM DROP-STAGED-STATION
                   ELSE
                      PERFORM KEEP-STAGED-STATION
                   END-IF
                   COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM
           MOVE WS-HIST-KEEP TO WS-HIST-COUNT
           EXIT.

       FIND-GROUP-END.
           MOVE WS-GRP-START TO WS-GRP-END
           MOVE 'N' TO WS-GRP-END-FLAG
           PERFORM UNTIL GRP-END-FOUND
                   IF WS-GRP-END >= WS-HIST-COUNT
                      SET GRP-END-FOUND TO TRUE
                   ELSE
                   IF WS-HST-LOC(WS-GRP-END + 1)
                      NOT = WS-HST-LOC(WS-GRP-START)
                      SET GRP-END-FOUND TO TRUE
                   ELSE
                      ADD 1 TO WS-GRP-END
                   END-IF
                   END-IF
           END-PERFORM
           EXIT.

       KEEP-STAGED-STATION.
           PERFORM VARYING WS-GRP-ROW FROM WS-GRP-START BY 1
              UNTIL WS-GRP-ROW >= WS-GRP-END
                   ADD 1 TO WS-HIST-KEEP
                   MOVE WS-HIST(WS-GRP-ROW) TO WS-HIST(WS-HIST-KEEP)
                   ADD 1 TO WS-OLD-LOADED-CNT
           END-PERFORM
           ADD 1 TO WS-STATION-COUNT
           MOVE WS-HST-LOC(WS-GRP-END) TO WS-STN-LOC(WS-STATION-COUNT)
           MOVE WS-HST-REGION(WS-GRP-END)
              TO WS-STN-REGION(WS-STATION-COUNT)
           MOVE WS-HST-COUNTRY(WS-GRP-END)
              TO WS-STN-COUNTRY(WS-STATION-COUNT)
           MOVE WS-HST-FROM(WS-GRP-END) TO WS-STN-FROM(WS-STATION-COUNT)
           MOVE WS-HST-TO(WS-GRP-END) TO WS-STN-TO(WS-STATION-COUNT)
           MOVE WS-HST-EXPECTED(WS-GRP-END)
              TO WS-STN-EXPECTED(WS-STATION-COUNT)
           ADD 1 TO WS-OLD-LOADED-CNT
           EXIT.

       DROP-STAGED-STATION.
           PERFORM VARYING WS-GRP-ROW FROM WS-GRP-START BY 1
              UNTIL WS-GRP-ROW > WS-GRP-END
                   ADD 1 TO WS-OLD-DROPPED-CNT
                   MOVE WS-HST-LOC(WS-GRP-ROW) TO WS-ROW-LOC
                   MOVE WS-HST-REGION(WS-GRP-ROW) TO WS-ROW-REGION
                   MOVE WS-HST-COUNTRY(WS-GRP-ROW) TO WS-ROW-COUNTRY
                   MOVE WS-HST-FROM(WS-GRP-ROW) TO WS-ROW-FROM
                   MOVE WS-HST-TO(WS-GRP-ROW) TO WS-ROW-TO
                   MOVE WS-HST-EXPECTED(WS-GRP-ROW) TO WS-ROW-EXPECTED
                   PERFORM FORMAT-MASTER-ROW
                   MOVE SPACES TO AUDIT-REC
                   STRING "DROPPED OLD ROW (CAPACITY): "
                             DELIMITED BY SIZE
                          WS-ROW-TEXT DELIMITED BY SIZE
                      INTO AUDIT-REC
                   END-STRING
                   WRITE AUDIT-REC
           END-PERFORM
           EXIT.

       APPLY-TRANSACTIONS.
           MOVE SPACES TO WS-TRX-FIELDS
           MOVE SPACES TO WS-TRX-CANONICAL
           MOVE SPACES TO WS-REJECT-REASON-WK
           MOVE ZERO TO WS-TRX-EFF-DATE
           MOVE ZERO TO WS-TRX-CLOSE-DATE
           MOVE 'N' TO WS-TRX-REOPEN-FLAG
           MOVE 'N' TO WS-TRX-MOVES-FLAG
           MOVE SPACES TO WS-TRX-EXP-TEXT
           UNSTRING TRX-REC-DATA DELIMITED BY ';'
              INTO WS-TRX-ACTION
                   WS-TRX-LOC
                   WS-TRX-REGION
                   WS-TRX-COUNTRY
                   WS-TRX-EFFECTIVE
                   WS-TRX-EXPECTED
           END-UNSTRING

      *    DEL's optional effective date is its third field.
           IF WS-TRX-ACTION = "DEL"
              MOVE SPACES TO WS-TRX-FIELDS
              UNSTRING TRX-REC-DATA DELIMITED BY ';'
                 INTO WS-TRX-ACTION
                      WS-TRX-LOC
                      WS-TRX-EFFECTIVE
              END-UNSTRING
           END-IF

      *    ALS carries a full-width canonical name in its third
      *    field, so it gets its own pull-apart.
           IF WS-TRX-ACTION = "ALS"
              END-EVALUATE
              ADD 1 TO WS-TRX-APPLIED-CNT
              PERFORM WRITE-AUDIT-APPLIED
              IF WS-TRX-ACTION NOT = "ALS"
                 PERFORM WRITE-AUDIT-HISTORY
              END-IF
           END-IF
           EXIT.

           EXIT.

       VALIDATE-ADD.
      *    A closed station comes back through ADD, opening a new
      *    assignment after the one that was closed; an open one is
      *    a duplicate.
           IF WS-MATCH-IDX > ZERO
              IF WS-STN-TO(WS-MATCH-IDX) = ZERO
                 MOVE "DUPLICATE-LOCATION" TO WS-REJECT-REASON-WK
              ELSE
                 SET TRX-REOPENS TO TRUE
                 PERFORM VALIDATE-EFFECTIVE-DATE
                 IF WS-REJECT-REASON-WK = SPACES
                    AND WS-TRX-EFF-DATE NOT > WS-STN-TO(WS-MATCH-IDX)
                    MOVE "BAD-EFFECTIVE-DATE" TO WS-REJECT-REASON-WK
                 END-IF
                 IF WS-REJECT-REASON-WK = SPACES
                    AND WS-HIST-COUNT >= HIST-TBL-SIZE
                    MOVE "HISTORY-FULL" TO WS-REJECT-REASON-WK
                 END-IF
                 IF WS-REJECT-REASON-WK = SPACES
                    PERFORM VALIDATE-REGION-COUNTRY
                 END-IF
              END-IF
           ELSE
              IF WS-STATION-COUNT >= STATION-TBL-SIZE
                 MOVE "MASTER-FULL" TO WS-REJECT-REASON-WK
              ELSE
                 IF WS-TRX-EFFECTIVE NOT = SPACES
                    PERFORM VALIDATE-EFFECTIVE-DATE
                 END-IF
                 IF WS-REJECT-REASON-WK = SPACES
                    PERFORM VALIDATE-REGION-COUNTRY
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON-WK = SPACES
              AND WS-TRX-EXPECTED NOT = SPACES
              PERFORM VALIDATE-EXPECTED-OBS
           END-IF
           EXIT.

       VALIDATE-CHG.
      *    A CHG that leaves region and country as they are opens no
      *    new assignment; it is applied as a no-op so a resubmitted
      *    transaction file doesn't bounce. A new expected figure on
      *    such a CHG is set on the current row in place.
      *    Only a CHG that does move the station needs an effective
      *    date after the current assignment opened.
           IF WS-MATCH-IDX = ZERO
              MOVE "NO-MATCH" TO WS-REJECT-REASON-WK
           ELSE
              IF WS-STN-TO(WS-MATCH-IDX) NOT = ZERO
                 MOVE "STATION-CLOSED" TO WS-REJECT-REASON-WK
              ELSE
                 PERFORM VALIDATE-EFFECTIVE-DATE
              END-IF
              IF WS-REJECT-REASON-WK = SPACES
                 PERFORM VALIDATE-REGION-COUNTRY
              END-IF
              IF WS-REJECT-REASON-WK = SPACES
                 AND WS-TRX-EXPECTED NOT = SPACES
                 PERFORM VALIDATE-EXPECTED-OBS
              END-IF
              IF WS-REJECT-REASON-WK = SPACES
                 AND (WS-TRX-REGION NOT = WS-STN-REGION(WS-MATCH-IDX)
                  OR WS-TRX-COUNTRY NOT = WS-STN-COUNTRY(WS-MATCH-IDX))
                 SET TRX-MOVES-STATION TO TRUE
                 IF WS-TRX-EFF-DATE NOT > WS-STN-FROM(WS-MATCH-IDX)
                    MOVE "BAD-EFFECTIVE-DATE" TO WS-REJECT-REASON-WK
                 ELSE
                    IF WS-HIST-COUNT >= HIST-TBL-SIZE
                       MOVE "HISTORY-FULL" TO WS-REJECT-REASON-WK
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.

       VALIDATE-DEL.
           IF WS-MATCH-IDX = ZERO
              MOVE "NO-MATCH" TO WS-REJECT-REASON-WK
           ELSE
              PERFORM VALIDATE-OPEN-ASSIGNMENT
           END-IF
           EXIT.

       VALIDATE-OPEN-ASSIGNMENT.
      *    A DEL closes the station's current assignment the day
      *    before the effective date, so it must still be open and
      *    must have started before that date. VALIDATE-CHG makes
      *    the same tests, the date one only for a CHG that moves
      *    the station.
           IF WS-STN-TO(WS-MATCH-IDX) NOT = ZERO
              MOVE "STATION-CLOSED" TO WS-REJECT-REASON-WK
           ELSE
              PERFORM VALIDATE-EFFECTIVE-DATE
              IF WS-REJECT-REASON-WK = SPACES
                 AND WS-TRX-EFF-DATE NOT > WS-STN-FROM(WS-MATCH-IDX)
                 MOVE "BAD-EFFECTIVE-DATE" TO WS-REJECT-REASON-WK
              END-IF
           END-IF
           EXIT.

       VALIDATE-EFFECTIVE-DATE.
      *    Left off, the change takes effect on the run date.
           IF WS-TRX-EFFECTIVE = SPACES
              MOVE WS-RUN-DATE TO WS-TRX-EFF-DATE
           ELSE
              IF WS-TRX-EFFECTIVE IS NUMERIC
                 MOVE WS-TRX-EFFECTIVE TO WS-TRX-EFF-DATE
                 IF FUNCTION INTEGER-OF-DATE(WS-TRX-EFF-DATE) = ZERO
                    MOVE "BAD-EFFECTIVE-DATE" TO WS-REJECT-REASON-WK
                 END-IF
              ELSE
                 MOVE "BAD-EFFECTIVE-DATE" TO WS-REJECT-REASON-WK
              END-IF
           END-IF
           IF WS-REJECT-REASON-WK = SPACES
              COMPUTE WS-TRX-CLOSE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TRX-EFF-DATE) - 1)
           END-IF
           EXIT.

       VALIDATE-EXPECTED-OBS.
      *    Whole observations per day, at most one a minute.
           IF FUNCTION TEST-NUMVAL(WS-TRX-EXPECTED) NOT = 0
              MOVE "BAD-EXPECTED-OBS" TO WS-REJECT-REASON-WK
           ELSE
              COMPUTE WS-TRX-EXP-WK = FUNCTION NUMVAL(WS-TRX-EXPECTED)
              MOVE WS-TRX-EXP-WK TO WS-TRX-EXP-NUM
              IF WS-TRX-EXP-NUM NOT = WS-TRX-EXP-WK
                 OR WS-TRX-EXP-NUM < 1
                 OR WS-TRX-EXP-NUM > 1440
                 MOVE "BAD-EXPECTED-OBS" TO WS-REJECT-REASON-WK
              ELSE
                 MOVE WS-TRX-EXP-NUM TO DSPL-TRX-EXP
                 MOVE FUNCTION TRIM(DSPL-TRX-EXP) TO WS-TRX-EXP-TEXT
              END-IF
           END-IF
           EXIT.

       APPLY-ADD.
      *    Insert at the sorted position, shifting the tail up one -
      *    the same binary-insert ONEBRCCBL's NOT-FOUND does for a
      *    new measurement entry. A reopened station already has its
      *    slot: its closed row goes to history and the slot takes
      *    the new assignment.
           IF TRX-REOPENS
              PERFORM SAVE-CURRENT-ASSIGNMENT
              MOVE WS-MATCH-IDX TO WS-INSERT-IDX
           ELSE
              PERFORM FIND-INSERT-POS
              ADD 1 TO WS-STATION-COUNT
              PERFORM VARYING WS-STN-SHIFT-IDX FROM WS-STATION-COUNT
                 BY -1 UNTIL WS-STN-SHIFT-IDX = WS-INSERT-IDX
                      MOVE WS-STATION(WS-STN-SHIFT-IDX - 1)
                         TO WS-STATION(WS-STN-SHIFT-IDX)
              END-PERFORM
              MOVE WS-TRX-LOC TO WS-STN-LOC(WS-INSERT-IDX)
              MOVE SPACES TO WS-STN-EXPECTED(WS-INSERT-IDX)
           END-IF
           MOVE WS-TRX-REGION TO WS-STN-REGION(WS-INSERT-IDX)
           MOVE WS-TRX-COUNTRY TO WS-STN-COUNTRY(WS-INSERT-IDX)
           MOVE WS-TRX-EFF-DATE TO WS-STN-FROM(WS-INSERT-IDX)
           MOVE ZERO TO WS-STN-TO(WS-INSERT-IDX)
           IF WS-TRX-EXP-TEXT NOT = SPACES
              MOVE WS-TRX-EXP-TEXT TO WS-STN-EXPECTED(WS-INSERT-IDX)
           END-IF
           EXIT.

       APPLY-CHG.
      *    Close the current assignment the day before the effective
      *    date and open the new one from it.
           IF TRX-MOVES-STATION
              MOVE WS-TRX-CLOSE-DATE TO WS-STN-TO(WS-MATCH-IDX)
              PERFORM SAVE-CURRENT-ASSIGNMENT
              ADD 1 TO WS-ASSIGN-CLOSED-CNT
              MOVE WS-TRX-REGION TO WS-STN-REGION(WS-MATCH-IDX)
              MOVE WS-TRX-COUNTRY TO WS-STN-COUNTRY(WS-MATCH-IDX)
              MOVE WS-TRX-EFF-DATE TO WS-STN-FROM(WS-MATCH-IDX)
              MOVE ZERO TO WS-STN-TO(WS-MATCH-IDX)
           END-IF
           IF WS-TRX-EXP-TEXT NOT = SPACES
              MOVE WS-TRX-EXP-TEXT TO WS-STN-EXPECTED(WS-MATCH-IDX)
           END-IF
           EXIT.

       APPLY-DEL.
      *    The station stays on the master with its assignment closed
      *    the day before the effective date, so earlier dates still
      *    find it.
           MOVE WS-TRX-CLOSE-DATE TO WS-STN-TO(WS-MATCH-IDX)
           ADD 1 TO WS-ASSIGN-CLOSED-CNT
           EXIT.

       SAVE-CURRENT-ASSIGNMENT.
      *    Copy the station's (now closed) current row into the
      *    history table, kept in location/valid-from order.
           ADD 1 TO WS-HIST-COUNT
           MOVE WS-STN-LOC(WS-MATCH-IDX) TO WS-HST-LOC(WS-HIST-COUNT)
           MOVE WS-STN-REGION(WS-MATCH-IDX)
              TO WS-HST-REGION(WS-HIST-COUNT)
           MOVE WS-STN-COUNTRY(WS-MATCH-IDX)
              TO WS-HST-COUNTRY(WS-HIST-COUNT)
           MOVE WS-STN-FROM(WS-MATCH-IDX) TO WS-HST-FROM(WS-HIST-COUNT)
           MOVE WS-STN-TO(WS-MATCH-IDX) TO WS-HST-TO(WS-HIST-COUNT)
           MOVE WS-STN-EXPECTED(WS-MATCH-IDX)
              TO WS-HST-EXPECTED(WS-HIST-COUNT)
           SORT WS-HIST ASCENDING WS-HST-LOC WS-HST-FROM
           EXIT.

       APPLY-ALS.
           EXIT.

       WRITE-NEW-MASTER.
      *    Both working tables are maintained sorted, so the new
      *    master writes straight out in location order - each
      *    station's history rows, oldest first, then its latest
      *    row - in the same ';'-delimited shape the old one was read
      *    in.
           OPEN OUTPUT NEW-MASTER-FILE
           MOVE 1 TO WS-HIST-PTR
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1
              UNTIL WS-STN-IDX > WS-STATION-COUNT
                   PERFORM WRITE-STATION-HISTORY
                   MOVE WS-STN-LOC(WS-STN-IDX) TO WS-ROW-LOC
                   MOVE WS-STN-REGION(WS-STN-IDX) TO WS-ROW-REGION
                   MOVE WS-STN-COUNTRY(WS-STN-IDX) TO WS-ROW-COUNTRY
                   MOVE WS-STN-FROM(WS-STN-IDX) TO WS-ROW-FROM
                   MOVE WS-STN-TO(WS-STN-IDX) TO WS-ROW-TO
                   MOVE WS-STN-EXPECTED(WS-STN-IDX) TO WS-ROW-EXPECTED
                   PERFORM FORMAT-MASTER-ROW
                   MOVE WS-ROW-TEXT TO NEW-MASTER-REC
                   WRITE NEW-MASTER-REC
           END-PERFORM
           CLOSE NEW-MASTER-FILE
           EXIT.

       WRITE-STATION-HISTORY.
      *    Every history location has a row in WS-STATION (a DEL only
      *    closes), so advancing the history pointer while it sits on
      *    this station's location keeps the two tables in step.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           PERFORM UNTIL HIST-DONE
                   IF WS-HIST-PTR > WS-HIST-COUNT
                      SET HIST-DONE TO TRUE
                   ELSE
                   IF WS-HST-LOC(WS-HIST-PTR) > WS-STN-LOC(WS-STN-IDX)
                      SET HIST-DONE TO TRUE
                   ELSE
                      MOVE WS-HST-LOC(WS-HIST-PTR) TO WS-ROW-LOC
                      MOVE WS-HST-REGION(WS-HIST-PTR) TO WS-ROW-REGION
                      MOVE WS-HST-COUNTRY(WS-HIST-PTR)
                         TO WS-ROW-COUNTRY
                      MOVE WS-HST-FROM(WS-HIST-PTR) TO WS-ROW-FROM
                      MOVE WS-HST-TO(WS-HIST-PTR) TO WS-ROW-TO
                      MOVE WS-HST-EXPECTED(WS-HIST-PTR)
                         TO WS-ROW-EXPECTED
                      PERFORM FORMAT-MASTER-ROW
                      MOVE WS-ROW-TEXT TO NEW-MASTER-REC
                      WRITE NEW-MASTER-REC
                      ADD 1 TO WS-HIST-PTR
                   END-IF
                   END-IF
           END-PERFORM
           EXIT.

       FORMAT-MASTER-ROW.
      *    An undated row keeps the plain location;region;country
      *    shape, so a master that has never seen an effective date
      *    comes back out byte for byte; a dated one carries both
      *    bounds, an open bound left empty, and a row with an
      *    expected-observations figure carries that after them.
           MOVE SPACES TO WS-ROW-FROM-X
           MOVE SPACES TO WS-ROW-TO-X
           IF WS-ROW-FROM NOT = ZERO
              MOVE WS-ROW-FROM TO WS-ROW-FROM-X
           END-IF
           IF WS-ROW-TO NOT = ZERO
              MOVE WS-ROW-TO TO WS-ROW-TO-X
           END-IF
           MOVE SPACES TO WS-ROW-TEXT
           IF WS-ROW-FROM = ZERO AND WS-ROW-TO = ZERO
              AND WS-ROW-EXPECTED = SPACES
              STRING FUNCTION TRIM(WS-ROW-LOC) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-REGION) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-COUNTRY) DELIMITED BY SIZE
                 INTO WS-ROW-TEXT
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-ROW-LOC) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-REGION) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-COUNTRY) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     WS-ROW-FROM-X DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     WS-ROW-TO-X DELIMITED BY SPACE
                 INTO WS-ROW-TEXT
              END-STRING
              IF WS-ROW-EXPECTED NOT = SPACES
                 STRING FUNCTION TRIM(WS-ROW-TEXT) DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        WS-ROW-EXPECTED DELIMITED BY SPACE
                    INTO WS-ROW-TEXT
                 END-STRING
              END-IF
           END-IF
           EXIT.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO AUDIT-REC
           STRING "STATION MASTER MAINTENANCE AUDIT - RUN DATE "
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-HISTORY.
      *    The station's assignment history as it now stands, oldest
      *    first, under the APPLIED line - so the audit shows what
      *    each date will resolve to, not just the latest change.
           PERFORM FIND-MASTER-MATCH
           IF WS-MATCH-IDX > ZERO
              PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                 UNTIL WS-HST-IDX > WS-HIST-COUNT
                      IF WS-HST-LOC(WS-HST-IDX) = WS-TRX-LOC
                         MOVE WS-HST-REGION(WS-HST-IDX)
                            TO WS-ROW-REGION
                         MOVE WS-HST-COUNTRY(WS-HST-IDX)
                            TO WS-ROW-COUNTRY
                         MOVE WS-HST-FROM(WS-HST-IDX) TO WS-ROW-FROM
                         MOVE WS-HST-TO(WS-HST-IDX) TO WS-ROW-TO
                         MOVE WS-HST-EXPECTED(WS-HST-IDX)
                            TO WS-ROW-EXPECTED
                         PERFORM WRITE-AUDIT-ASSIGNMENT
                      END-IF
              END-PERFORM
              MOVE WS-STN-REGION(WS-MATCH-IDX) TO WS-ROW-REGION
              MOVE WS-STN-COUNTRY(WS-MATCH-IDX) TO WS-ROW-COUNTRY
              MOVE WS-STN-FROM(WS-MATCH-IDX) TO WS-ROW-FROM
              MOVE WS-STN-TO(WS-MATCH-IDX) TO WS-ROW-TO
              MOVE WS-STN-EXPECTED(WS-MATCH-IDX) TO WS-ROW-EXPECTED
              PERFORM WRITE-AUDIT-ASSIGNMENT
           END-IF
           EXIT.

       WRITE-AUDIT-ASSIGNMENT.
           MOVE "--------" TO WS-ROW-FROM-DSPL
           MOVE "--------" TO WS-ROW-TO-DSPL
           IF WS-ROW-FROM NOT = ZERO
              MOVE WS-ROW-FROM TO WS-ROW-FROM-DSPL
           END-IF
           IF WS-ROW-TO NOT = ZERO
              MOVE WS-ROW-TO TO WS-ROW-TO-DSPL
           END-IF
           MOVE SPACES TO AUDIT-REC
           STRING "             FROM " DELIMITED BY SIZE
                  WS-ROW-FROM-DSPL DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-ROW-TO-DSPL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-REGION) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-COUNTRY) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           IF WS-ROW-EXPECTED NOT = SPACES
              STRING FUNCTION TRIM(AUDIT-REC TRAILING)
                        DELIMITED BY SIZE
                     "  EXPECTED OBS " DELIMITED BY SIZE
                     WS-ROW-EXPECTED DELIMITED BY SPACE
                 INTO AUDIT-REC
              END-STRING
           END-IF
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-REJECTED.
           MOVE SPACES TO AUDIT-REC
           STRING "REJECTED " DELIMITED BY SIZE
              END-STRING
              WRITE AUDIT-REC
           END-IF
           MOVE WS-ASSIGN-CLOSED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "ASSIGNMENTS CLOSED:    " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-STATION-COUNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "STATIONS ON NEW MASTER:" DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-HIST-COUNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "HISTORY ROWS ON MASTER:" DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           IF ALIAS-MAINT-ENABLED
              MOVE WS-ALIAS-COUNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO AUDIT-REC
