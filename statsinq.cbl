      *    or a keyword like YTD-COLDEST-10 / YTD-WARMEST-10 (one
      *    sequential pass, then keyed READs for the winners) - and
      *    writes a formatted reply file with each matching station's
      *    DAY/MTD/YTD figures and degree-days. Country codes are
      *    expanded with the station-master assignments in effect on
      *    the business date (the run date unless one is passed).
      *    Exists so the duty manager's "what's the YTD max for
      *    Reykjavik" is answered from the master in seconds instead
      *    of from an editor over the dump.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
          05 STATS-YTD-MAX         PIC S9(2)V9 COMP-3.
          05 STATS-YTD-COUNT       PIC 9(10).
          05 STATS-YTD-TOTALTEMP   PIC S9(15)V9(2) COMP-3.
          05 STATS-DAY-HDD         PIC S9(3)V9 COMP-3.
          05 STATS-DAY-CDD         PIC S9(3)V9 COMP-3.
          05 STATS-MTD-HDD         PIC S9(7)V9 COMP-3.
          05 STATS-MTD-CDD         PIC S9(7)V9 COMP-3.
          05 STATS-YTD-HDD         PIC S9(7)V9 COMP-3.
          05 STATS-YTD-CDD         PIC S9(7)V9 COMP-3.

      *    Location -> region/country lookup, the same ';'-delimited
      *    shape ONEBRCCBL's LOAD-STATION-MASTER reads, valid-from and
      *    valid-to dates included - a country query needs to know
      *    which stations belonged to the code on the business date.
       FD STATION-MASTER-FILE DATA RECORD IS STATION-REC.
       01 STATION-REC.
          05 STATION-REC-DATA      PIC X(160).
             88 STATION-MASTER-EOF                    VALUE HIGH-VALUES.

      *    Formatted reply - one echo line per query, then the
             03 WS-STN-REGION      PIC X(30).
             03 WS-STN-COUNTRY     PIC X(3).

      *    Assignment dating, checked the way ONEBRCCBL's
      *    CHECK-ASSIGNMENT-DATES checks it.
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

      ******************************************************************
      * Ranking table for YTD-COLDEST-n / YTD-WARMEST-n: one          *
      * sequential pass over the master fills it (lazily, on the      *
          05 FILLER                PIC X(7) VALUE "  COUNT".
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPY-SCOPE-CNT         PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(5) VALUE "  HDD".
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPY-SCOPE-HDD         PIC -(6)9.9.
          05 FILLER                PIC X(5) VALUE "  CDD".
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPY-SCOPE-CDD         PIC -(6)9.9.

       77 DSPL-AUDIT-CNT           PIC Z(6)9.

       01 CMD-STATS-MASTER         PIC X(255).
       01 CMD-STATION-MASTER       PIC X(255).
       01 CMD-REPLY                PIC X(255).
       01 CMD-BUSINESS-DATE        PIC X(255).

       PROCEDURE DIVISION USING CMD-REQUEST, CMD-STATS-MASTER,
                                 CMD-STATION-MASTER, CMD-REPLY,
                                 CMD-BUSINESS-DATE.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE

      *    A business date that isn't a real YYYYMMDD would expand
      *    country queries against the wrong assignments - refuse it.
           IF CMD-BUSINESS-DATE NOT = SPACES
              IF CMD-BUSINESS-DATE(1:8) IS NUMERIC
                 AND CMD-BUSINESS-DATE(9:247) = SPACES
                 MOVE CMD-BUSINESS-DATE(1:8) TO WS-BUSINESS-DATE
              ELSE
                 MOVE ZERO TO WS-BUSINESS-DATE
              END-IF
              IF WS-BUSINESS-DATE = ZERO
                 OR FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) = ZERO
                 DISPLAY "ERROR: bad business date '"
                    FUNCTION TRIM(CMD-BUSINESS-DATE)
                    "' - expected YYYYMMDD"
                 SET INQUIRY-FAILED TO TRUE
              END-IF
           END-IF

           IF NOT INQUIRY-FAILED
              OPEN INPUT STATS-MASTER-FILE
              IF WS-STATS-MASTER-STATUS NOT = "00"
                 DISPLAY "ERROR: cannot open stats master '"
                    FUNCTION TRIM(CMD-STATS-MASTER)
                    "' (status " WS-STATS-MASTER-STATUS ")"
                 SET INQUIRY-FAILED TO TRUE
              END-IF
           END-IF

      *    The station master is only needed to expand country-code
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
                 MOVE WS-SM-BAD-DATE-CNT TO DSPL-AUDIT-CNT
                 DISPLAY "WARNING: "
                    FUNCTION TRIM(DSPL-AUDIT-CNT)
                    " station master row(s) with bad dates ignored"
              END-IF
           END-IF
           EXIT.

       LOAD-ONE-STATION-ROW.
      *    Only the assignment in effect on the business date is
      *    kept, so a country query lists the stations that belonged
      *    to the country that day.
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
              IF SM-IN-EFFECT AND WS-STATION-COUNT < 2000
                 ADD 1 TO WS-STATION-COUNT
                 MOVE WS-SM-LOC TO WS-STN-LOC(WS-STATION-COUNT)
                 MOVE WS-SM-REGION TO WS-STN-REGION(WS-STATION-COUNT)
                 MOVE WS-SM-COUNTRY
                    TO WS-STN-COUNTRY(WS-STATION-COUNT)
              END-IF
           END-IF
           EXIT.

       CHECK-ASSIGNMENT-DATES.
      *    Both bounds inclusive, a blank bound open-ended.
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

       WRITE-STATION-REPLY.
      *    Four lines per station: name and last-run date, then the
      *    DAY/MTD/YTD scopes in identical columns. Means derive from
      *    the stored totaltemp and count, never re-averaged; HDD/CDD
      *    are the stored degree-day accumulations for each scope.
           MOVE SPACES TO REPLY-REC
           STRING FUNCTION TRIM(STATS-LOC) DELIMITED BY SIZE
                  "  LAST RUN " DELIMITED BY SIZE
           END-IF
           MOVE WS-SCOPE-MEAN TO RPY-SCOPE-MEAN
           MOVE STATS-DAY-COUNT TO RPY-SCOPE-CNT
           MOVE STATS-DAY-HDD TO RPY-SCOPE-HDD
           MOVE STATS-DAY-CDD TO RPY-SCOPE-CDD
           MOVE RPY-SCOPE-LINE TO REPLY-REC
           WRITE REPLY-REC

           END-IF
           MOVE WS-SCOPE-MEAN TO RPY-SCOPE-MEAN
           MOVE STATS-MTD-COUNT TO RPY-SCOPE-CNT
           MOVE STATS-MTD-HDD TO RPY-SCOPE-HDD
           MOVE STATS-MTD-CDD TO RPY-SCOPE-CDD
           MOVE RPY-SCOPE-LINE TO REPLY-REC
           WRITE REPLY-REC

           END-IF
           MOVE WS-SCOPE-MEAN TO RPY-SCOPE-MEAN
           MOVE STATS-YTD-COUNT TO RPY-SCOPE-CNT
           MOVE STATS-YTD-HDD TO RPY-SCOPE-HDD
           MOVE STATS-YTD-CDD TO RPY-SCOPE-CDD
           MOVE RPY-SCOPE-LINE TO REPLY-REC
           WRITE REPLY-REC
           EXIT.
           STRING "STATISTICS MASTER INQUIRY - RUN DATE "
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - STATIONS AS OF " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
              INTO REPLY-REC
           END-STRING
           WRITE REPLY-REC
