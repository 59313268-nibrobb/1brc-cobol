      *****************************************************************
      * Program name:    DISTRBCBL
      * Original author: Robin Kristiansen
      *
      * Description: cuts each downstream subscriber's own slice of
      *    a day's results, after ONEBRCCBL or ONEBRCMRG has run.
      *    The subscription file has one line per extract:
      *       subscriber;products;layout;extract;regions;countries;
      *       stations
      *    products is a comma list of OUTPUT (the per-station day
      *    rows), SUSPECT (the suspect readings), REGION and COUNTRY
      *    (rollups); layout is CSV (the default) or FIXED; the last
      *    three are optional comma lists, and a station must match
      *    every list given (any one entry of it) to be in the
      *    extract. Rollups are made over the stations the
      *    subscriber gets, so a NOR-only subscriber's region rows
      *    only cover NOR. '*' in column one comments a line out.
      *
      *    The station rows and their region/country tags come from
      *    the run's warehouse interface extract, proved against its
      *    trailer's hash totals before anything goes out - a short
      *    or damaged file is never distributed. Each extract opens
      *    with a header and closes with a trailer both carrying the
      *    count of data rows in it, and every subscription line,
      *    sent or not, leaves a line in the distribution log with
      *    the business date, what went, how many rows and where -
      *    the log is appended to, never rewritten, so it is where
      *    "did you send us yesterday's file" is answered from.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISTRBCBL.
       AUTHOR. Robin Kristiansen.
       DATE-WRITTEN. 15.10.2026
       DATE-COMPILED. 15.10.2026.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE ASSIGN USING CMD-SUBSCRIPTIONS
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SUBSCRIPTION-STATUS.

           SELECT INTERFACE-FILE ASSIGN USING CMD-INTERFACE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT SUSPECT-FILE ASSIGN USING CMD-SUSPECT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SUSPECT-STATUS.

           SELECT DIST-LOG-FILE ASSIGN USING CMD-DIST-LOG
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-DIST-LOG-STATUS.

      *    One subscriber's extract at a time, named by its
      *    subscription line.
           SELECT EXTRACT-FILE ASSIGN USING WS-SUB-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUBSCRIPTION-FILE DATA RECORD IS SUBSCRIPTION-REC.
       01 SUBSCRIPTION-REC.
          05 SUBSCRIPTION-REC-DATA PIC X(1000).

      *    Warehouse interface extract - field layout must stay in
      *    step with the INTERFACE-REC ONEBRCCBL and ONEBRCMRG write.
       FD INTERFACE-FILE DATA RECORD IS INTERFACE-REC.
       01 INTERFACE-REC.
          05 IFC-TYPE              PIC X(1).
          05 IFC-RUN-DATE          PIC 9(8).
          05 IFC-LOC               PIC X(100).
          05 IFC-REGION            PIC X(30).
          05 IFC-COUNTRY           PIC X(3).
          05 IFC-PERIOD            PIC 9(2).
          05 IFC-MIN               PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 IFC-MEAN              PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 IFC-MAX               PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 IFC-COUNT             PIC 9(10).
          05 IFC-TOTALTEMP         PIC S9(15)V9(2)
                                      SIGN LEADING SEPARATE.
          05 IFC-STDDEV            PIC 9(3)V9(4).
          05 IFC-MEDIAN            PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 IFC-P90               PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 IFC-DETAIL-CNT        PIC 9(10).
          05 IFC-HASH-COUNT        PIC 9(15).
          05 IFC-HASH-TOTALTEMP    PIC S9(15)V9(2)
                                      SIGN LEADING SEPARATE.
          05 IFC-SOURCE            PIC X(255).
          05 IFC-HDD               PIC S9(3)V9 SIGN LEADING SEPARATE.
          05 IFC-CDD               PIC S9(3)V9 SIGN LEADING SEPARATE.

      *    Suspect-readings report - same layout as ONEBRCCBL's.
       FD SUSPECT-FILE DATA RECORD IS SUSPECT-REC.
       01 SUSPECT-REC.
          05 SUSP-LOC              PIC X(100).
          05 SUSP-TEMP             PIC -99.9.
          05 FILLER                PIC X(1).
          05 SUSP-LOW              PIC -99.9.
          05 FILLER                PIC X(1).
          05 SUSP-HIGH             PIC -99.9.

       FD DIST-LOG-FILE DATA RECORD IS DIST-LOG-REC.
       01 DIST-LOG-REC             PIC X(450).

      *    A CSV extract is written a line at a time through
      *    EXTRACT-CSV-REC; a FIXED one uses EXTRACT-FIXED-REC, one
      *    layout for every row kind in the interface extract's
      *    tradition: 'H' header, 'O' station day row, 'S' suspect
      *    reading, 'R' and 'C' region and country rollups, 'T'
      *    trailer. Fields a row kind doesn't use are zero or blank;
      *    signed fields carry a separate leading sign.
       FD EXTRACT-FILE DATA RECORD IS EXTRACT-CSV-REC
                                      EXTRACT-FIXED-REC.
       01 EXTRACT-CSV-REC          PIC X(300).
       01 EXTRACT-FIXED-REC.
          05 DXF-TYPE              PIC X(1).
          05 DXF-SUBSCRIBER        PIC X(20).
          05 DXF-BUS-DATE          PIC 9(8).
          05 DXF-RUN-DATE          PIC 9(8).
          05 DXF-NAME              PIC X(100).
          05 DXF-REGION            PIC X(30).
          05 DXF-COUNTRY           PIC X(3).
          05 DXF-MIN               PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 DXF-MEAN              PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 DXF-MAX               PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 DXF-COUNT             PIC 9(10).
          05 DXF-STDDEV            PIC 9(3)V9(4).
          05 DXF-MEDIAN            PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 DXF-P90               PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 DXF-READING           PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 DXF-LOW               PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 DXF-HIGH              PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 DXF-REC-CNT           PIC 9(10).
          05 DXF-OUTPUT-CNT        PIC 9(10).
          05 DXF-SUSPECT-CNT       PIC 9(10).
          05 DXF-REGION-CNT        PIC 9(10).
          05 DXF-COUNTRY-CNT       PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-SUBSCRIPTION-STATUS   PIC XX            VALUE SPACES.
       01 WS-INTERFACE-STATUS      PIC XX            VALUE SPACES.
       01 WS-SUSPECT-STATUS        PIC XX            VALUE SPACES.
       01 WS-DIST-LOG-STATUS       PIC XX            VALUE SPACES.
       01 WS-EXTRACT-STATUS        PIC XX            VALUE SPACES.
       01 WS-RUN-FAILED-FLAG       PIC X             VALUE 'N'.
          88 RUN-FAILED                              VALUE 'Y'.
       01 WS-SUBSCRIPTION-EOF-FLAG PIC X             VALUE 'N'.
          88 SUBSCRIPTION-EOF                        VALUE 'Y'.
       01 WS-INTERFACE-EOF-FLAG    PIC X             VALUE 'N'.
          88 INTERFACE-EOF                           VALUE 'Y'.
       01 WS-SUSPECT-EOF-FLAG      PIC X             VALUE 'N'.
          88 SUSPECT-EOF                             VALUE 'Y'.

       01 WS-RUN-DATE              PIC X(8)          VALUE SPACES.
       01 WS-TIMESTAMP             PIC X(21)         VALUE SPACES.
       01 WS-BUS-DATE              PIC 9(8)          VALUE ZERO.

      ******************************************************************
      * The day's results as the interface extract carries them. A    *
      * source that can't be proved whole (WS-SOURCE-REASON set)      *
      * sends nothing, but every subscription is still logged as not  *
      * sent, with the reason, so the log shows the day was missed.   *
      * The suspect file is only needed by SUSPECT subscribers.       *
      ******************************************************************
       01 WS-SOURCE-REASON         PIC X(40)         VALUE SPACES.
       01 WS-SUSPECT-REASON        PIC X(40)         VALUE SPACES.
       01 WS-IFC-RUN-DATE          PIC 9(8)          VALUE ZERO.
       01 WS-IFC-HEADER-FLAG       PIC X             VALUE 'N'.
          88 IFC-HEADER-SEEN                         VALUE 'Y'.
       01 WS-IFC-TRAILER-FLAG      PIC X             VALUE 'N'.
          88 IFC-TRAILER-SEEN                        VALUE 'Y'.
       01 WS-CHK-DETAIL-CNT        PIC 9(10)         VALUE ZERO.
       01 WS-CHK-HASH-COUNT        PIC 9(15)         VALUE ZERO.
       01 WS-CHK-HASH-TOTALTEMP    PIC S9(15)V9(2)   VALUE ZERO.

       01 STN-TBL-SIZE             PIC 9(5)          VALUE 10000.
       01 WS-STATION-COUNT         PIC 9(5)          VALUE ZERO.
       01 WS-STATION-TBL.
          02 WS-STATION OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-STATION-COUNT
                ASCENDING KEY IS WS-STN-LOC
                INDEXED BY WS-STN-IDX.
             03 WS-STN-LOC         PIC X(100).
             03 WS-STN-REGION      PIC X(30).
             03 WS-STN-COUNTRY     PIC X(3).
             03 WS-STN-MIN         PIC S9(2)V9.
             03 WS-STN-MEAN        PIC S9(2)V9.
             03 WS-STN-MAX         PIC S9(2)V9.
             03 WS-STN-COUNT       PIC 9(10).
             03 WS-STN-TOTALTEMP   PIC S9(15)V9(2).
             03 WS-STN-STDDEV      PIC 9(3)V9(4).
             03 WS-STN-MEDIAN      PIC S9(2)V9.
             03 WS-STN-P90         PIC S9(2)V9.
             03 WS-STN-SEL-FLAG    PIC X.
                88 STN-SELECTED                      VALUE 'Y'.

      ******************************************************************
      * One subscription line, parsed and checked. WS-SUB-REASON      *
      * stays blank while the line is good; whatever first makes it   *
      * unusable goes there and into the log.                         *
      ******************************************************************
       01 WS-SUB-FIELDS.
          05 WS-SUB-ID-RAW         PIC X(40).
          05 WS-SUB-PRODUCTS-RAW   PIC X(80).
          05 WS-SUB-LAYOUT-RAW     PIC X(10).
          05 WS-SUB-PATH-RAW       PIC X(255).
          05 WS-SUB-REGIONS-RAW    PIC X(200).
          05 WS-SUB-COUNTRIES-RAW  PIC X(100).
          05 WS-SUB-STATIONS-RAW   PIC X(600).
       01 WS-SUB-ID                PIC X(20)         VALUE SPACES.
       01 WS-SUB-PATH              PIC X(255)        VALUE SPACES.
       01 WS-SUB-LAYOUT            PIC X(5)          VALUE SPACES.
          88 LAYOUT-CSV                              VALUE "CSV".
          88 LAYOUT-FIXED                            VALUE "FIXED".
       01 WS-SUB-REASON            PIC X(40)         VALUE SPACES.
       01 WS-SUB-STATUS            PIC X(8)          VALUE SPACES.
       01 WS-SUB-PRODUCTS          PIC X(29)         VALUE SPACES.
       01 WS-WANT-OUTPUT-FLAG      PIC X             VALUE 'N'.
          88 WANT-OUTPUT                             VALUE 'Y'.
       01 WS-WANT-SUSPECT-FLAG     PIC X             VALUE 'N'.
          88 WANT-SUSPECT                            VALUE 'Y'.
       01 WS-WANT-REGION-FLAG      PIC X             VALUE 'N'.
          88 WANT-REGION                             VALUE 'Y'.
       01 WS-WANT-COUNTRY-FLAG     PIC X             VALUE 'N'.
          88 WANT-COUNTRY                            VALUE 'Y'.

      *    Comma-list splitting (SPLIT-NEXT-TOKEN): WS-LIST-RAW is
      *    walked from WS-LIST-PTR, one trimmed entry at a time.
       01 WS-LIST-RAW              PIC X(600)        VALUE SPACES.
       01 WS-LIST-PTR              PIC 9(4)          VALUE ZERO.
       01 WS-TOKEN                 PIC X(120)        VALUE SPACES.
       01 WS-TOKEN-UC              PIC X(120)        VALUE SPACES.

      *    The subscriber's filters. An empty list doesn't filter.
       01 WS-FLT-REGION-COUNT      PIC 9(3)          VALUE ZERO.
       01 WS-FLT-REGION-TBL.
          02 WS-FLT-REGION OCCURS 20 TIMES
                INDEXED BY WS-FRG-IDX
                                   PIC X(30).
       01 WS-FLT-COUNTRY-COUNT     PIC 9(3)          VALUE ZERO.
       01 WS-FLT-COUNTRY-TBL.
          02 WS-FLT-COUNTRY OCCURS 50 TIMES
                INDEXED BY WS-FCT-IDX
                                   PIC X(3).
       01 WS-FLT-STATION-COUNT     PIC 9(3)          VALUE ZERO.
       01 WS-FLT-STATION-TBL.
          02 WS-FLT-STATION OCCURS 50 TIMES
                INDEXED BY WS-FST-IDX
                                   PIC X(100).

      *    MATCH-FILTERS works on one station's name and tags.
       01 WS-MATCH-LOC             PIC X(100)        VALUE SPACES.
       01 WS-MATCH-REGION          PIC X(30)         VALUE SPACES.
       01 WS-MATCH-COUNTRY         PIC X(3)          VALUE SPACES.
       01 WS-MATCH-FLAG            PIC X             VALUE 'N'.
          88 FILTERS-MATCHED                         VALUE 'Y'.
       01 WS-LIST-HIT-FLAG         PIC X             VALUE 'N'.
          88 LIST-HIT                                VALUE 'Y'.

      *    Extract paths already written this run - a second line
      *    naming the same path would overwrite the first's file.
       01 PATH-TBL-SIZE            PIC 9(5)          VALUE 500.
       01 WS-PATH-COUNT            PIC 9(5)          VALUE ZERO.
       01 WS-PATH-TBL.
          02 WS-USED-PATH OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-PATH-COUNT
                INDEXED BY WS-PTH-IDX
                                   PIC X(255).

      ******************************************************************
      * Rollups over one subscriber's stations - min, max, count and  *
      * total as ONEBRCCBL's ROLLUP-BY-REGION builds them, a station  *
      * with no tag left out - sorted by name before writing.         *
      ******************************************************************
       01 ROLLUP-TBL-SIZE          PIC 9(5)          VALUE 500.
       01 WS-SUB-RGN-COUNT         PIC 9(5)          VALUE ZERO.
       01 WS-SUB-RGN-TBL.
          02 WS-SUB-RGN OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-SUB-RGN-COUNT
                INDEXED BY WS-SRG-IDX.
             03 WS-SRG-NAME        PIC X(30).
             03 WS-SRG-MIN         PIC S9(2)V9.
             03 WS-SRG-MAX         PIC S9(2)V9.
             03 WS-SRG-MEAN        PIC S9(2)V9.
             03 WS-SRG-COUNT       PIC 9(10).
             03 WS-SRG-TOTALTEMP   PIC S9(15)V9(2).
       01 WS-SUB-CTY-COUNT         PIC 9(5)          VALUE ZERO.
       01 WS-SUB-CTY-TBL.
          02 WS-SUB-CTY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-SUB-CTY-COUNT
                INDEXED BY WS-SCT-IDX.
             03 WS-SCT-NAME        PIC X(3).
             03 WS-SCT-MIN         PIC S9(2)V9.
             03 WS-SCT-MAX         PIC S9(2)V9.
             03 WS-SCT-MEAN        PIC S9(2)V9.
             03 WS-SCT-COUNT       PIC 9(10).
             03 WS-SCT-TOTALTEMP   PIC S9(15)V9(2).

      *    Data rows per product for the subscriber in hand, and the
      *    total the header and trailer carry.
       01 WS-SUB-OUTPUT-CNT        PIC 9(10)         VALUE ZERO.
       01 WS-SUB-SUSPECT-CNT       PIC 9(10)         VALUE ZERO.
       01 WS-SUB-REGION-CNT        PIC 9(10)         VALUE ZERO.
       01 WS-SUB-COUNTRY-CNT       PIC 9(10)         VALUE ZERO.
       01 WS-SUB-REC-CNT           PIC 9(10)         VALUE ZERO.
       01 WS-SUB-WRITTEN-CNT       PIC 9(10)         VALUE ZERO.
       01 WS-WRITE-FAILED-FLAG     PIC X             VALUE 'N'.
          88 WRITE-FAILED                            VALUE 'Y'.
       01 WS-SUSP-TEMP-WK          PIC S9(2)V9       VALUE ZERO.
       01 WS-SUSP-LOW-WK           PIC S9(2)V9       VALUE ZERO.
       01 WS-SUSP-HIGH-WK          PIC S9(2)V9       VALUE ZERO.

      *    Run totals.
       01 WS-LINES-READ-CNT        PIC 9(7)          VALUE ZERO.
       01 WS-SENT-CNT              PIC 9(7)          VALUE ZERO.
       01 WS-NOT-SENT-CNT          PIC 9(7)          VALUE ZERO.
       01 WS-REJECTED-CNT          PIC 9(7)          VALUE ZERO.
       01 WS-ROWS-SENT-CNT         PIC 9(12)         VALUE ZERO.

      *    One distribution log line per subscription line per run.
       01 DLG-LINE.
          05 DLG-TIMESTAMP         PIC X(14).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-BUS-DATE          PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-RUN-DATE          PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-SUBSCRIBER        PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-STATUS            PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-LAYOUT            PIC X(5).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-PRODUCTS          PIC X(29).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-RECORDS           PIC Z(9)9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-REASON            PIC X(40).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 DLG-PATH              PIC X(255).

      *    Location is cut to the width ONEBRCCBL's OUTPUT rows use,
      *    so an OUTPUT extract row reads exactly as the file's.
       77 DSPL-LOC                 PIC X(30).
       77 DSPL-MIN                 PIC -99.9 USAGE DISPLAY.
       77 DSPL-MEAN                PIC -99.9 USAGE DISPLAY.
       77 DSPL-MAX                 PIC -99.9 USAGE DISPLAY.
       77 DSPL-STDDEV              PIC ZZ9.9999 USAGE DISPLAY.
       77 DSPL-MEDIAN              PIC -99.9 USAGE DISPLAY.
       77 DSPL-P90                 PIC -99.9 USAGE DISPLAY.
       77 DSPL-READING             PIC -99.9 USAGE DISPLAY.
       77 DSPL-COUNT               PIC Z(9)9.
       77 DSPL-OUTPUT-CNT          PIC Z(9)9.
       77 DSPL-SUSPECT-CNT         PIC Z(9)9.
       77 DSPL-REGION-CNT          PIC Z(9)9.
       77 DSPL-COUNTRY-CNT         PIC Z(9)9.
       77 DSPL-AUDIT-CNT           PIC Z(11)9.

       LINKAGE SECTION.
       01 CMD-SUBSCRIPTIONS        PIC X(255).
       01 CMD-INTERFACE            PIC X(255).
       01 CMD-SUSPECT              PIC X(255).
       01 CMD-DIST-LOG             PIC X(255).
       01 CMD-BUS-DATE             PIC X(255).

       PROCEDURE DIVISION USING CMD-SUBSCRIPTIONS, CMD-INTERFACE,
                                 CMD-SUSPECT, CMD-DIST-LOG,
                                 CMD-BUS-DATE.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE

           PERFORM VALIDATE-ARGUMENTS

      *    Nothing goes out unless it can be logged.
           IF NOT RUN-FAILED
              OPEN EXTEND DIST-LOG-FILE
              IF WS-DIST-LOG-STATUS = "35"
                 OPEN OUTPUT DIST-LOG-FILE
              END-IF
              IF WS-DIST-LOG-STATUS NOT = "00"
                 DISPLAY "ERROR: cannot write distribution log '"
                    FUNCTION TRIM(CMD-DIST-LOG)
                    "' (status " WS-DIST-LOG-STATUS ")"
                 SET RUN-FAILED TO TRUE
              END-IF
           END-IF

           IF NOT RUN-FAILED
              OPEN INPUT SUBSCRIPTION-FILE
              IF WS-SUBSCRIPTION-STATUS NOT = "00"
                 DISPLAY "ERROR: cannot open subscription file '"
                    FUNCTION TRIM(CMD-SUBSCRIPTIONS)
                    "' (status " WS-SUBSCRIPTION-STATUS ")"
                 SET RUN-FAILED TO TRUE
                 CLOSE DIST-LOG-FILE
              END-IF
           END-IF

           IF NOT RUN-FAILED
              PERFORM LOAD-INTERFACE
              IF WS-BUS-DATE = ZERO
                 MOVE WS-IFC-RUN-DATE TO WS-BUS-DATE
              END-IF
              PERFORM CHECK-SUSPECT-FILE

              PERFORM UNTIL SUBSCRIPTION-EOF
                      READ SUBSCRIPTION-FILE
                      AT END
                         SET SUBSCRIPTION-EOF TO TRUE
                      NOT AT END
                         IF SUBSCRIPTION-REC-DATA NOT = SPACES
                            AND SUBSCRIPTION-REC-DATA(1:1) NOT = '*'
                            PERFORM PROCESS-SUBSCRIPTION
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SUBSCRIPTION-FILE
              CLOSE DIST-LOG-FILE
           END-IF

           PERFORM DISPLAY-RUN-TOTALS

      *    8 = nothing sent because the run itself couldn't go (bad
      *    arguments, no log, no subscriptions, or a source that
      *    didn't prove out); 4 = some subscription line was
      *    rejected or its extract not sent - the log says which.
           IF RUN-FAILED OR WS-SOURCE-REASON NOT = SPACES
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NOT-SENT-CNT > ZERO OR WS-REJECTED-CNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       VALIDATE-ARGUMENTS.
           IF CMD-SUBSCRIPTIONS = SPACES OR CMD-INTERFACE = SPACES
              OR CMD-DIST-LOG = SPACES
              DISPLAY "ERROR: subscription file, interface extract "
                 "and distribution log are all required"
              SET RUN-FAILED TO TRUE
           END-IF

      *    Business date defaults to the run date the interface
      *    extract's header carries.
           IF CMD-BUS-DATE NOT = SPACES
              IF CMD-BUS-DATE(1:8) IS NUMERIC
                 AND CMD-BUS-DATE(9:247) = SPACES
                 MOVE CMD-BUS-DATE(1:8) TO WS-BUS-DATE
              END-IF
              IF WS-BUS-DATE = ZERO
                 OR FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) = ZERO
                 DISPLAY "ERROR: bad business date '"
                    FUNCTION TRIM(CMD-BUS-DATE)
                    "' - expected YYYYMMDD"
                 MOVE ZERO TO WS-BUS-DATE
                 SET RUN-FAILED TO TRUE
              END-IF
           END-IF
           EXIT.

       LOAD-INTERFACE.
      *    Hold every 'D' row (the 'M' and 'B' period rows aren't
      *    distributed) and prove the lot against the trailer the
      *    same way the warehouse loader does. Sorted by location
      *    once loaded, for the suspect rows' tag lookup.
           OPEN INPUT INTERFACE-FILE
           IF WS-INTERFACE-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open interface extract '"
                 FUNCTION TRIM(CMD-INTERFACE)
                 "' (status " WS-INTERFACE-STATUS ")"
              MOVE "INTERFACE EXTRACT UNREADABLE"
                 TO WS-SOURCE-REASON
           ELSE
              PERFORM UNTIL INTERFACE-EOF
                      READ INTERFACE-FILE
                      AT END
                         SET INTERFACE-EOF TO TRUE
                      NOT AT END
                         PERFORM HOLD-INTERFACE-ROW
                      END-READ
              END-PERFORM
              CLOSE INTERFACE-FILE
              PERFORM PROVE-INTERFACE
              IF WS-STATION-COUNT > 1
                 SORT WS-STATION ASCENDING WS-STN-LOC
              END-IF
           END-IF
           EXIT.

       HOLD-INTERFACE-ROW.
           EVALUATE IFC-TYPE
              WHEN 'H'
                 SET IFC-HEADER-SEEN TO TRUE
                 MOVE IFC-RUN-DATE TO WS-IFC-RUN-DATE
              WHEN 'D'
                 ADD 1 TO WS-CHK-DETAIL-CNT
                 ADD IFC-COUNT TO WS-CHK-HASH-COUNT
                 ADD IFC-TOTALTEMP TO WS-CHK-HASH-TOTALTEMP
                 IF WS-STATION-COUNT >= STN-TBL-SIZE
                    IF WS-SOURCE-REASON = SPACES
                       MOVE STN-TBL-SIZE TO DSPL-AUDIT-CNT
                       DISPLAY "ERROR: interface extract holds more "
                          "than " FUNCTION TRIM(DSPL-AUDIT-CNT)
                          " stations"
                       MOVE "TOO MANY STATIONS TO HOLD"
                          TO WS-SOURCE-REASON
                    END-IF
                 ELSE
                    ADD 1 TO WS-STATION-COUNT
                    SET WS-STN-IDX TO WS-STATION-COUNT
                    MOVE IFC-LOC TO WS-STN-LOC(WS-STN-IDX)
                    MOVE IFC-REGION TO WS-STN-REGION(WS-STN-IDX)
                    MOVE IFC-COUNTRY TO WS-STN-COUNTRY(WS-STN-IDX)
                    MOVE IFC-MIN TO WS-STN-MIN(WS-STN-IDX)
                    MOVE IFC-MEAN TO WS-STN-MEAN(WS-STN-IDX)
                    MOVE IFC-MAX TO WS-STN-MAX(WS-STN-IDX)
                    MOVE IFC-COUNT TO WS-STN-COUNT(WS-STN-IDX)
                    MOVE IFC-TOTALTEMP TO WS-STN-TOTALTEMP(WS-STN-IDX)
                    MOVE IFC-STDDEV TO WS-STN-STDDEV(WS-STN-IDX)
                    MOVE IFC-MEDIAN TO WS-STN-MEDIAN(WS-STN-IDX)
                    MOVE IFC-P90 TO WS-STN-P90(WS-STN-IDX)
                    MOVE 'N' TO WS-STN-SEL-FLAG(WS-STN-IDX)
                 END-IF
              WHEN 'T'
                 SET IFC-TRAILER-SEEN TO TRUE
                 IF IFC-DETAIL-CNT NOT = WS-CHK-DETAIL-CNT
                    OR IFC-HASH-COUNT NOT = WS-CHK-HASH-COUNT
                    OR IFC-HASH-TOTALTEMP NOT = WS-CHK-HASH-TOTALTEMP
                    IF WS-SOURCE-REASON = SPACES
                       DISPLAY "ERROR: interface extract '"
                          FUNCTION TRIM(CMD-INTERFACE)
                          "' does not agree with its trailer"
                       MOVE "INTERFACE TRAILER MISMATCH"
                          TO WS-SOURCE-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.

       PROVE-INTERFACE.
      *    A file cut short loses its trailer; one without a header
      *    isn't an interface extract at all.
           IF WS-SOURCE-REASON = SPACES
              IF NOT IFC-HEADER-SEEN OR NOT IFC-TRAILER-SEEN
                 DISPLAY "ERROR: interface extract '"
                    FUNCTION TRIM(CMD-INTERFACE)
                    "' has no header or no trailer - incomplete"
                 MOVE "INTERFACE EXTRACT INCOMPLETE"
                    TO WS-SOURCE-REASON
              END-IF
           END-IF
           IF WS-SOURCE-REASON = SPACES
              MOVE WS-CHK-DETAIL-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Interface extract proved: "
                 FUNCTION TRIM(DSPL-AUDIT-CNT) " stations, run date "
                 WS-IFC-RUN-DATE
           END-IF
           EXIT.

       CHECK-SUSPECT-FILE.
      *    Opened once here only to learn whether SUSPECT
      *    subscribers can be served; each of them reads it again.
           IF CMD-SUSPECT = SPACES
              MOVE "NO SUSPECT FILE GIVEN" TO WS-SUSPECT-REASON
           ELSE
              OPEN INPUT SUSPECT-FILE
              IF WS-SUSPECT-STATUS = "00"
                 CLOSE SUSPECT-FILE
              ELSE
                 DISPLAY "WARNING: cannot open suspect file '"
                    FUNCTION TRIM(CMD-SUSPECT)
                    "' (status " WS-SUSPECT-STATUS ")"
                 MOVE "SUSPECT FILE UNREADABLE" TO WS-SUSPECT-REASON
              END-IF
           END-IF
           EXIT.

       PROCESS-SUBSCRIPTION.
           ADD 1 TO WS-LINES-READ-CNT
           MOVE ZERO TO WS-SUB-OUTPUT-CNT WS-SUB-SUSPECT-CNT
              WS-SUB-REGION-CNT WS-SUB-COUNTRY-CNT WS-SUB-REC-CNT
           PERFORM PARSE-SUBSCRIPTION

           IF WS-SUB-REASON NOT = SPACES
              MOVE "REJECTED" TO WS-SUB-STATUS
              ADD 1 TO WS-REJECTED-CNT
              DISPLAY "WARNING: subscription line "
                 WS-LINES-READ-CNT " rejected - "
                 FUNCTION TRIM(WS-SUB-REASON)
           ELSE
              IF WS-SOURCE-REASON NOT = SPACES
                 MOVE WS-SOURCE-REASON TO WS-SUB-REASON
              ELSE
                 IF WANT-SUSPECT AND WS-SUSPECT-REASON NOT = SPACES
                    MOVE WS-SUSPECT-REASON TO WS-SUB-REASON
                 END-IF
              END-IF
              IF WS-SUB-REASON = SPACES
                 PERFORM SELECT-STATIONS
                 PERFORM BUILD-SUBSCRIBER-ROLLUPS
                 IF WANT-SUSPECT
                    PERFORM COUNT-SUSPECTS
                 END-IF
                 COMPUTE WS-SUB-REC-CNT = WS-SUB-OUTPUT-CNT
                    + WS-SUB-SUSPECT-CNT + WS-SUB-REGION-CNT
                    + WS-SUB-COUNTRY-CNT
              END-IF
              IF WS-SUB-REASON = SPACES
                 PERFORM WRITE-EXTRACT
              END-IF
              IF WS-SUB-REASON = SPACES
                 MOVE "SENT" TO WS-SUB-STATUS
                 ADD 1 TO WS-SENT-CNT
                 ADD WS-SUB-REC-CNT TO WS-ROWS-SENT-CNT
              ELSE
                 MOVE "NOT SENT" TO WS-SUB-STATUS
                 ADD 1 TO WS-NOT-SENT-CNT
                 DISPLAY "WARNING: " FUNCTION TRIM(WS-SUB-ID)
                    " not sent - " FUNCTION TRIM(WS-SUB-REASON)
              END-IF
           END-IF

           PERFORM WRITE-LOG-LINE
           EXIT.

       PARSE-SUBSCRIPTION.
           MOVE SPACES TO WS-SUB-FIELDS WS-SUB-ID WS-SUB-PATH
              WS-SUB-LAYOUT WS-SUB-REASON WS-SUB-PRODUCTS
           MOVE 'N' TO WS-WANT-OUTPUT-FLAG WS-WANT-SUSPECT-FLAG
              WS-WANT-REGION-FLAG WS-WANT-COUNTRY-FLAG
           MOVE ZERO TO WS-FLT-REGION-COUNT WS-FLT-COUNTRY-COUNT
              WS-FLT-STATION-COUNT
           UNSTRING SUBSCRIPTION-REC-DATA DELIMITED BY ';'
              INTO WS-SUB-ID-RAW WS-SUB-PRODUCTS-RAW
                 WS-SUB-LAYOUT-RAW WS-SUB-PATH-RAW
                 WS-SUB-REGIONS-RAW WS-SUB-COUNTRIES-RAW
                 WS-SUB-STATIONS-RAW
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-SUB-ID-RAW) TO WS-SUB-ID-RAW
           MOVE WS-SUB-ID-RAW TO WS-SUB-ID
           IF WS-SUB-ID-RAW = SPACES
              MOVE "NO SUBSCRIBER ID" TO WS-SUB-REASON
           ELSE
              IF WS-SUB-ID-RAW(21:20) NOT = SPACES
                 MOVE "SUBSCRIBER ID LONGER THAN 20"
                    TO WS-SUB-REASON
              END-IF
           END-IF

           IF WS-SUB-REASON = SPACES
              PERFORM PARSE-PRODUCTS
           END-IF

           IF WS-SUB-REASON = SPACES
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUB-LAYOUT-RAW))
                 TO WS-SUB-LAYOUT-RAW
              IF WS-SUB-LAYOUT-RAW = SPACES
                 SET LAYOUT-CSV TO TRUE
              ELSE
                 MOVE WS-SUB-LAYOUT-RAW TO WS-SUB-LAYOUT
                 IF WS-SUB-LAYOUT-RAW(6:5) NOT = SPACES
                    OR (NOT LAYOUT-CSV AND NOT LAYOUT-FIXED)
                    MOVE SPACES TO WS-SUB-LAYOUT
                    MOVE "LAYOUT MUST BE CSV OR FIXED"
                       TO WS-SUB-REASON
                 END-IF
              END-IF
           END-IF

           IF WS-SUB-REASON = SPACES
              MOVE FUNCTION TRIM(WS-SUB-PATH-RAW) TO WS-SUB-PATH
              IF WS-SUB-PATH = SPACES
                 MOVE "NO EXTRACT PATH" TO WS-SUB-REASON
              ELSE
                 PERFORM CLAIM-EXTRACT-PATH
              END-IF
           END-IF

           IF WS-SUB-REASON = SPACES
              PERFORM PARSE-FILTERS
           END-IF
           EXIT.

       PARSE-PRODUCTS.
      *    Each product once, whatever order or repeats the line
      *    has; the label is always built in the same order.
           MOVE WS-SUB-PRODUCTS-RAW TO WS-LIST-RAW
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 600 OR WS-SUB-REASON NOT = SPACES
                   PERFORM SPLIT-NEXT-TOKEN
                   MOVE FUNCTION UPPER-CASE(WS-TOKEN) TO WS-TOKEN-UC
                   EVALUATE WS-TOKEN-UC
                      WHEN SPACES
                         CONTINUE
                      WHEN "OUTPUT"
                         SET WANT-OUTPUT TO TRUE
                      WHEN "SUSPECT"
                         SET WANT-SUSPECT TO TRUE
                      WHEN "REGION"
                         SET WANT-REGION TO TRUE
                      WHEN "COUNTRY"
                         SET WANT-COUNTRY TO TRUE
                      WHEN OTHER
                         STRING "UNKNOWN PRODUCT " DELIMITED BY SIZE
                            WS-TOKEN-UC DELIMITED BY SIZE
                            INTO WS-SUB-REASON
                         END-STRING
                   END-EVALUATE
           END-PERFORM

           IF WS-SUB-REASON = SPACES
              IF WANT-OUTPUT
                 PERFORM ADD-PRODUCT-LABEL-SEP
                 STRING WS-SUB-PRODUCTS DELIMITED BY SPACE
                    "OUTPUT" DELIMITED BY SIZE INTO WS-SUB-PRODUCTS
                 END-STRING
              END-IF
              IF WANT-SUSPECT
                 PERFORM ADD-PRODUCT-LABEL-SEP
                 STRING WS-SUB-PRODUCTS DELIMITED BY SPACE
                    "SUSPECT" DELIMITED BY SIZE INTO WS-SUB-PRODUCTS
                 END-STRING
              END-IF
              IF WANT-REGION
                 PERFORM ADD-PRODUCT-LABEL-SEP
                 STRING WS-SUB-PRODUCTS DELIMITED BY SPACE
                    "REGION" DELIMITED BY SIZE INTO WS-SUB-PRODUCTS
                 END-STRING
              END-IF
              IF WANT-COUNTRY
                 PERFORM ADD-PRODUCT-LABEL-SEP
                 STRING WS-SUB-PRODUCTS DELIMITED BY SPACE
                    "COUNTRY" DELIMITED BY SIZE INTO WS-SUB-PRODUCTS
                 END-STRING
              END-IF
              IF WS-SUB-PRODUCTS = SPACES
                 MOVE "NO PRODUCTS" TO WS-SUB-REASON
              END-IF
           END-IF
           EXIT.

       ADD-PRODUCT-LABEL-SEP.
           IF WS-SUB-PRODUCTS NOT = SPACES
              STRING WS-SUB-PRODUCTS DELIMITED BY SPACE
                 "+" DELIMITED BY SIZE INTO WS-SUB-PRODUCTS
              END-STRING
           END-IF
           EXIT.

       CLAIM-EXTRACT-PATH.
           SET WS-PTH-IDX TO 1
           SEARCH WS-USED-PATH VARYING WS-PTH-IDX
              AT END
                 IF WS-PATH-COUNT >= PATH-TBL-SIZE
                    MOVE "TOO MANY SUBSCRIPTION LINES"
                       TO WS-SUB-REASON
                 ELSE
                    ADD 1 TO WS-PATH-COUNT
                    MOVE WS-SUB-PATH TO WS-USED-PATH(WS-PATH-COUNT)
                 END-IF
              WHEN WS-USED-PATH(WS-PTH-IDX) = WS-SUB-PATH
                 MOVE "EXTRACT PATH ALREADY USED THIS RUN"
                    TO WS-SUB-REASON
           END-SEARCH
           EXIT.

       PARSE-FILTERS.
           MOVE WS-SUB-REGIONS-RAW TO WS-LIST-RAW
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 600 OR WS-SUB-REASON NOT = SPACES
                   PERFORM SPLIT-NEXT-TOKEN
                   IF WS-TOKEN NOT = SPACES
                      IF WS-FLT-REGION-COUNT >= 20
                         MOVE "MORE THAN 20 REGIONS" TO WS-SUB-REASON
                      ELSE
                         ADD 1 TO WS-FLT-REGION-COUNT
                         MOVE WS-TOKEN
                            TO WS-FLT-REGION(WS-FLT-REGION-COUNT)
                      END-IF
                   END-IF
           END-PERFORM

           MOVE WS-SUB-COUNTRIES-RAW TO WS-LIST-RAW
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 600 OR WS-SUB-REASON NOT = SPACES
                   PERFORM SPLIT-NEXT-TOKEN
                   IF WS-TOKEN NOT = SPACES
                      IF WS-FLT-COUNTRY-COUNT >= 50
                         MOVE "MORE THAN 50 COUNTRIES" TO WS-SUB-REASON
                      ELSE
                         ADD 1 TO WS-FLT-COUNTRY-COUNT
                         MOVE WS-TOKEN
                            TO WS-FLT-COUNTRY(WS-FLT-COUNTRY-COUNT)
                      END-IF
                   END-IF
           END-PERFORM

           MOVE WS-SUB-STATIONS-RAW TO WS-LIST-RAW
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 600 OR WS-SUB-REASON NOT = SPACES
                   PERFORM SPLIT-NEXT-TOKEN
                   IF WS-TOKEN NOT = SPACES
                      IF WS-FLT-STATION-COUNT >= 50
                         MOVE "MORE THAN 50 STATIONS" TO WS-SUB-REASON
                      ELSE
                         ADD 1 TO WS-FLT-STATION-COUNT
                         MOVE WS-TOKEN
                            TO WS-FLT-STATION(WS-FLT-STATION-COUNT)
                      END-IF
                   END-IF
           END-PERFORM
           EXIT.

       SPLIT-NEXT-TOKEN.
      *    Next comma-separated entry of WS-LIST-RAW, trimmed; the
      *    last one runs to the end of the field and leaves the
      *    pointer past it.
           MOVE SPACES TO WS-TOKEN
           UNSTRING WS-LIST-RAW DELIMITED BY ','
              INTO WS-TOKEN
              WITH POINTER WS-LIST-PTR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-TOKEN) TO WS-TOKEN
           EXIT.

       SELECT-STATIONS.
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1
              UNTIL WS-STN-IDX > WS-STATION-COUNT
                   MOVE WS-STN-LOC(WS-STN-IDX) TO WS-MATCH-LOC
                   MOVE WS-STN-REGION(WS-STN-IDX) TO WS-MATCH-REGION
                   MOVE WS-STN-COUNTRY(WS-STN-IDX) TO WS-MATCH-COUNTRY
                   PERFORM MATCH-FILTERS
                   IF FILTERS-MATCHED
                      SET STN-SELECTED(WS-STN-IDX) TO TRUE
                      IF WANT-OUTPUT
                         ADD 1 TO WS-SUB-OUTPUT-CNT
                      END-IF
                   ELSE
                      MOVE 'N' TO WS-STN-SEL-FLAG(WS-STN-IDX)
                   END-IF
           END-PERFORM
           EXIT.

       MATCH-FILTERS.
      *    Every list given must take the station; within a list any
      *    one entry will do.
           SET FILTERS-MATCHED TO TRUE
           IF WS-FLT-REGION-COUNT > ZERO
              MOVE 'N' TO WS-LIST-HIT-FLAG
              PERFORM VARYING WS-FRG-IDX FROM 1 BY 1
                 UNTIL WS-FRG-IDX > WS-FLT-REGION-COUNT OR LIST-HIT
                      IF WS-FLT-REGION(WS-FRG-IDX) = WS-MATCH-REGION
                         SET LIST-HIT TO TRUE
                      END-IF
              END-PERFORM
              IF NOT LIST-HIT
                 MOVE 'N' TO WS-MATCH-FLAG
              END-IF
           END-IF
           IF WS-FLT-COUNTRY-COUNT > ZERO AND FILTERS-MATCHED
              MOVE 'N' TO WS-LIST-HIT-FLAG
              PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
                 UNTIL WS-FCT-IDX > WS-FLT-COUNTRY-COUNT OR LIST-HIT
                      IF WS-FLT-COUNTRY(WS-FCT-IDX) = WS-MATCH-COUNTRY
                         SET LIST-HIT TO TRUE
                      END-IF
              END-PERFORM
              IF NOT LIST-HIT
                 MOVE 'N' TO WS-MATCH-FLAG
              END-IF
           END-IF
           IF WS-FLT-STATION-COUNT > ZERO AND FILTERS-MATCHED
              MOVE 'N' TO WS-LIST-HIT-FLAG
              PERFORM VARYING WS-FST-IDX FROM 1 BY 1
                 UNTIL WS-FST-IDX > WS-FLT-STATION-COUNT OR LIST-HIT
                      IF WS-FLT-STATION(WS-FST-IDX) = WS-MATCH-LOC
                         SET LIST-HIT TO TRUE
                      END-IF
              END-PERFORM
              IF NOT LIST-HIT
                 MOVE 'N' TO WS-MATCH-FLAG
              END-IF
           END-IF
           EXIT.

       BUILD-SUBSCRIBER-ROLLUPS.
           MOVE ZERO TO WS-SUB-RGN-COUNT WS-SUB-CTY-COUNT
           IF WANT-REGION OR WANT-COUNTRY
              PERFORM VARYING WS-STN-IDX FROM 1 BY 1
                 UNTIL WS-STN-IDX > WS-STATION-COUNT
                         OR WS-SUB-REASON NOT = SPACES
                      IF STN-SELECTED(WS-STN-IDX)
                         IF WANT-REGION
                            AND WS-STN-REGION(WS-STN-IDX) NOT = SPACES
                            PERFORM ACCUMULATE-SUB-REGION
                         END-IF
                         IF WANT-COUNTRY
                            AND WS-STN-COUNTRY(WS-STN-IDX) NOT = SPACES
                            PERFORM ACCUMULATE-SUB-COUNTRY
                         END-IF
                      END-IF
              END-PERFORM
           END-IF
           IF WS-SUB-REASON = SPACES
              PERFORM VARYING WS-SRG-IDX FROM 1 BY 1
                 UNTIL WS-SRG-IDX > WS-SUB-RGN-COUNT
                      COMPUTE WS-SRG-MEAN(WS-SRG-IDX) ROUNDED =
                         WS-SRG-TOTALTEMP(WS-SRG-IDX)
                         / WS-SRG-COUNT(WS-SRG-IDX)
                      END-COMPUTE
              END-PERFORM
              PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
                 UNTIL WS-SCT-IDX > WS-SUB-CTY-COUNT
                      COMPUTE WS-SCT-MEAN(WS-SCT-IDX) ROUNDED =
                         WS-SCT-TOTALTEMP(WS-SCT-IDX)
                         / WS-SCT-COUNT(WS-SCT-IDX)
                      END-COMPUTE
              END-PERFORM
              IF WS-SUB-RGN-COUNT > 1
                 SORT WS-SUB-RGN ASCENDING WS-SRG-NAME
              END-IF
              IF WS-SUB-CTY-COUNT > 1
                 SORT WS-SUB-CTY ASCENDING WS-SCT-NAME
              END-IF
              MOVE WS-SUB-RGN-COUNT TO WS-SUB-REGION-CNT
              MOVE WS-SUB-CTY-COUNT TO WS-SUB-COUNTRY-CNT
           END-IF
           EXIT.

       ACCUMULATE-SUB-REGION.
           SET WS-SRG-IDX TO 1
           SEARCH WS-SUB-RGN VARYING WS-SRG-IDX
           AT END
              IF WS-SUB-RGN-COUNT < ROLLUP-TBL-SIZE
                 ADD 1 TO WS-SUB-RGN-COUNT
                 SET WS-SRG-IDX TO WS-SUB-RGN-COUNT
                 MOVE WS-STN-REGION(WS-STN-IDX)
                    TO WS-SRG-NAME(WS-SRG-IDX)
                 MOVE WS-STN-MIN(WS-STN-IDX) TO WS-SRG-MIN(WS-SRG-IDX)
                 MOVE WS-STN-MAX(WS-STN-IDX) TO WS-SRG-MAX(WS-SRG-IDX)
                 MOVE WS-STN-COUNT(WS-STN-IDX)
                    TO WS-SRG-COUNT(WS-SRG-IDX)
                 MOVE WS-STN-TOTALTEMP(WS-STN-IDX)
                    TO WS-SRG-TOTALTEMP(WS-SRG-IDX)
              ELSE
                 MOVE "TOO MANY REGIONS TO ROLL UP" TO WS-SUB-REASON
              END-IF
           WHEN WS-SRG-NAME(WS-SRG-IDX) = WS-STN-REGION(WS-STN-IDX)
              ADD WS-STN-COUNT(WS-STN-IDX) TO WS-SRG-COUNT(WS-SRG-IDX)
              ADD WS-STN-TOTALTEMP(WS-STN-IDX)
                 TO WS-SRG-TOTALTEMP(WS-SRG-IDX)
              IF WS-STN-MIN(WS-STN-IDX) < WS-SRG-MIN(WS-SRG-IDX)
                 MOVE WS-STN-MIN(WS-STN-IDX) TO WS-SRG-MIN(WS-SRG-IDX)
              END-IF
              IF WS-STN-MAX(WS-STN-IDX) > WS-SRG-MAX(WS-SRG-IDX)
                 MOVE WS-STN-MAX(WS-STN-IDX) TO WS-SRG-MAX(WS-SRG-IDX)
              END-IF
           END-SEARCH
           EXIT.

       ACCUMULATE-SUB-COUNTRY.
           SET WS-SCT-IDX TO 1
           SEARCH WS-SUB-CTY VARYING WS-SCT-IDX
           AT END
              IF WS-SUB-CTY-COUNT < ROLLUP-TBL-SIZE
                 ADD 1 TO WS-SUB-CTY-COUNT
                 SET WS-SCT-IDX TO WS-SUB-CTY-COUNT
                 MOVE WS-STN-COUNTRY(WS-STN-IDX)
                    TO WS-SCT-NAME(WS-SCT-IDX)
                 MOVE WS-STN-MIN(WS-STN-IDX) TO WS-SCT-MIN(WS-SCT-IDX)
                 MOVE WS-STN-MAX(WS-STN-IDX) TO WS-SCT-MAX(WS-SCT-IDX)
                 MOVE WS-STN-COUNT(WS-STN-IDX)
                    TO WS-SCT-COUNT(WS-SCT-IDX)
                 MOVE WS-STN-TOTALTEMP(WS-STN-IDX)
                    TO WS-SCT-TOTALTEMP(WS-SCT-IDX)
              ELSE
                 MOVE "TOO MANY COUNTRIES TO ROLL UP" TO WS-SUB-REASON
              END-IF
           WHEN WS-SCT-NAME(WS-SCT-IDX) = WS-STN-COUNTRY(WS-STN-IDX)
              ADD WS-STN-COUNT(WS-STN-IDX) TO WS-SCT-COUNT(WS-SCT-IDX)
              ADD WS-STN-TOTALTEMP(WS-STN-IDX)
                 TO WS-SCT-TOTALTEMP(WS-SCT-IDX)
              IF WS-STN-MIN(WS-STN-IDX) < WS-SCT-MIN(WS-SCT-IDX)
                 MOVE WS-STN-MIN(WS-STN-IDX) TO WS-SCT-MIN(WS-SCT-IDX)
              END-IF
              IF WS-STN-MAX(WS-STN-IDX) > WS-SCT-MAX(WS-SCT-IDX)
                 MOVE WS-STN-MAX(WS-STN-IDX) TO WS-SCT-MAX(WS-SCT-IDX)
              END-IF
           END-SEARCH
           EXIT.

       COUNT-SUSPECTS.
      *    First of two passes over the suspect file: the header
      *    carries the row count, so it must be known before the
      *    extract is opened.
           OPEN INPUT SUSPECT-FILE
           IF WS-SUSPECT-STATUS NOT = "00"
              MOVE "SUSPECT FILE UNREADABLE" TO WS-SUB-REASON
           ELSE
              MOVE 'N' TO WS-SUSPECT-EOF-FLAG
              PERFORM UNTIL SUSPECT-EOF
                      READ SUSPECT-FILE
                      AT END
                         SET SUSPECT-EOF TO TRUE
                      NOT AT END
                         PERFORM MATCH-SUSPECT-ROW
                         IF FILTERS-MATCHED
                            ADD 1 TO WS-SUB-SUSPECT-CNT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SUSPECT-FILE
           END-IF
           EXIT.

       MATCH-SUSPECT-ROW.
      *    A suspect reading takes its station's tags from the
      *    interface extract; a station it doesn't know has none.
           MOVE SUSP-LOC TO WS-MATCH-LOC
           MOVE SPACES TO WS-MATCH-REGION WS-MATCH-COUNTRY
           IF WS-STATION-COUNT > ZERO
              SEARCH ALL WS-STATION
                 AT END
                    CONTINUE
                 WHEN WS-STN-LOC(WS-STN-IDX) = SUSP-LOC
                    MOVE WS-STN-REGION(WS-STN-IDX) TO WS-MATCH-REGION
                    MOVE WS-STN-COUNTRY(WS-STN-IDX)
                       TO WS-MATCH-COUNTRY
              END-SEARCH
           END-IF
           PERFORM MATCH-FILTERS
           EXIT.

       WRITE-EXTRACT.
           MOVE 'N' TO WS-WRITE-FAILED-FLAG
           MOVE ZERO TO WS-SUB-WRITTEN-CNT
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open extract '"
                 FUNCTION TRIM(WS-SUB-PATH)
                 "' (status " WS-EXTRACT-STATUS ")"
              MOVE "EXTRACT COULD NOT BE OPENED" TO WS-SUB-REASON
           ELSE
              PERFORM WRITE-EXTRACT-HEADER
              IF WANT-OUTPUT
                 PERFORM WRITE-OUTPUT-ROWS
              END-IF
              IF WANT-SUSPECT
                 PERFORM WRITE-SUSPECT-ROWS
              END-IF
              IF WANT-REGION
                 PERFORM WRITE-REGION-ROWS
              END-IF
              IF WANT-COUNTRY
                 PERFORM WRITE-COUNTRY-ROWS
              END-IF
              PERFORM WRITE-EXTRACT-TRAILER
              CLOSE EXTRACT-FILE
      *       The suspect file is read twice; a count that moved
      *       between the passes would leave the header wrong.
      *       Either way the file is emptied again, so nothing whose
      *       counts don't match its rows is left for the subscriber
      *       to pick up.
              IF WRITE-FAILED
                 MOVE "EXTRACT WRITE FAILED - FILE EMPTIED"
                    TO WS-SUB-REASON
              ELSE
                 IF WS-SUB-WRITTEN-CNT NOT = WS-SUB-REC-CNT
                    MOVE "ROW COUNT CHANGED - FILE EMPTIED"
                       TO WS-SUB-REASON
                 END-IF
              END-IF
              IF WS-SUB-REASON NOT = SPACES
                 OPEN OUTPUT EXTRACT-FILE
                 CLOSE EXTRACT-FILE
              END-IF
           END-IF
           EXIT.

       WRITE-EXTRACT-HEADER.
           IF LAYOUT-CSV
              MOVE WS-SUB-REC-CNT TO DSPL-COUNT
              MOVE SPACES TO EXTRACT-CSV-REC
              STRING "HDR," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SUB-ID) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 WS-BUS-DATE DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 WS-IFC-RUN-DATE DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SUB-PRODUCTS) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-COUNT) DELIMITED BY SIZE
                 INTO EXTRACT-CSV-REC
              END-STRING
              PERFORM PUT-CSV-LINE
           ELSE
              PERFORM CLEAR-FIXED-REC
              MOVE 'H' TO DXF-TYPE
              MOVE WS-SUB-ID TO DXF-SUBSCRIBER
              MOVE WS-BUS-DATE TO DXF-BUS-DATE
              MOVE WS-IFC-RUN-DATE TO DXF-RUN-DATE
              MOVE WS-SUB-PRODUCTS TO DXF-NAME
              MOVE WS-SUB-REC-CNT TO DXF-REC-CNT
              PERFORM PUT-FIXED-REC
           END-IF
           EXIT.

       WRITE-EXTRACT-TRAILER.
      *    Counts are data rows only: HDR, TRL and the CSV '#'
      *    section lines are not in them.
           IF LAYOUT-CSV
              MOVE WS-SUB-REC-CNT TO DSPL-COUNT
              MOVE WS-SUB-OUTPUT-CNT TO DSPL-OUTPUT-CNT
              MOVE WS-SUB-SUSPECT-CNT TO DSPL-SUSPECT-CNT
              MOVE WS-SUB-REGION-CNT TO DSPL-REGION-CNT
              MOVE WS-SUB-COUNTRY-CNT TO DSPL-COUNTRY-CNT
              MOVE SPACES TO EXTRACT-CSV-REC
              STRING "TRL," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SUB-ID) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-COUNT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-OUTPUT-CNT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-SUSPECT-CNT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-REGION-CNT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-COUNTRY-CNT) DELIMITED BY SIZE
                 INTO EXTRACT-CSV-REC
              END-STRING
              PERFORM PUT-CSV-LINE
           ELSE
              PERFORM CLEAR-FIXED-REC
              MOVE 'T' TO DXF-TYPE
              MOVE WS-SUB-ID TO DXF-SUBSCRIBER
              MOVE WS-BUS-DATE TO DXF-BUS-DATE
              MOVE WS-IFC-RUN-DATE TO DXF-RUN-DATE
              MOVE WS-SUB-REC-CNT TO DXF-REC-CNT
              MOVE WS-SUB-OUTPUT-CNT TO DXF-OUTPUT-CNT
              MOVE WS-SUB-SUSPECT-CNT TO DXF-SUSPECT-CNT
              MOVE WS-SUB-REGION-CNT TO DXF-REGION-CNT
              MOVE WS-SUB-COUNTRY-CNT TO DXF-COUNTRY-CNT
              PERFORM PUT-FIXED-REC
           END-IF
           EXIT.

       WRITE-OUTPUT-ROWS.
           IF LAYOUT-CSV
              MOVE SPACES TO EXTRACT-CSV-REC
              STRING "# OUTPUT location,min,mean,max,count,"
                 DELIMITED BY SIZE
                 "stddev,median,p90" DELIMITED BY SIZE
                 INTO EXTRACT-CSV-REC
              END-STRING
              PERFORM PUT-CSV-LINE
           END-IF
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1
              UNTIL WS-STN-IDX > WS-STATION-COUNT
                   IF STN-SELECTED(WS-STN-IDX)
                      PERFORM WRITE-ONE-OUTPUT-ROW
                   END-IF
           END-PERFORM
           EXIT.

       WRITE-ONE-OUTPUT-ROW.
           IF LAYOUT-CSV
              MOVE FUNCTION TRIM(WS-STN-LOC(WS-STN-IDX)) TO DSPL-LOC
              MOVE WS-STN-MIN(WS-STN-IDX) TO DSPL-MIN
              MOVE WS-STN-MEAN(WS-STN-IDX) TO DSPL-MEAN
              MOVE WS-STN-MAX(WS-STN-IDX) TO DSPL-MAX
              MOVE WS-STN-COUNT(WS-STN-IDX) TO DSPL-COUNT
              MOVE WS-STN-STDDEV(WS-STN-IDX) TO DSPL-STDDEV
              MOVE WS-STN-MEDIAN(WS-STN-IDX) TO DSPL-MEDIAN
              MOVE WS-STN-P90(WS-STN-IDX) TO DSPL-P90
              MOVE SPACES TO EXTRACT-CSV-REC
              STRING
                 FUNCTION TRIM(DSPL-LOC) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-MIN) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-MEAN) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-MAX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-COUNT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-STDDEV) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-MEDIAN) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-P90) DELIMITED BY SIZE
                 INTO EXTRACT-CSV-REC
              END-STRING
              PERFORM PUT-CSV-LINE
           ELSE
              PERFORM CLEAR-FIXED-REC
              MOVE 'O' TO DXF-TYPE
              MOVE WS-STN-LOC(WS-STN-IDX) TO DXF-NAME
              MOVE WS-STN-REGION(WS-STN-IDX) TO DXF-REGION
              MOVE WS-STN-COUNTRY(WS-STN-IDX) TO DXF-COUNTRY
              MOVE WS-STN-MIN(WS-STN-IDX) TO DXF-MIN
              MOVE WS-STN-MEAN(WS-STN-IDX) TO DXF-MEAN
              MOVE WS-STN-MAX(WS-STN-IDX) TO DXF-MAX
              MOVE WS-STN-COUNT(WS-STN-IDX) TO DXF-COUNT
              MOVE WS-STN-STDDEV(WS-STN-IDX) TO DXF-STDDEV
              MOVE WS-STN-MEDIAN(WS-STN-IDX) TO DXF-MEDIAN
              MOVE WS-STN-P90(WS-STN-IDX) TO DXF-P90
              PERFORM PUT-FIXED-REC
           END-IF
           ADD 1 TO WS-SUB-WRITTEN-CNT
           EXIT.

       WRITE-SUSPECT-ROWS.
           IF LAYOUT-CSV
              MOVE "# SUSPECT location,region,country,reading,low,high"
                 TO EXTRACT-CSV-REC
              PERFORM PUT-CSV-LINE
           END-IF
           OPEN INPUT SUSPECT-FILE
           IF WS-SUSPECT-STATUS NOT = "00"
              SET WRITE-FAILED TO TRUE
           ELSE
              MOVE 'N' TO WS-SUSPECT-EOF-FLAG
              PERFORM UNTIL SUSPECT-EOF
                      READ SUSPECT-FILE
                      AT END
                         SET SUSPECT-EOF TO TRUE
                      NOT AT END
                         PERFORM MATCH-SUSPECT-ROW
                         IF FILTERS-MATCHED
                            PERFORM WRITE-ONE-SUSPECT-ROW
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SUSPECT-FILE
           END-IF
           EXIT.

       WRITE-ONE-SUSPECT-ROW.
           COMPUTE WS-SUSP-TEMP-WK = FUNCTION NUMVAL(SUSP-TEMP)
           COMPUTE WS-SUSP-LOW-WK = FUNCTION NUMVAL(SUSP-LOW)
           COMPUTE WS-SUSP-HIGH-WK = FUNCTION NUMVAL(SUSP-HIGH)
           IF LAYOUT-CSV
              MOVE FUNCTION TRIM(SUSP-LOC) TO DSPL-LOC
              MOVE WS-SUSP-TEMP-WK TO DSPL-READING
              MOVE WS-SUSP-LOW-WK TO DSPL-MIN
              MOVE WS-SUSP-HIGH-WK TO DSPL-MAX
              MOVE SPACES TO EXTRACT-CSV-REC
              STRING
                 FUNCTION TRIM(DSPL-LOC) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MATCH-REGION) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MATCH-COUNTRY) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-READING) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-MIN) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DSPL-MAX) DELIMITED BY SIZE
                 INTO EXTRACT-CSV-REC
              END-STRING
              PERFORM PUT-CSV-LINE
           ELSE
              PERFORM CLEAR-FIXED-REC
              MOVE 'S' TO DXF-TYPE
              MOVE SUSP-LOC TO DXF-NAME
              MOVE WS-MATCH-REGION TO DXF-REGION
              MOVE WS-MATCH-COUNTRY TO DXF-COUNTRY
              MOVE WS-SUSP-TEMP-WK TO DXF-READING
              MOVE WS-SUSP-LOW-WK TO DXF-LOW
              MOVE WS-SUSP-HIGH-WK TO DXF-HIGH
              PERFORM PUT-FIXED-REC
           END-IF
           ADD 1 TO WS-SUB-WRITTEN-CNT
           EXIT.

       WRITE-REGION-ROWS.
           IF LAYOUT-CSV
              MOVE "# REGION SUMMARY region,min,mean,max,count"
                 TO EXTRACT-CSV-REC
              PERFORM PUT-CSV-LINE
           END-IF
           PERFORM VARYING WS-SRG-IDX FROM 1 BY 1
              UNTIL WS-SRG-IDX > WS-SUB-RGN-COUNT
                   IF LAYOUT-CSV
                      MOVE WS-SRG-NAME(WS-SRG-IDX) TO DSPL-LOC
                      MOVE WS-SRG-MIN(WS-SRG-IDX) TO DSPL-MIN
                      MOVE WS-SRG-MEAN(WS-SRG-IDX) TO DSPL-MEAN
                      MOVE WS-SRG-MAX(WS-SRG-IDX) TO DSPL-MAX
                      MOVE WS-SRG-COUNT(WS-SRG-IDX) TO DSPL-COUNT
                      PERFORM WRITE-CSV-ROLLUP-ROW
                   ELSE
                      PERFORM CLEAR-FIXED-REC
                      MOVE 'R' TO DXF-TYPE
                      MOVE WS-SRG-NAME(WS-SRG-IDX) TO DXF-NAME
                      MOVE WS-SRG-NAME(WS-SRG-IDX) TO DXF-REGION
                      MOVE WS-SRG-MIN(WS-SRG-IDX) TO DXF-MIN
                      MOVE WS-SRG-MEAN(WS-SRG-IDX) TO DXF-MEAN
                      MOVE WS-SRG-MAX(WS-SRG-IDX) TO DXF-MAX
                      MOVE WS-SRG-COUNT(WS-SRG-IDX) TO DXF-COUNT
                      PERFORM PUT-FIXED-REC
                   END-IF
                   ADD 1 TO WS-SUB-WRITTEN-CNT
           END-PERFORM
           EXIT.

       WRITE-COUNTRY-ROWS.
           IF LAYOUT-CSV
              MOVE "# COUNTRY SUMMARY country,min,mean,max,count"
                 TO EXTRACT-CSV-REC
              PERFORM PUT-CSV-LINE
           END-IF
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
              UNTIL WS-SCT-IDX > WS-SUB-CTY-COUNT
                   IF LAYOUT-CSV
                      MOVE WS-SCT-NAME(WS-SCT-IDX) TO DSPL-LOC
                      MOVE WS-SCT-MIN(WS-SCT-IDX) TO DSPL-MIN
                      MOVE WS-SCT-MEAN(WS-SCT-IDX) TO DSPL-MEAN
                      MOVE WS-SCT-MAX(WS-SCT-IDX) TO DSPL-MAX
                      MOVE WS-SCT-COUNT(WS-SCT-IDX) TO DSPL-COUNT
                      PERFORM WRITE-CSV-ROLLUP-ROW
                   ELSE
                      PERFORM CLEAR-FIXED-REC
                      MOVE 'C' TO DXF-TYPE
                      MOVE WS-SCT-NAME(WS-SCT-IDX) TO DXF-NAME
                      MOVE WS-SCT-NAME(WS-SCT-IDX) TO DXF-COUNTRY
                      MOVE WS-SCT-MIN(WS-SCT-IDX) TO DXF-MIN
                      MOVE WS-SCT-MEAN(WS-SCT-IDX) TO DXF-MEAN
                      MOVE WS-SCT-MAX(WS-SCT-IDX) TO DXF-MAX
                      MOVE WS-SCT-COUNT(WS-SCT-IDX) TO DXF-COUNT
                      PERFORM PUT-FIXED-REC
                   END-IF
                   ADD 1 TO WS-SUB-WRITTEN-CNT
           END-PERFORM
           EXIT.

       WRITE-CSV-ROLLUP-ROW.
           MOVE SPACES TO EXTRACT-CSV-REC
           STRING
              FUNCTION TRIM(DSPL-LOC) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MIN) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MEAN) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MAX) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-COUNT) DELIMITED BY SIZE
              INTO EXTRACT-CSV-REC
           END-STRING
           PERFORM PUT-CSV-LINE
           EXIT.

       CLEAR-FIXED-REC.
           MOVE SPACES TO EXTRACT-FIXED-REC
           MOVE ZERO TO DXF-BUS-DATE DXF-RUN-DATE DXF-MIN DXF-MEAN
              DXF-MAX DXF-COUNT DXF-STDDEV DXF-MEDIAN DXF-P90
              DXF-READING DXF-LOW DXF-HIGH DXF-REC-CNT
              DXF-OUTPUT-CNT DXF-SUSPECT-CNT DXF-REGION-CNT
              DXF-COUNTRY-CNT
           EXIT.

       PUT-CSV-LINE.
           WRITE EXTRACT-CSV-REC
           IF WS-EXTRACT-STATUS NOT = "00"
              SET WRITE-FAILED TO TRUE
           END-IF
           EXIT.

       PUT-FIXED-REC.
           WRITE EXTRACT-FIXED-REC
           IF WS-EXTRACT-STATUS NOT = "00"
              SET WRITE-FAILED TO TRUE
           END-IF
           EXIT.

       WRITE-LOG-LINE.
      *    A rejected line may not have got as far as a usable id,
      *    layout or path; the log takes whatever it had.
           MOVE SPACES TO DLG-SUBSCRIBER DLG-LAYOUT DLG-PRODUCTS
              DLG-REASON DLG-PATH
           MOVE WS-TIMESTAMP(1:14) TO DLG-TIMESTAMP
           MOVE WS-BUS-DATE TO DLG-BUS-DATE
           MOVE WS-IFC-RUN-DATE TO DLG-RUN-DATE
           MOVE WS-SUB-ID-RAW TO DLG-SUBSCRIBER
           MOVE WS-SUB-STATUS TO DLG-STATUS
           MOVE WS-SUB-LAYOUT TO DLG-LAYOUT
           MOVE WS-SUB-PRODUCTS TO DLG-PRODUCTS
           IF WS-SUB-STATUS = "SENT"
              MOVE WS-SUB-REC-CNT TO DLG-RECORDS
           ELSE
              MOVE ZERO TO DLG-RECORDS
           END-IF
           MOVE WS-SUB-REASON TO DLG-REASON
           IF WS-SUB-PATH NOT = SPACES
              MOVE WS-SUB-PATH TO DLG-PATH
           ELSE
              MOVE FUNCTION TRIM(WS-SUB-PATH-RAW) TO DLG-PATH
           END-IF
           WRITE DIST-LOG-REC FROM DLG-LINE
           IF WS-DIST-LOG-STATUS NOT = "00"
              DISPLAY "WARNING: distribution log write failed for "
                 FUNCTION TRIM(WS-SUB-ID-RAW)
                 " (status " WS-DIST-LOG-STATUS ")"
           END-IF
           EXIT.

       DISPLAY-RUN-TOTALS.
           DISPLAY "--------------------------------------------------"
           DISPLAY "DISTRIBUTION TOTALS"
           DISPLAY "--------------------------------------------------"
           DISPLAY "Subscription file:  "
              FUNCTION TRIM(CMD-SUBSCRIPTIONS)
           DISPLAY "Interface extract:  " FUNCTION TRIM(CMD-INTERFACE)
           DISPLAY "Business date:      " WS-BUS-DATE
           MOVE WS-LINES-READ-CNT TO DSPL-AUDIT-CNT
           DISPLAY "Subscription lines: " FUNCTION TRIM(DSPL-AUDIT-CNT)
           MOVE WS-SENT-CNT TO DSPL-AUDIT-CNT
           DISPLAY "Extracts sent:      " FUNCTION TRIM(DSPL-AUDIT-CNT)
           MOVE WS-NOT-SENT-CNT TO DSPL-AUDIT-CNT
           DISPLAY "Extracts not sent:  " FUNCTION TRIM(DSPL-AUDIT-CNT)
           MOVE WS-REJECTED-CNT TO DSPL-AUDIT-CNT
           DISPLAY "Lines rejected:     " FUNCTION TRIM(DSPL-AUDIT-CNT)
           MOVE WS-ROWS-SENT-CNT TO DSPL-AUDIT-CNT
           DISPLAY "Data rows sent:     " FUNCTION TRIM(DSPL-AUDIT-CNT)
           DISPLAY "--------------------------------------------------"
           EXIT.
