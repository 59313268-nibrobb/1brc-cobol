
           SELECT SUSPECT-FILE ASSIGN USING CMD-SUSPECT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SUSPECT-STATUS.

           SELECT MONTH-HISTORY-FILE ASSIGN USING CMD-HISTORY
              ORGANIZATION IS LINE SEQUENTIAL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT DEGREE-DAY-FILE ASSIGN USING CMD-DEGREE-DAY
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      *    All-time records are only ever fetched by station at the
      *    end of the run, so random access is all that is needed.
           SELECT STATION-RECORDS-FILE
              ASSIGN USING CMD-STATION-RECORDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ATR-LOC
              FILE STATUS IS WS-STATION-RECORDS-STATUS.

           SELECT BULLETIN-FILE ASSIGN USING CMD-BULLETIN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN USING CMD-JOURNAL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PEER-FILE ASSIGN USING CMD-PEER-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT COMPLETENESS-FILE ASSIGN USING CMD-COMPLETENESS
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      *    DYNAMIC: a dataset's generations are found by a START on
      *    its name and read forward, and new ones written by key.
           SELECT CATALOG-FILE ASSIGN USING CMD-CATALOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAT-KEY
              FILE STATUS IS WS-CATALOG-STATUS.

      *    Whichever dataset is being catalogued, re-read once closed
      *    to count its records.
           SELECT CAT-COUNT-FILE ASSIGN USING WS-CAT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CAT-COUNT-STATUS.

           SELECT MEASURE-FILE ASSIGN USING CMD-MEASURE-OUTPUT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      *    Rainfall/humidity entries are only ever fetched by key at
      *    the end of the run, so random access is all that is
      *    needed - same as the station records.
           SELECT MEASURE-MASTER-FILE ASSIGN USING CMD-MEASURE-MASTER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MSM-KEY
              FILE STATUS IS WS-MEASURE-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Wide enough to hold a location well past the 100 characters
          05 REJECT-RAW-DATA       PIC X(310).

      *    Location -> region/country lookup, same ';'-delimited shape
      *    as the measurement input. A station may have several rows,
      *    each an assignment with optional valid-from and valid-to
      *    dates (YYYYMMDD, both inclusive, blank = unbounded) in a
      *    4th and 5th field, and optionally the number of readings
      *    the station should send per day (1-1440, blank = hourly)
      *    in a 6th: location;region;country;from;to;expected.
       FD STATION-MASTER-FILE DATA RECORD IS STATION-REC.
       01 STATION-REC.
          05 STATION-REC-DATA      PIC X(160).
             88 STATION-MASTER-EOF                    VALUE HIGH-VALUES.

      *    One row per station: location, min, mean, max, count.
      *    so LOAD-CHECKPOINT can tell this checkpoint apart from one
      *    left over from a prior day's run against the same path.
          05 CKPT-SOURCE              PIC X(255).
      *    Observation completeness - the expected readings per day
      *    on 'D' rows, the readings dated off the observation date
      *    on the 'H' row, and one 'Q' row per minute cell a station
      *    has filled (CKPT-COUNT = times received, CKPT-MIN = the
      *    reading kept), grouped by station after every station's
      *    'D'/'C'/'M'/'B' rows.
          05 CKPT-EXPECTED-OBS        PIC 9(4).
          05 CKPT-OBS-MINUTE          PIC 9(4).
          05 CKPT-OFF-DATE-CNT        PIC 9(10).
      *    Rainfall and humidity - one 'W' row per WS-MSR-TBL entry
      *    after all the temperature rows, with CKPT-LOC, CKPT-COUNT
      *    and the region/country tags as on a 'D' row and the
      *    measure tag and its wider min/max/total here; the 'H' row
      *    carries the measure table's overflow tally.
          05 CKPT-MSR-TYPE            PIC X(1).
          05 CKPT-MSR-MIN             PIC S9(3)V9.
          05 CKPT-MSR-MAX             PIC S9(3)V9.
          05 CKPT-MSR-TOTAL           PIC S9(11)V9.
          05 CKPT-MSR-OVERFLOW-CNT    PIC 9(10).
      *    'D' rows only - the station's extremes over the readings
      *    that passed the envelope check, and how many did.
          05 CKPT-CLEAN-MIN           PIC S9(2)V9.
          05 CKPT-CLEAN-MAX           PIC S9(2)V9.
          05 CKPT-CLEAN-CNT           PIC 9(7).

      *    Manifest of input filenames, one per line, used instead of
      *    CMD-INPUT when a day's run spans more than one source file.
      *    keyed READ instead of hand-merging weeks of daily CSVs.
      *    MTD/YTD count and totaltemp are sized past their daily
      *    counterparts since they accumulate a month/year of
      *    billion-row days. Heating/cooling degree-days ride along
      *    in the same three scopes, appended so the original fields
      *    keep their offsets. Field layout must stay in step with
      *    the copies in ONEBRCMRG, STSBCKCBL and STSINQCBL.
       FD STATS-MASTER-FILE DATA RECORD IS STATS-REC.
       01 STATS-REC.
          05 STATS-LOC             PIC X(100).
          05 STATS-YTD-MAX         PIC S9(2)V9 COMP-3.
          05 STATS-YTD-COUNT       PIC 9(10).
          05 STATS-YTD-TOTALTEMP   PIC S9(15)V9(2) COMP-3.
          05 STATS-DAY-HDD         PIC S9(3)V9 COMP-3.
          05 STATS-DAY-CDD         PIC S9(3)V9 COMP-3.
          05 STATS-MTD-HDD         PIC S9(7)V9 COMP-3.
          05 STATS-MTD-CDD         PIC S9(7)V9 COMP-3.
          05 STATS-YTD-HDD         PIC S9(7)V9 COMP-3.
          05 STATS-YTD-CDD         PIC S9(7)V9 COMP-3.

      *    Stats master journal, appended to by every WRITE and
      *    REWRITE of a STATS-REC: a before image ('B') then an after
      *    image ('A') per update, stamped with the run date, the
      *    run-log sequence (this run's row position in the run log,
      *    zero when no run log is kept) and the program that made
      *    the change. A before image of a record that was not yet on
      *    file carries JNL-ON-FILE 'N'. The image is the STATS-REC
      *    in display form, the way HISTORY-REC carries its figures.
      *    STSRCVCBL replays it forward onto a restored backup or
      *    backs runs out of the master with it. Field layout must
      *    stay in step with the copies in ONEBRCMRG and STSRCVCBL.
       FD JOURNAL-FILE DATA RECORD IS JOURNAL-REC.
       01 JOURNAL-REC.
          05 JNL-RUN-DATE          PIC 9(8).
          05 JNL-RUN-SEQ           PIC 9(6).
          05 JNL-PROGRAM           PIC X(9).
          05 JNL-IMAGE-TYPE        PIC X.
          05 JNL-ON-FILE           PIC X.
          05 JNL-STATS-IMAGE.
             10 JNL-LOC            PIC X(100).
             10 JNL-LAST-RUN-DATE  PIC 9(8).
             10 JNL-DAY-MIN        PIC S9(2)V9.
             10 JNL-DAY-MAX        PIC S9(2)V9.
             10 JNL-DAY-COUNT      PIC 9(7).
             10 JNL-DAY-TOTALTEMP  PIC S9(9)V9.
             10 JNL-MTD-MIN        PIC S9(2)V9.
             10 JNL-MTD-MAX        PIC S9(2)V9.
             10 JNL-MTD-COUNT      PIC 9(10).
             10 JNL-MTD-TOTALTEMP  PIC S9(15)V9(2).
             10 JNL-YTD-MIN        PIC S9(2)V9.
             10 JNL-YTD-MAX        PIC S9(2)V9.
             10 JNL-YTD-COUNT      PIC 9(10).
             10 JNL-YTD-TOTALTEMP  PIC S9(15)V9(2).
             10 JNL-DAY-HDD        PIC S9(3)V9.
             10 JNL-DAY-CDD        PIC S9(3)V9.
             10 JNL-MTD-HDD        PIC S9(7)V9.
             10 JNL-MTD-CDD        PIC S9(7)V9.
             10 JNL-YTD-HDD        PIC S9(7)V9.
             10 JNL-YTD-CDD        PIC S9(7)V9.

      *    Previous run's OUTPUT-FILE, re-read for the day-over-day
      *    anomaly comparison - same location,min,mean,max,count,...
      *    Partial results written by one partition-mode slice and
      *    combined by ONEBRCMRG: same row plan as the checkpoint
      *    ('H' header, 'D' detail with sum-of-squares, 'C' histogram,
      *    'M' month, 'B' hour-band, 'Q' minute cell, 'O' overflow)
      *    so stddev, median, p90, the time breakdowns and the
      *    completeness tally merge exactly, plus the timestamped-
      *    record tally the merge trailer needs. The 'H' row also
      *    carries the observation date so the merge can tell slices
      *    of different days apart.
       FD PARTIAL-FILE DATA RECORD IS PARTIAL-REC.
       01 PARTIAL-REC.
          05 PART-TYPE             PIC X(1).
          05 PART-TIMESTAMPED-CNT     PIC 9(10).
          05 PART-FAHRENHEIT-CNT      PIC 9(10).
          05 PART-SOURCE              PIC X(255).
          05 PART-EXPECTED-OBS        PIC 9(4).
          05 PART-OBS-MINUTE          PIC 9(4).
          05 PART-OFF-DATE-CNT        PIC 9(10).
          05 PART-OBS-DATE            PIC 9(8).
      *    'W' rainfall/humidity rows and the 'H' row's measure
      *    overflow tally, as on the checkpoint.
          05 PART-MSR-TYPE            PIC X(1).
          05 PART-MSR-MIN             PIC S9(3)V9.
          05 PART-MSR-MAX             PIC S9(3)V9.
          05 PART-MSR-TOTAL           PIC S9(11)V9.
          05 PART-MSR-OVERFLOW-CNT    PIC 9(10).

      *    Print-image operations report: page headings, stations
      *    grouped under region/country with subtotals at each
          05 HIST-MTD-MAX          PIC S9(2)V9.
          05 HIST-MTD-COUNT        PIC 9(10).
          05 HIST-MTD-TOTALTEMP    PIC S9(15)V9(2).
          05 HIST-MTD-HDD          PIC S9(7)V9.
          05 HIST-MTD-CDD          PIC S9(7)V9.

      *    Run-log control file, one row per completed run (appended
      *    at end of run, read at start of the next): the run date,
      *    whose detail count and hash totals over count and
      *    totaltemp the loader verifies before committing. Signed
      *    fields carry a separate leading sign so the loader never
      *    sees an overpunch. The day's heating/cooling degree-days
      *    go on the 'D' rows only (zero elsewhere), after the
      *    source so no existing column moves. Field layout must stay
      *    in step with ONEBRCMRG's copy.
       FD INTERFACE-FILE
           DATA RECORDS ARE INTERFACE-REC INTERFACE-MSR-REC.
       01 INTERFACE-REC.
          05 IFC-TYPE              PIC X(1).
          05 IFC-RUN-DATE          PIC 9(8).
          05 IFC-HASH-TOTALTEMP    PIC S9(15)V9(2)
                                      SIGN LEADING SEPARATE.
          05 IFC-SOURCE            PIC X(255).
          05 IFC-HDD               PIC S9(3)V9 SIGN LEADING SEPARATE.
          05 IFC-CDD               PIC S9(3)V9 SIGN LEADING SEPARATE.
      *    Rainfall and humidity section, written between the last
      *    temperature row and the 'T' trailer on days that had any:
      *    an 'R' (rainfall) or 'U' (humidity) row per station, then
      *    an 'S' section trailer with its own row count and hash
      *    totals over count and total. A record of its own because
      *    the figures outgrow the temperature columns; the 'T'
      *    trailer still proves the 'D' rows alone, so a loader that
      *    takes only temperatures skips the section by row type.
       01 INTERFACE-MSR-REC.
          05 IFM-TYPE              PIC X(1).
          05 IFM-RUN-DATE          PIC 9(8).
          05 IFM-LOC               PIC X(100).
          05 IFM-REGION            PIC X(30).
          05 IFM-COUNTRY           PIC X(3).
          05 IFM-MIN               PIC S9(3)V9 SIGN LEADING SEPARATE.
          05 IFM-MEAN              PIC S9(3)V9 SIGN LEADING SEPARATE.
          05 IFM-MAX               PIC S9(3)V9 SIGN LEADING SEPARATE.
          05 IFM-COUNT             PIC 9(10).
          05 IFM-TOTAL             PIC S9(11)V9
                                      SIGN LEADING SEPARATE.
          05 IFM-DETAIL-CNT        PIC 9(10).
          05 IFM-HASH-COUNT        PIC 9(15).
          05 IFM-HASH-TOTAL        PIC S9(15)V9
                                      SIGN LEADING SEPARATE.

      *    Degree-day report - the energy desk's heating/cooling
      *    degree-days, DAY/MTD/YTD, averaged per station over each
      *    region and each country of the stations folded into the
      *    stats master this run.
       FD DEGREE-DAY-FILE DATA RECORD IS DEGREE-DAY-REC.
       01 DEGREE-DAY-REC           PIC X(150).

      *    All-time record high and low per station with the run date
      *    each was set, the record each one replaced (so backing out
      *    the day that set it can put the old one back), and any
      *    candidate held pending because the reading that would set
      *    it was on the day's suspect list. A zero date means the
      *    slot is empty. Field layout must stay in step with the
      *    copies in ONEBRCMRG, STSBCKCBL and RCDMNTCBL.
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

      *    "Records broken today" bulletin.
       FD BULLETIN-FILE DATA RECORD IS BULLETIN-REC.
       01 BULLETIN-REC             PIC X(150).

      *    Peer-station consistency report.
       FD PEER-FILE DATA RECORD IS PEER-REC.
       01 PEER-REC                 PIC X(180).

      *    Observation completeness report.
       FD COMPLETENESS-FILE DATA RECORD IS COMPLETENESS-REC.
       01 COMPLETENESS-REC         PIC X(180).

      *    Run generation catalog: one entry per dataset written per
      *    run. CAT-GEN-INV is 9999999 less the generation, so the
      *    key order within a dataset is newest first. Field layout
      *    must stay in step with the copies in ONEBRCMRG, STSBCKCBL
      *    and GENCATCBL.
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

       FD CAT-COUNT-FILE DATA RECORD IS CAT-COUNT-REC.
       01 CAT-COUNT-REC            PIC X(400).

      *    Rainfall and humidity statistics - a CSV of their own, one
      *    '#' section per measure, so the temperature OUTPUT-FILE
      *    and everything that reads it stay exactly as they were.
       FD MEASURE-FILE DATA RECORD IS MEASURE-REC.
       01 MEASURE-REC              PIC X(150).

      *    Keyed rainfall/humidity master, the measures' counterpart
      *    of STATS-REC: keyed on the measure tag (R or H) and the
      *    location, with the day's min/max/count/total and the
      *    month-to-date and year-to-date scopes rolled over the
      *    same way. Total is the rainfall in mm (for humidity, the
      *    sum its mean is taken from). Field layout must stay in
      *    step with ONEBRCMRG's copy.
       FD MEASURE-MASTER-FILE DATA RECORD IS MSM-REC.
       01 MSM-REC.
          05 MSM-KEY.
             10 MSM-TYPE           PIC X(1).
             10 MSM-LOC            PIC X(100).
          05 MSM-LAST-RUN-DATE     PIC 9(8).
          05 MSM-DAY-MIN           PIC S9(3)V9 COMP-3.
          05 MSM-DAY-MAX           PIC S9(3)V9 COMP-3.
          05 MSM-DAY-COUNT         PIC 9(7).
          05 MSM-DAY-TOTAL         PIC S9(11)V9 COMP-3.
          05 MSM-MTD-MIN           PIC S9(3)V9 COMP-3.
          05 MSM-MTD-MAX           PIC S9(3)V9 COMP-3.
          05 MSM-MTD-COUNT         PIC 9(10).
          05 MSM-MTD-TOTAL         PIC S9(15)V9(2) COMP-3.
          05 MSM-YTD-MIN           PIC S9(3)V9 COMP-3.
          05 MSM-YTD-MAX           PIC S9(3)V9 COMP-3.
          05 MSM-YTD-COUNT         PIC 9(10).
          05 MSM-YTD-TOTAL         PIC S9(15)V9(2) COMP-3.

       WORKING-STORAGE SECTION.
       01 FILENAME                 PIC X(255).
                04 WS-BND-MAX      PIC S9(2)V9 COMP-3.
                04 WS-BND-CNT      PIC 9(7) COMP-3.
                04 WS-BND-TOTALTEMP PIC S9(9)V9 COMP-3.
      *       Completeness: the station's slot in WS-OBS-TBL (zero
      *       until it sends a reading for the observation date) and
      *       the readings per day it is expected to send.
             03 WS-MEAS-OBS-SLOT   PIC 9(4).
             03 WS-MEAS-EXPECTED   PIC 9(4).
      *       Day extremes over the readings CHECK-ENVELOPE let pass -
      *       the all-time records are set from these, the suspect
      *       readings being held for review instead. The count stays
      *       zero while every reading so far has been suspect.
             03 WS-MEAS-CLEAN-MIN  PIC S9(2)V9 COMP-3.
             03 WS-MEAS-CLEAN-MAX  PIC S9(2)V9 COMP-3.
             03 WS-MEAS-CLEAN-CNT  PIC 9(7).

      ******************************************************************
      * Station master: location name -> region/country code, loaded  *
      * once at start of run and used to tag each new station as it   *
      * is inserted so PRODUCE-OUTPUT can roll stats up by region.     *
      * Only the assignment in effect on WS-BUSINESS-DATE is loaded - *
      * the run date unless the run control's business-date says     *
      * otherwise - so a re-run for an earlier day rolls each station *
      * up where it belonged that day, not where it belongs now.      *
      ******************************************************************
       01 STATION-TBL-SIZE         PIC 9(4)          VALUE 500.
       01 WS-STATION-COUNT         PIC 9(4)          VALUE ZERO.
             03 WS-STN-LOC         PIC X(100).
             03 WS-STN-REGION      PIC X(30).
             03 WS-STN-COUNTRY     PIC X(3).
             03 WS-STN-EXPECTED    PIC 9(4).
       01 WS-BUSINESS-DATE         PIC 9(8)          VALUE ZERO.
       01 WS-SM-FIELDS.
          05 WS-SM-LOC             PIC X(100).
          05 WS-SM-REGION          PIC X(30).
          05 WS-SM-COUNTRY         PIC X(3).
          05 WS-SM-FROM            PIC X(8).
          05 WS-SM-TO              PIC X(8).
          05 WS-SM-EXPECTED        PIC X(10).
       01 WS-SM-DATE-NUM           PIC 9(8)          VALUE ZERO.
       01 WS-SM-EFFECT-FLAG        PIC X             VALUE 'Y'.
          88 SM-IN-EFFECT                            VALUE 'Y'.
          88 SM-DATES-BAD                            VALUE 'B'.
       01 WS-SM-NOT-IN-EFFECT-CNT  PIC 9(7)          VALUE ZERO.
       01 WS-SM-BAD-DATE-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-SM-EXP-WK             PIC S9(7)V9(2)    VALUE ZERO.
       01 WS-SM-BAD-EXP-CNT        PIC 9(7)          VALUE ZERO.

      ******************************************************************
      * Region rollup, built from WS-MEASUREMENT-TBL once per run.     *
          05 WS-TS-DAY             PIC 9(2).
          05 WS-TS-HOUR            PIC 9(2).
          05 WS-TS-MINUTE          PIC 9(2).
       01 WS-TS-DATE-PARTS REDEFINES WS-RAW-TIMESTAMP.
          05 WS-TS-DATE            PIC 9(8).
          05 WS-TS-TIME            PIC 9(4).
       01 WS-TS-PRESENT-FLAG       PIC X             VALUE 'N'.
          88 TS-PRESENT                              VALUE 'Y'.

       77 DSPL-MONTH               PIC 99.
       77 DSPL-BAND-LABEL          PIC X(5).

      ******************************************************************
      * Rainfall and humidity readings (FOLD-MEASURE-READING). The    *
      * unit-tag position also takes a measure tag: R = rainfall in   *
      * mm (0.0..999.9), H = relative humidity in % (0.0..100.0),     *
      * e.g. location;2.4;R or location;87.0;YYYYMMDDHHMM;H. A tagged *
      * reading is range-checked by its own rule and folded into      *
      * WS-MSR-TBL, one entry per measure and station, instead of the *
      * temperature table - so it never reaches the temperature       *
      * statistics, watch list, envelope or completeness tally, and   *
      * a feed that never sends the tag runs exactly as before.       *
      * Rainfall is reported as the day's total, humidity as a mean.  *
      ******************************************************************
       01 WS-MEASURE-TYPE          PIC X             VALUE SPACE.
          88 MEASURE-READING                         VALUE 'R' 'H'.
          88 RAINFALL-READING                        VALUE 'R'.
          88 HUMIDITY-READING                        VALUE 'H'.
       01 MSR-TBL-SIZE             PIC 9(4)          VALUE 1000.
       01 WS-MSR-COUNT             PIC 9(4)          VALUE ZERO.
       01 WS-MSR-OVERFLOW-CNT      PIC 9(10)         VALUE ZERO.
       01 WS-RAIN-CNT              PIC 9(10)         VALUE ZERO.
       01 WS-HUMID-CNT             PIC 9(10)         VALUE ZERO.
       01 WS-MSR-VALUE             PIC S9(3)V9 COMP-3 VALUE ZERO.
       01 WS-MSR-FOUND-FLAG        PIC X             VALUE 'N'.
          88 MSR-FOUND                               VALUE 'Y'.
       01 WS-MSR-KEY-WK.
          05 WS-MSR-KEY-TYPE       PIC X.
          05 WS-MSR-KEY-LOC        PIC X(100).
      *    Kept sorted ascending on tag + location as it is built,
      *    like WS-MEASUREMENT-TBL, so lookups use SEARCH ALL and
      *    each measure's stations come out together and in order.
       01 WS-MSR-TBL.
          02 WS-MSR-ENTRY OCCURS 1 TO 4000 TIMES
                DEPENDING ON WS-MSR-COUNT
                ASCENDING KEY IS WS-MSR-KEY
                INDEXED BY WS-MSR-IDX WS-MSR-SHIFT-IDX.
             03 WS-MSR-KEY.
                04 WS-MSR-TYPE     PIC X.
                04 WS-MSR-LOC      PIC X(100).
             03 WS-MSR-MIN         PIC S9(3)V9 COMP-3.
             03 WS-MSR-MAX         PIC S9(3)V9 COMP-3.
             03 WS-MSR-MEAN        PIC S9(3)V9 COMP-3.
             03 WS-MSR-TOTAL       PIC S9(11)V9 COMP-3.
             03 WS-MSR-READINGS    PIC 9(7).
             03 WS-MSR-REGION      PIC X(30).
             03 WS-MSR-COUNTRY     PIC X(3).
       01 WS-MEASURE-OUT-ENABLED   PIC X             VALUE 'N'.
          88 MEASURE-OUT-ENABLED                     VALUE 'Y'.
       01 WS-MEASURE-MASTER-STATUS PIC XX            VALUE SPACES.
       01 WS-MEASURE-MASTER-ENABLED PIC X            VALUE 'N'.
          88 MEASURE-MASTER-ENABLED                  VALUE 'Y'.
       01 WS-MSM-UPDATED-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-MSM-ADDED-CNT         PIC 9(7)          VALUE ZERO.
       77 DSPL-MSR-MIN             PIC ZZ9.9.
       77 DSPL-MSR-MEAN            PIC ZZ9.9.
       77 DSPL-MSR-MAX             PIC ZZ9.9.
       77 DSPL-MSR-TOTAL           PIC Z(10)9.9.


      ******************************************************************
      * Observation completeness (PRODUCE-COMPLETENESS-REPORT). Every *
      * timestamped reading dated on the observation date - the       *
      * business date - is tallied into its station's slot of        *
      * WS-OBS-TBL, one cell per minute of the day: how many times    *
      * that YYYYMMDDHHMM arrived and the reading kept for it. Slots  *
      * are handed out at a station's first reading for the date and *
      * never move, so the sorted inserts into WS-MEASUREMENT-TBL do *
      * not have to drag 1440 cells along with each entry. When one  *
      * minute arrives more than once the lower reading is kept -    *
      * whichever copy came first - so restarted, sliced and single  *
      * runs of the same day tally the same cells.                    *
      ******************************************************************
       01 WS-COMPLETE-ENABLED      PIC X             VALUE 'N'.
          88 COMPLETE-ENABLED                        VALUE 'Y'.
       01 WS-OBS-DATE              PIC 9(8)          VALUE ZERO.
      *    Readings a station master row doesn't say otherwise for
      *    are expected hourly.
       01 WS-OBS-EXPECTED-DFLT     PIC 9(4)          VALUE 24.
       01 WS-STUCK-RUN-LEN         PIC 9(3)          VALUE 6.
       01 WS-OBS-OFF-DATE-CNT      PIC 9(10)         VALUE ZERO.
       01 WS-OBS-SLOT-COUNT        PIC 9(4)          VALUE ZERO.
       01 WS-OBS-SLT               PIC 9(4)          VALUE ZERO.
       01 WS-OBS-MIN               PIC 9(4)          VALUE ZERO.
       01 WS-OBS-TBL.
          02 WS-OBS-SLOT OCCURS 2000 TIMES.
             03 WS-OBS-CELL OCCURS 1440 TIMES.
                04 WS-OBS-CNT      PIC 9(3) COMP-3.
                04 WS-OBS-TEMP     PIC S9(2)V9 COMP-3.
      *    One station's figures while its report lines are built.
       01 WS-CMP-HOUR-TBL.
          02 WS-CMP-HOUR-CNT       PIC 9(4) OCCURS 24 TIMES.
       01 WS-CMP-HR                PIC 9(2)          VALUE ZERO.
       01 WS-CMP-HOURS             PIC 9(2)          VALUE ZERO.
       01 WS-CMP-OBS               PIC 9(4)          VALUE ZERO.
       01 WS-CMP-DUPS              PIC 9(7)          VALUE ZERO.
       01 WS-CMP-STUCK             PIC 9(4)          VALUE ZERO.
       01 WS-CMP-GAP-START         PIC 9(2)          VALUE ZERO.
       01 WS-CMP-RUN-LEN           PIC 9(4)          VALUE ZERO.
       01 WS-CMP-RUN-START         PIC 9(4)          VALUE ZERO.
       01 WS-CMP-RUN-END           PIC 9(4)          VALUE ZERO.
       01 WS-CMP-RUN-TEMP          PIC S9(2)V9 COMP-3 VALUE ZERO.
       01 WS-CMP-WRITE-FLAG        PIC X             VALUE 'N'.
          88 CMP-WRITING                             VALUE 'Y'.
       01 WS-CMP-MIN-WK            PIC 9(4)          VALUE ZERO.
       01 WS-CMP-HHMM              PIC 9(4)          VALUE ZERO.
       01 WS-CMP-STATION-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-CMP-SHORT-CNT         PIC 9(7)          VALUE ZERO.
       01 WS-CMP-GAP-HOURS-CNT     PIC 9(7)          VALUE ZERO.
       01 WS-CMP-DUP-CNT           PIC 9(10)         VALUE ZERO.
       01 WS-CMP-STUCK-CNT         PIC 9(7)          VALUE ZERO.
       77 DSPL-CMP-N               PIC Z(3)9.
       77 DSPL-CMP-M               PIC Z(3)9.
       77 DSPL-CMP-FROM            PIC 9(4).
       77 DSPL-CMP-TO              PIC 9(4).
       77 DSPL-CMP-TEMP            PIC -99.9.

      ******************************************************************
      * Truncation-collision detection (PARSE-RECORD / FIND-ENTRY).    *
      * WS-LOC-PROBE is sized well past MEAS-LOC's 100 characters so   *
       01 WS-STATS-UPDATED-CNT     PIC 9(7)          VALUE ZERO.
       01 WS-STATS-ADDED-CNT       PIC 9(7)          VALUE ZERO.

      ******************************************************************
      * Stats master journal (JOURNAL-STATS-UPDATE). The before image *
      * is taken when MERGE-STATS-ENTRY starts and held here until    *
      * the REWRITE has gone through, so the journal only ever holds  *
      * complete before/after pairs for updates that happened.        *
      ******************************************************************
       01 WS-JOURNAL-STATUS        PIC XX            VALUE SPACES.
       01 WS-JOURNAL-ENABLED       PIC X             VALUE 'N'.
          88 JOURNAL-ENABLED                         VALUE 'Y'.
       01 WS-JNL-BEFORE-ON-FILE    PIC X             VALUE 'N'.
       01 WS-JNL-BEFORE-IMAGE      PIC X(237)        VALUE SPACES.
       01 WS-JNL-WRITTEN-CNT       PIC 9(7)          VALUE ZERO.

      ******************************************************************
      * Month-end archival (SNAPSHOT-MONTH-HISTORY). On the first run *
      * of a new month the MTD accumulators restart from today's      *
          88 STATS-MASTER-APPLIED                    VALUE 'Y'.
       01 WS-RUN-DATE-NUM          PIC 9(8)          VALUE ZERO.
       01 WS-RNL-LAST-APPLIED      PIC 9(8)          VALUE ZERO.
      *    This run's row position in the run log - the rows already
      *    there plus one - which is how a journal entry names the run
      *    that made it.
       01 WS-RUN-LOG-ROWS          PIC 9(6)          VALUE ZERO.
       01 WS-RUN-LOG-SEQ           PIC 9(6)          VALUE ZERO.
       01 WS-RUN-DAY-INT           PIC 9(8)          VALUE ZERO.
       01 WS-LAST-DAY-INT          PIC 9(8)          VALUE ZERO.
       01 WS-GAP-DAYS              PIC S9(8)         VALUE ZERO.
      *    merged, and must not be reported as a recycled acceptance.
       01 WS-FOLDED-FLAG           PIC X             VALUE 'N'.
          88 RECORD-FOLDED                           VALUE 'Y'.
      *    The entry FOUND / NOT-FOUND folded the reading into, and
      *    whether CHECK-ENVELOPE then flagged it.
       01 WS-FOLD-IDX              PIC 9(4)          VALUE ZERO.
       01 WS-READING-SUSPECT-FLAG  PIC X             VALUE 'N'.
          88 READING-SUSPECT                         VALUE 'Y'.
       01 WS-RECYCLED-READ-CNT     PIC 9(10)         VALUE ZERO.
       01 WS-RECYCLED-ACCEPT-CNT   PIC 9(10)         VALUE ZERO.
       01 WS-RECYCLED-REJECT-CNT   PIC 9(10)         VALUE ZERO.
       01 WS-IFC-DETAIL-CNT        PIC 9(10)         VALUE ZERO.
       01 WS-IFC-HASH-COUNT        PIC 9(15)         VALUE ZERO.
       01 WS-IFC-HASH-TOTALTEMP    PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       01 WS-IFM-DETAIL-CNT        PIC 9(10)         VALUE ZERO.
       01 WS-IFM-HASH-COUNT        PIC 9(15)         VALUE ZERO.
       01 WS-IFM-HASH-TOTAL        PIC S9(15)V9 COMP-3 VALUE ZERO.

      ******************************************************************
      * Heating/cooling degree-days (CALC-DEGREE-DAYS, folded into    *
      * the stats master by ADD-/MERGE-STATS-ENTRY). A station's day  *
      * HDD is how far its day mean falls short of WS-HDD-BASE, its   *
      * CDD how far the mean runs past WS-CDD-BASE - never negative.  *
      * Both bases come from the run control (hdd-base / cdd-base).   *
      * The degree-day report tables are filled as each station is    *
      * folded in, so the MTD/YTD figures reported are exactly the    *
      * ones just written to the master; stations the station master *
      * doesn't know group under *NO REGION* / *NO COUNTRY*.          *
      ******************************************************************
       01 WS-HDD-BASE              PIC S9(2)V9       VALUE 18.0.
       01 WS-CDD-BASE              PIC S9(2)V9       VALUE 18.0.
       01 WS-DD-HDD-WK             PIC S9(3)V9 COMP-3 VALUE ZERO.
       01 WS-DD-CDD-WK             PIC S9(3)V9 COMP-3 VALUE ZERO.
       01 WS-DEGREE-DAY-ENABLED    PIC X             VALUE 'N'.
          88 DEGREE-DAY-ENABLED                      VALUE 'Y'.
       01 WS-DD-GROUP-WK           PIC X(30)         VALUE SPACES.
       01 WS-DD-DROPPED-CNT        PIC 9(5)          VALUE ZERO.
       01 WS-DD-RGN-COUNT          PIC 9(3)          VALUE ZERO.
       01 WS-DD-RGN-TBL.
          02 WS-DD-RGN OCCURS 1 TO 300 TIMES
                DEPENDING ON WS-DD-RGN-COUNT INDEXED BY WS-DDR-IDX.
             03 WS-DDR-NAME        PIC X(30).
             03 WS-DDR-STATIONS    PIC 9(5).
             03 WS-DDR-DAY-HDD     PIC S9(7)V9 COMP-3.
             03 WS-DDR-DAY-CDD     PIC S9(7)V9 COMP-3.
             03 WS-DDR-MTD-HDD     PIC S9(11)V9 COMP-3.
             03 WS-DDR-MTD-CDD     PIC S9(11)V9 COMP-3.
             03 WS-DDR-YTD-HDD     PIC S9(11)V9 COMP-3.
             03 WS-DDR-YTD-CDD     PIC S9(11)V9 COMP-3.
       01 WS-DD-CTY-COUNT          PIC 9(3)          VALUE ZERO.
       01 WS-DD-CTY-TBL.
          02 WS-DD-CTY OCCURS 1 TO 300 TIMES
                DEPENDING ON WS-DD-CTY-COUNT INDEXED BY WS-DDC-IDX.
             03 WS-DDC-NAME        PIC X(30).
             03 WS-DDC-STATIONS    PIC 9(5).
             03 WS-DDC-DAY-HDD     PIC S9(7)V9 COMP-3.
             03 WS-DDC-DAY-CDD     PIC S9(7)V9 COMP-3.
             03 WS-DDC-MTD-HDD     PIC S9(11)V9 COMP-3.
             03 WS-DDC-MTD-CDD     PIC S9(11)V9 COMP-3.
             03 WS-DDC-YTD-HDD     PIC S9(11)V9 COMP-3.
             03 WS-DDC-YTD-CDD     PIC S9(11)V9 COMP-3.
       01 RPT-DD-LINE.
          05 RPT-DD-NAME           PIC X(30).
          05 FILLER                PIC X(1)          VALUE SPACE.
          05 RPT-DD-STATIONS       PIC Z(4)9.
          05 FILLER                PIC X(2)          VALUE SPACES.
          05 RPT-DD-DAY-HDD        PIC -(4)9.9.
          05 FILLER                PIC X(1)          VALUE SPACE.
          05 RPT-DD-DAY-CDD        PIC -(4)9.9.
          05 FILLER                PIC X(1)          VALUE SPACE.
          05 RPT-DD-MTD-HDD        PIC -(6)9.9.
          05 FILLER                PIC X(1)          VALUE SPACE.
          05 RPT-DD-MTD-CDD        PIC -(6)9.9.
          05 FILLER                PIC X(1)          VALUE SPACE.
          05 RPT-DD-YTD-HDD        PIC -(6)9.9.
          05 FILLER                PIC X(1)          VALUE SPACE.
          05 RPT-DD-YTD-CDD        PIC -(6)9.9.
       77 DSPL-HDD-BASE            PIC -99.9.
       77 DSPL-CDD-BASE            PIC -99.9.

      ******************************************************************
      * All-time station records (UPDATE-STATION-RECORDS). Each       *
      * station's day max/min is checked against its keyed record at *
      * the end of the run; a new extreme replaces the record and     *
      * the old one is kept as the previous record. A would-be record *
      * set by a reading on the day's suspect list is held pending    *
      * instead, until RCDMNTCBL confirms or rejects it. WS-HELD      *
      * carries the most extreme suspect reading per station and side *
      * read back from SUSPECT-FILE.                                  *
      ******************************************************************
       01 WS-SUSPECT-STATUS        PIC XX            VALUE SPACES.
       01 WS-STATION-RECORDS-STATUS PIC XX           VALUE SPACES.
       01 WS-RECORDS-ENABLED       PIC X             VALUE 'N'.
          88 RECORDS-ENABLED                         VALUE 'Y'.
       01 WS-BULLETIN-ENABLED      PIC X             VALUE 'N'.
          88 BULLETIN-ENABLED                        VALUE 'Y'.
       01 WS-REC-CHANGED-FLAG      PIC X             VALUE 'N'.
          88 REC-CHANGED                             VALUE 'Y'.
       01 WS-HELD-EOF-FLAG         PIC X             VALUE 'N'.
          88 HELD-LOAD-EOF                           VALUE 'Y'.
       01 WS-REC-NEW-CNT           PIC 9(7)          VALUE ZERO.
       01 WS-REC-PENDING-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-REC-STARTED-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-HELD-DROPPED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-REC-SIDE-WK           PIC X(3)          VALUE SPACES.
       01 WS-REC-NEW-WK            PIC S9(2)V9 COMP-3 VALUE ZERO.
       01 WS-REC-OLD-DATE-WK       PIC 9(8)          VALUE ZERO.
       01 WS-HLD-TEMP-WK           PIC S9(2)V9 COMP-3 VALUE ZERO.
       01 WS-HLD-BOUND-WK          PIC S9(2)V9 COMP-3 VALUE ZERO.
       01 WS-HLD-MATCH-IDX         PIC 9(5)          VALUE ZERO.
       01 WS-HELD-COUNT            PIC 9(5)          VALUE ZERO.
       01 WS-HELD-TBL.
          02 WS-HELD OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-HELD-COUNT
                ASCENDING KEY IS WS-HLD-LOC
                INDEXED BY WS-HLD-IDX.
             03 WS-HLD-LOC         PIC X(100).
             03 WS-HLD-HIGH-FLAG   PIC X.
             03 WS-HLD-HIGH        PIC S9(2)V9 COMP-3.
             03 WS-HLD-LOW-FLAG    PIC X.
             03 WS-HLD-LOW         PIC S9(2)V9 COMP-3.
       77 DSPL-REC-NEW             PIC -99.9.
       77 DSPL-REC-OLD             PIC -99.9.

      ******************************************************************
      * Peer-station consistency check (PRODUCE-PEER-REPORT). Each    *
      * station's day mean is set against the other stations the     *
      * station master puts in its country - or in its region when   *
      * the country has too few - and flagged when it sits more than *
      * WS-PEER-SIGMA standard deviations from their mean. Peer       *
      * figures leave the station itself out, so one bad sensor      *
      * cannot drag its own yardstick towards it. Groups are built   *
      * from the published one-decimal means, so ONEBRCCBL and       *
      * ONEBRCMRG flag the same stations for the same day.           *
      ******************************************************************
       01 WS-PEER-ENABLED          PIC X             VALUE 'N'.
          88 PEER-ENABLED                            VALUE 'Y'.
       01 WS-PEER-SIGMA            PIC 9V9           VALUE 3.0.
       01 WS-PEER-MIN              PIC 9(3)          VALUE 3.
       01 WS-PEER-GROUP-COUNT      PIC 9(3)          VALUE ZERO.
       01 WS-PEER-GROUP-TBL.
          02 WS-PEER-GROUP OCCURS 1 TO 600 TIMES
                DEPENDING ON WS-PEER-GROUP-COUNT
                INDEXED BY WS-PGR-IDX.
             03 WS-PGR-TYPE        PIC X.
             03 WS-PGR-NAME        PIC X(30).
             03 WS-PGR-STATIONS    PIC 9(5).
             03 WS-PGR-SUM         PIC S9(7)V9 COMP-3.
             03 WS-PGR-SUMSQ       PIC S9(9)V9(2) COMP-3.
       01 WS-PEER-GRP-TYPE-WK      PIC X             VALUE SPACES.
       01 WS-PEER-GRP-NAME-WK      PIC X(30)         VALUE SPACES.
       01 WS-PEER-CTY-IDX          PIC 9(3)          VALUE ZERO.
       01 WS-PEER-RGN-IDX          PIC 9(3)          VALUE ZERO.
       01 WS-PEER-USE-IDX          PIC 9(3)          VALUE ZERO.
       01 WS-PEER-N                PIC 9(5)          VALUE ZERO.
       01 WS-PEER-MEAN-WK          PIC S9(4)V9(6) COMP-3 VALUE ZERO.
       01 WS-PEER-VAR-WK           PIC S9(8)V9(6) COMP-3 VALUE ZERO.
       01 WS-PEER-SPREAD-WK        PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01 WS-PEER-DEV-WK           PIC S9(4)V9(6) COMP-3 VALUE ZERO.
       01 WS-PEER-SD-WK            PIC S9(5)V9 COMP-3 VALUE ZERO.
       01 WS-PEER-CHECKED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-PEER-OUTLIER-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-PEER-UNCHECKED-CNT    PIC 9(7)          VALUE ZERO.
       01 WS-PEER-UNASSIGNED-CNT   PIC 9(7)          VALUE ZERO.
       01 WS-PEER-SMALL-CNT        PIC 9(5)          VALUE ZERO.
       01 WS-PEER-DROPPED-CNT      PIC 9(5)          VALUE ZERO.
       77 DSPL-PEER-MEAN           PIC -99.9.
       77 DSPL-PEER-SPREAD         PIC Z9.99.
       77 DSPL-PEER-SD             PIC ZZZ9.9.
       77 DSPL-PEER-SIGMA          PIC 9.9.
       77 DSPL-PEER-N              PIC Z(4)9.

       01 WS-RUN-CONTROL-STATUS    PIC XX            VALUE SPACES.
       01 WS-RC-KEY                PIC X(30)         VALUE SPACES.
       01 WS-EXPECT-CHECKED-CNT    PIC 9(5)          VALUE ZERO.
       01 WS-EXPECT-MISMATCH-CNT   PIC 9(5)          VALUE ZERO.

      ******************************************************************
      * Run generation catalog (CATALOG-RUN-OUTPUTS and               *
      * RESOLVE-CATALOG-REF). Every dataset a run writes is entered   *
      * under its dataset name with the next generation number, the   *
      * business and run dates, the run-log sequence, its record      *
      * count and the run's return code. A prior output given as      *
      * NAME(0), NAME(-n) or NAME(yyyymmdd) is looked up in the       *
      * catalog - latest, n generations back, or the latest for that  *
      * business date - instead of being taken as a file name.        *
      ******************************************************************
       01 WS-CATALOG-STATUS        PIC XX            VALUE SPACES.
       01 WS-CAT-COUNT-STATUS      PIC XX            VALUE SPACES.
       01 WS-CAT-SCAN-FLAG         PIC X             VALUE 'N'.
          88 CAT-SCAN-DONE                           VALUE 'Y'.
       01 WS-CAT-COUNT-EOF-FLAG    PIC X             VALUE 'N'.
          88 CAT-COUNT-EOF                           VALUE 'Y'.
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
       01 WS-CAT-NEXT-GEN          PIC 9(7)          VALUE ZERO.
       01 WS-CAT-REC-CNT           PIC 9(10)         VALUE ZERO.
       01 WS-CAT-RC                PIC 9(4)          VALUE ZERO.
       01 WS-CAT-WRITTEN-CNT       PIC 9(3)          VALUE ZERO.
       01 WS-CAT-FAILED-CNT        PIC 9(3)          VALUE ZERO.
       01 WS-CAT-PRIOR-REF         PIC X(255)        VALUE SPACES.
       01 WS-CAT-DAY-GAP           PIC S9(8)         VALUE ZERO.
       77 DSPL-CAT-GEN             PIC Z(6)9.
       77 DSPL-CAT-RC              PIC Z(3)9.

       LINKAGE SECTION.
       01 CMD-INPUT                PIC X(255).
       01 CMD-REJECT                PIC X(255).
       01 CMD-PROPOSED             PIC X(255).
       01 CMD-SCORECARD            PIC X(255).
       01 CMD-INTERFACE            PIC X(255).
       01 CMD-DEGREE-DAY           PIC X(255).
       01 CMD-STATION-RECORDS      PIC X(255).
       01 CMD-BULLETIN             PIC X(255).
       01 CMD-JOURNAL              PIC X(255).
       01 CMD-PEER-REPORT          PIC X(255).
       01 CMD-COMPLETENESS         PIC X(255).
       01 CMD-CATALOG              PIC X(255).
       01 CMD-MEASURE-OUTPUT       PIC X(255).
       01 CMD-MEASURE-MASTER       PIC X(255).

       PROCEDURE DIVISION USING CMD-INPUT, CMD-REJECT,
                                 CMD-STATION-MASTER, CMD-OUTPUT,
                                 CMD-HISTORY, CMD-RUN-LOG,
                                 CMD-ALIAS, CMD-DORMANT,
                                 CMD-PROPOSED, CMD-SCORECARD,
                                 CMD-INTERFACE, CMD-DEGREE-DAY,
                                 CMD-STATION-RECORDS, CMD-BULLETIN,
                                 CMD-JOURNAL, CMD-PEER-REPORT,
                                 CMD-COMPLETENESS, CMD-CATALOG,
                                 CMD-MEASURE-OUTPUT,
                                 CMD-MEASURE-MASTER.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           MOVE WS-START-TIMESTAMP(1:8) TO WS-RUN-DATE
              PERFORM SET-PARTITION-MODE
           END-IF

      *    Station-master assignments are resolved against the day
      *    the readings belong to; unless the run control names one,
      *    that is the day of the run.
           IF WS-BUSINESS-DATE = ZERO
              MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF
      *    The completeness tally is kept for that same day.
           MOVE WS-BUSINESS-DATE TO WS-OBS-DATE

      *    Checkpoint is loaded before REJECT-FILE is opened below, so
      *    whether this is a restarted run is known in time to decide
      *    between OPEN OUTPUT (fresh run) and OPEN EXTEND (restart -
              END-IF
           END-IF

      *    The measure master follows the stats master's rules: the
      *    merge step owns it when partitioning and a blocked date
      *    never folds into it.
           IF CMD-MEASURE-MASTER NOT = SPACES AND NOT CONFIG-BAD
              IF PARTITION-ENABLED
                 DISPLAY "NOTE: measure master deferred to merge step"
                    " - pass it to ONEBRCMRG"
              ELSE
              IF RUN-LOG-BLOCKED
                 DISPLAY "NOTE: measure master not applied - run log "
                    "blocked this date"
              ELSE
                 SET MEASURE-MASTER-ENABLED TO TRUE
                 PERFORM OPEN-MEASURE-MASTER
              END-IF
              END-IF
           END-IF

      *    The journal covers the stats master's updates only, so it
      *    is armed with it and not otherwise.
           IF CMD-JOURNAL NOT = SPACES AND NOT CONFIG-BAD
              IF PARTITION-ENABLED
                 DISPLAY "NOTE: stats master journal deferred to "
                    "merge step - pass it to ONEBRCMRG"
              ELSE
              IF STATS-MASTER-ENABLED
                 SET JOURNAL-ENABLED TO TRUE
              END-IF
              END-IF
           END-IF

      *    All-time records move with the stats master: only a
      *    published, unblocked day may set one.
           IF CMD-STATION-RECORDS NOT = SPACES AND NOT CONFIG-BAD
              IF PARTITION-ENABLED
                 DISPLAY "NOTE: station records deferred to merge "
                    "step - pass them to ONEBRCMRG"
              ELSE
              IF RUN-LOG-BLOCKED
                 DISPLAY "NOTE: station records not updated - run "
                    "log blocked this date"
              ELSE
                 SET RECORDS-ENABLED TO TRUE
              END-IF
              END-IF
           END-IF

      *    The envelope table serves both the suspect check and the
      *    coverage reconciliation; loaded once when either wants it.
           IF STATS-MASTER-ENABLED
                    " - pass it to ONEBRCMRG"
              ELSE
                 SET ANOMALY-ENABLED TO TRUE
                 PERFORM RESOLVE-PRIOR-OUTPUT
              END-IF
           END-IF

              END-IF
           END-IF

      *    Nothing writes to the suspect list after the input pass;
      *    closing it here lets UPDATE-STATION-RECORDS read back the
      *    readings it must hold pending.
           IF SUSPECT-ENABLED
              CLOSE SUSPECT-FILE
           END-IF

      *    A run whose configuration or manifest never held up
      *    publishes nothing at all: no output rows, no partial, no
      *    master update, no comparisons - and further down, no
              PERFORM WRITE-PARTIAL-RESULTS
           ELSE
              PERFORM CALCULATE-MEANS
              PERFORM CALCULATE-MEASURE-MEANS

      *       Peers are whoever the station master groups together,
      *       so without it there is nothing to compare against.
              IF CMD-PEER-REPORT NOT = SPACES
                 IF STATION-MASTER-ENABLED
                    SET PEER-ENABLED TO TRUE
                    PERFORM PRODUCE-PEER-REPORT
                 ELSE
                    DISPLAY "NOTE: peer check needs the station "
                       "master - no report produced"
                 END-IF
              END-IF

              IF CMD-COMPLETENESS NOT = SPACES
                 SET COMPLETE-ENABLED TO TRUE
                 PERFORM PRODUCE-COMPLETENESS-REPORT
              END-IF

              PERFORM PRODUCE-OUTPUT

                 PERFORM PRODUCE-INTERFACE-FILE
              END-IF

              IF CMD-MEASURE-OUTPUT NOT = SPACES
                 SET MEASURE-OUT-ENABLED TO TRUE
                 PERFORM PRODUCE-MEASURE-OUTPUT
              END-IF

              IF STATION-MASTER-ENABLED
                 PERFORM ROLLUP-BY-REGION
                 PERFORM PRODUCE-REGION-OUTPUT
                 PERFORM SNAPSHOT-MONTH-HISTORY
              END-IF

      *       The degree-day report is read off the fold-in itself -
      *       its MTD/YTD figures are the ones just written to the
      *       master - so it is armed before UPDATE-STATS-MASTER and
      *       written after it.
              IF CMD-DEGREE-DAY NOT = SPACES
                 IF STATS-MASTER-ENABLED
                    SET DEGREE-DAY-ENABLED TO TRUE
                 ELSE
                    DISPLAY "NOTE: degree-day report needs the stats "
                       "master - no report produced"
                 END-IF
              END-IF

              IF STATS-MASTER-ENABLED
                 PERFORM UPDATE-STATS-MASTER
                 SET STATS-MASTER-APPLIED TO TRUE
              END-IF

              IF MEASURE-MASTER-ENABLED
                 PERFORM UPDATE-MEASURE-MASTER
                 SET STATS-MASTER-APPLIED TO TRUE
              END-IF

              IF DEGREE-DAY-ENABLED
                 PERFORM PRODUCE-DEGREE-DAY-REPORT
              END-IF

              IF RECORDS-ENABLED
                 PERFORM UPDATE-STATION-RECORDS
              END-IF

      *       LOAD-PRIOR-OUTPUT downgrades the feature to a warning
      *       when the prior file won't open, so the flag is retested
      *       before the report is produced.
           END-IF
           END-IF

           IF CMD-MEASURE-OUTPUT NOT = SPACES AND PARTITION-ENABLED
              DISPLAY "NOTE: measure output deferred to merge step"
                 " - pass it to ONEBRCMRG"
           END-IF

           IF CMD-REPORT NOT = SPACES AND PARTITION-ENABLED
              DISPLAY "NOTE: print report deferred to merge step"
                 " - pass it to ONEBRCMRG"
                 "step - pass it to ONEBRCMRG"
           END-IF

           IF CMD-DEGREE-DAY NOT = SPACES AND PARTITION-ENABLED
              DISPLAY "NOTE: degree-day report deferred to merge "
                 "step - pass it to ONEBRCMRG"
           END-IF

           IF CMD-PEER-REPORT NOT = SPACES AND PARTITION-ENABLED
              DISPLAY "NOTE: peer check deferred to merge "
                 "step - pass it to ONEBRCMRG"
           END-IF

           IF CMD-COMPLETENESS NOT = SPACES AND PARTITION-ENABLED
              DISPLAY "NOTE: completeness report deferred to merge "
                 "step - pass it to ONEBRCMRG"
           END-IF

           IF WATCH-ENABLED
              CLOSE EXTRACT-FILE
           END-IF

           PERFORM FLUSH-OVERFLOW-REPORT.
              END-IF
           END-IF

      *    Catalogued once the return code is final, since it goes
      *    on every entry - and, like the checkpoint clear, only for
      *    a run that got as far as publishing anything.
           IF CMD-CATALOG NOT = SPACES
              AND NOT CONFIG-BAD AND NOT INPUT-LIST-FAILED
              PERFORM CATALOG-RUN-OUTPUTS
           END-IF

      *    Logged last, with the final RETURN-CODE on the row - the
      *    log is the record the next run's check reads, so even a
      *    failed run leaves its mark (applied 'N').
                 MOVE WS-RC-VALUE TO CMD-SCORECARD
              WHEN "interface"
                 MOVE WS-RC-VALUE TO CMD-INTERFACE
              WHEN "degree-day-report"
                 MOVE WS-RC-VALUE TO CMD-DEGREE-DAY
              WHEN "business-date"
                 PERFORM PARSE-RC-NUMERIC
                 IF RC-NUM-OK
                    IF WS-RC-NUM-WK > 99999999
                       PERFORM REPORT-RC-RANGE-ERROR
                    ELSE
                       MOVE WS-RC-NUM-WK TO WS-BUSINESS-DATE
                       IF FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                          = ZERO
                          PERFORM REPORT-RC-RANGE-ERROR
                       END-IF
                    END-IF
                 END-IF
              WHEN "station-records"
                 MOVE WS-RC-VALUE TO CMD-STATION-RECORDS
              WHEN "records-bulletin"
                 MOVE WS-RC-VALUE TO CMD-BULLETIN
              WHEN "journal"
                 MOVE WS-RC-VALUE TO CMD-JOURNAL
              WHEN "peer-report"
                 MOVE WS-RC-VALUE TO CMD-PEER-REPORT
              WHEN "peer-sigma"
                 IF WS-RC-VALUE = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-RC-VALUE) NOT = 0
                    PERFORM REPORT-RC-RANGE-ERROR
                 ELSE
                    COMPUTE WS-RC-DEC-WK =
                       FUNCTION NUMVAL(WS-RC-VALUE)
                    IF WS-RC-DEC-WK < 0.1 OR WS-RC-DEC-WK > 9.9
                       PERFORM REPORT-RC-RANGE-ERROR
                    ELSE
                       MOVE WS-RC-DEC-WK TO WS-PEER-SIGMA
                    END-IF
                 END-IF
              WHEN "peer-min-peers"
                 PERFORM PARSE-RC-NUMERIC
                 IF RC-NUM-OK
                    IF WS-RC-NUM-WK < 2 OR WS-RC-NUM-WK > 999
                       PERFORM REPORT-RC-RANGE-ERROR
                    ELSE
                       MOVE WS-RC-NUM-WK TO WS-PEER-MIN
                    END-IF
                 END-IF
              WHEN "completeness-report"
                 MOVE WS-RC-VALUE TO CMD-COMPLETENESS
              WHEN "catalog"
                 MOVE WS-RC-VALUE TO CMD-CATALOG
              WHEN "measure-output"
                 MOVE WS-RC-VALUE TO CMD-MEASURE-OUTPUT
              WHEN "measure-master"
                 MOVE WS-RC-VALUE TO CMD-MEASURE-MASTER
              WHEN "stuck-run-length"
                 PERFORM PARSE-RC-NUMERIC
                 IF RC-NUM-OK
                    IF WS-RC-NUM-WK < 1 OR WS-RC-NUM-WK > 999
                       PERFORM REPORT-RC-RANGE-ERROR
                    ELSE
                       MOVE WS-RC-NUM-WK TO WS-STUCK-RUN-LEN
                    END-IF
                 END-IF
              WHEN "file-reject-pct"
                 PERFORM PARSE-RC-NUMERIC
                 IF RC-NUM-OK
                       MOVE WS-RC-DEC-WK TO WS-SUSP-MARGIN
                    END-IF
                 END-IF
              WHEN "hdd-base"
                 PERFORM PARSE-RC-DEGREE-BASE
                 IF RC-NUM-OK
                    MOVE WS-RC-DEC-WK TO WS-HDD-BASE
                 END-IF
              WHEN "cdd-base"
                 PERFORM PARSE-RC-DEGREE-BASE
                 IF RC-NUM-OK
                    MOVE WS-RC-DEC-WK TO WS-CDD-BASE
                 END-IF
              WHEN "tbl-size"
                 PERFORM PARSE-RC-NUMERIC
                 IF RC-NUM-OK
                       MOVE WS-RC-NUM-WK TO WATCH-TBL-SIZE
                    END-IF
                 END-IF
              WHEN "measure-tbl-size"
                 PERFORM PARSE-RC-NUMERIC
                 IF RC-NUM-OK
                    IF WS-RC-NUM-WK < 1 OR WS-RC-NUM-WK > 4000
                       PERFORM REPORT-RC-RANGE-ERROR
                    ELSE
                       MOVE WS-RC-NUM-WK TO MSR-TBL-SIZE
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY "ERROR: unknown run-control keyword '"
                    FUNCTION TRIM(WS-RC-KEY) "'"
           END-IF
           EXIT.

       PARSE-RC-DEGREE-BASE.
      *    A degree-day base is a temperature on the same scale as
      *    the readings, so it must fit the one-decimal -99.9..99.9
      *    range every reading is held to.
           MOVE 'N' TO WS-RC-NUM-OK-FLAG
           IF WS-RC-VALUE = SPACES
              OR FUNCTION TEST-NUMVAL(WS-RC-VALUE) NOT = 0
              PERFORM REPORT-RC-RANGE-ERROR
           ELSE
              COMPUTE WS-RC-DEC-WK = FUNCTION NUMVAL(WS-RC-VALUE)
              IF WS-RC-DEC-WK < -99.9 OR WS-RC-DEC-WK > 99.9
                 PERFORM REPORT-RC-RANGE-ERROR
              ELSE
                 SET RC-NUM-OK TO TRUE
              END-IF
           END-IF
           EXIT.

       VALIDATE-RC-ANOM-LIMITS.
      *    Both halves of 'degrees;percent' must parse and fit their
      *    comparison fields: mean delta 0-99.9, count percent 0-999.
       WRITE-PARTIAL-RESULTS.
      *    This slice's whole table, spilled for the merge step in
      *    the same row plan WRITE-CHECKPOINT uses: header with the
      *    slice's counters, then 'D'/'C'/'M'/'B'/'Q' rows per
      *    station, 'O' rows for the overflow tally and 'W' rows
      *    for the rainfall/humidity table.
           OPEN OUTPUT PARTIAL-FILE

           MOVE SPACES TO PARTIAL-REC
           MOVE WS-OVFL-UNTRACKED-CNT TO PART-OVFL-UNTRACKED-CNT
           MOVE WS-TIMESTAMPED-CNT TO PART-TIMESTAMPED-CNT
           MOVE WS-FAHRENHEIT-CNT TO PART-FAHRENHEIT-CNT
           MOVE ZERO TO PART-EXPECTED-OBS PART-OBS-MINUTE
           MOVE WS-OBS-OFF-DATE-CNT TO PART-OFF-DATE-CNT
           MOVE WS-OBS-DATE TO PART-OBS-DATE
           MOVE ZERO TO PART-MSR-MIN PART-MSR-MAX PART-MSR-TOTAL
           MOVE WS-MSR-OVERFLOW-CNT TO PART-MSR-OVERFLOW-CNT
           STRING FUNCTION TRIM(CMD-INPUT-LIST) DELIMITED BY SIZE
                  " slice " DELIMITED BY SIZE
                  FUNCTION TRIM(CMD-PARTITION) DELIMITED BY SIZE
                      PART-TRUNCATION-COUNT PART-OVERFLOW-REC-COUNT
                      PART-OVERFLOW-COUNT PART-OVFL-UNTRACKED-CNT
                      PART-TIMESTAMPED-CNT PART-FAHRENHEIT-CNT
                   MOVE WS-MEAS-EXPECTED(WS-IDX) TO PART-EXPECTED-OBS
                   MOVE ZERO TO PART-OBS-MINUTE PART-OFF-DATE-CNT
                      PART-OBS-DATE
                   MOVE ZERO TO PART-MSR-MIN PART-MSR-MAX
                      PART-MSR-TOTAL PART-MSR-OVERFLOW-CNT
                   WRITE PARTIAL-REC

                   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                              WRITE PARTIAL-REC
                           END-IF
                   END-PERFORM

                   IF WS-MEAS-OBS-SLOT(WS-IDX) > ZERO
                      PERFORM WRITE-PARTIAL-OBS-ROWS
                   END-IF
           END-PERFORM

           PERFORM VARYING WS-OVFL-IDX FROM 1 BY 1
                      PART-MALFORMED-COUNT PART-TRUNCATION-COUNT
                      PART-OVERFLOW-REC-COUNT PART-OVERFLOW-COUNT
                      PART-OVFL-UNTRACKED-CNT PART-TIMESTAMPED-CNT
                      PART-FAHRENHEIT-CNT PART-EXPECTED-OBS
                      PART-OBS-MINUTE PART-OFF-DATE-CNT PART-OBS-DATE
                      PART-MSR-MIN PART-MSR-MAX PART-MSR-TOTAL
                      PART-MSR-OVERFLOW-CNT
                   MOVE WS-OVFL-LOC(WS-OVFL-IDX) TO PART-LOC
                   MOVE WS-OVFL-CNT(WS-OVFL-IDX) TO PART-COUNT
                   WRITE PARTIAL-REC
           END-PERFORM

      *    Rainfall and humidity, one 'W' row per WS-MSR-TBL entry in
      *    key order, for ONEBRCMRG to combine across slices.
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
              UNTIL WS-MSR-IDX > WS-MSR-COUNT
                   MOVE SPACES TO PARTIAL-REC
                   MOVE 'W' TO PART-TYPE
                   MOVE ZERO TO PART-TOTAL-COUNT PART-UNIQ-COUNT
                      PART-MIN PART-MAX PART-TOTALTEMP
                      PART-SUMSQ PART-HIST-IDX PART-HIST-CNT
                      PART-MALFORMED-COUNT PART-TRUNCATION-COUNT
                      PART-OVERFLOW-REC-COUNT PART-OVERFLOW-COUNT
                      PART-OVFL-UNTRACKED-CNT PART-TIMESTAMPED-CNT
                      PART-FAHRENHEIT-CNT PART-EXPECTED-OBS
                      PART-OBS-MINUTE PART-OFF-DATE-CNT PART-OBS-DATE
                      PART-MSR-OVERFLOW-CNT
                   MOVE WS-MSR-LOC(WS-MSR-IDX) TO PART-LOC
                   MOVE WS-MSR-READINGS(WS-MSR-IDX) TO PART-COUNT
                   MOVE WS-MSR-REGION(WS-MSR-IDX) TO PART-REGION
                   MOVE WS-MSR-COUNTRY(WS-MSR-IDX) TO PART-COUNTRY
                   MOVE WS-MSR-TYPE(WS-MSR-IDX) TO PART-MSR-TYPE
                   MOVE WS-MSR-MIN(WS-MSR-IDX) TO PART-MSR-MIN
                   MOVE WS-MSR-MAX(WS-MSR-IDX) TO PART-MSR-MAX
                   MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO PART-MSR-TOTAL
                   WRITE PARTIAL-REC
           END-PERFORM

           CLOSE PARTIAL-FILE
           EXIT.

       WRITE-PARTIAL-OBS-ROWS.
      *    One 'Q' row per minute cell the station at WS-IDX filled:
      *    PART-COUNT is how many times it arrived, PART-MIN the
      *    reading kept.
           MOVE WS-MEAS-OBS-SLOT(WS-IDX) TO WS-OBS-SLT
           MOVE 'Q' TO PART-TYPE
           MOVE ZERO TO PART-HIST-IDX PART-HIST-CNT PART-MAX
              PART-TOTALTEMP
           PERFORM VARYING WS-OBS-MIN FROM 1 BY 1
              UNTIL WS-OBS-MIN > 1440
                   IF WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN) > ZERO
                      MOVE WS-OBS-MIN TO PART-OBS-MINUTE
                      MOVE WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN)
                         TO PART-COUNT
                      MOVE WS-OBS-TEMP(WS-OBS-SLT, WS-OBS-MIN)
                         TO PART-MIN
                      WRITE PARTIAL-REC
                   END-IF
           END-PERFORM
           EXIT.

       PROCESS-ONE-FILE.
      *    Open, fully read and close the single input file named in
      *    FILENAME. Reused for both the single-CMD-INPUT case and
              END-STRING
              WRITE SCORECARD-REC
           END-IF
      *    The peer check judges stations, not files, so its count
      *    goes on as a run-level line after the per-file ones.
           IF PEER-ENABLED
              MOVE WS-PEER-OUTLIER-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO SCORECARD-REC
              STRING "PEER OUTLIERS (RUN): " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO SCORECARD-REC
              END-STRING
              WRITE SCORECARD-REC
           END-IF
           CLOSE SCORECARD-FILE
           EXIT.

           MOVE WS-FAHRENHEIT-CNT TO CKPT-FAHRENHEIT-CNT
           PERFORM BUILD-SOURCE-STAMP
           MOVE WS-CURRENT-SOURCE TO CKPT-SOURCE
           MOVE ZERO TO CKPT-EXPECTED-OBS CKPT-OBS-MINUTE
           MOVE WS-OBS-OFF-DATE-CNT TO CKPT-OFF-DATE-CNT
           MOVE SPACE TO CKPT-MSR-TYPE
           MOVE ZERO TO CKPT-MSR-MIN CKPT-MSR-MAX CKPT-MSR-TOTAL
           MOVE WS-MSR-OVERFLOW-CNT TO CKPT-MSR-OVERFLOW-CNT
           MOVE ZERO TO CKPT-CLEAN-MIN CKPT-CLEAN-MAX CKPT-CLEAN-CNT
           WRITE CHECKPOINT-REC

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   MOVE WS-MEAS-COUNTRY(WS-IDX) TO CKPT-COUNTRY
                   MOVE WS-MEAS-SUMSQ(WS-IDX) TO CKPT-SUMSQ
                   MOVE ZERO TO CKPT-HIST-IDX CKPT-HIST-CNT
                   MOVE WS-MEAS-EXPECTED(WS-IDX) TO CKPT-EXPECTED-OBS
                   MOVE ZERO TO CKPT-OBS-MINUTE CKPT-OFF-DATE-CNT
                   MOVE ZERO TO CKPT-MSR-OVERFLOW-CNT
                   MOVE WS-MEAS-CLEAN-MIN(WS-IDX) TO CKPT-CLEAN-MIN
                   MOVE WS-MEAS-CLEAN-MAX(WS-IDX) TO CKPT-CLEAN-MAX
                   MOVE WS-MEAS-CLEAN-CNT(WS-IDX) TO CKPT-CLEAN-CNT
                   WRITE CHECKPOINT-REC
           END-PERFORM
      *    The rows after the 'D' rows don't use the clean extremes.
           MOVE ZERO TO CKPT-CLEAN-MIN CKPT-CLEAN-MAX CKPT-CLEAN-CNT

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-UNIQ-COUNT
                   END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-UNIQ-COUNT
                   IF WS-MEAS-OBS-SLOT(WS-IDX) > ZERO
                      PERFORM WRITE-CHECKPOINT-OBS-ROWS
                   END-IF
           END-PERFORM

           PERFORM VARYING WS-OVFL-IDX FROM 1 BY 1
              UNTIL WS-OVFL-IDX > WS-OVERFLOW-COUNT
                   MOVE 'O' TO CKPT-TYPE
                   WRITE CHECKPOINT-REC
           END-PERFORM

           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
              UNTIL WS-MSR-IDX > WS-MSR-COUNT
                   MOVE 'W' TO CKPT-TYPE
                   MOVE WS-MSR-LOC(WS-MSR-IDX) TO CKPT-LOC
                   MOVE ZERO TO CKPT-MIN CKPT-MAX CKPT-TOTALTEMP
                      CKPT-SUMSQ CKPT-HIST-IDX CKPT-HIST-CNT
                      CKPT-EXPECTED-OBS CKPT-OBS-MINUTE
                      CKPT-OFF-DATE-CNT
                   MOVE WS-MSR-READINGS(WS-MSR-IDX) TO CKPT-COUNT
                   MOVE WS-MSR-REGION(WS-MSR-IDX) TO CKPT-REGION
                   MOVE WS-MSR-COUNTRY(WS-MSR-IDX) TO CKPT-COUNTRY
                   MOVE WS-MSR-TYPE(WS-MSR-IDX) TO CKPT-MSR-TYPE
                   MOVE WS-MSR-MIN(WS-MSR-IDX) TO CKPT-MSR-MIN
                   MOVE WS-MSR-MAX(WS-MSR-IDX) TO CKPT-MSR-MAX
                   MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO CKPT-MSR-TOTAL
                   WRITE CHECKPOINT-REC
           END-PERFORM

           CLOSE CHECKPOINT-FILE
           EXIT.

       WRITE-CHECKPOINT-OBS-ROWS.
      *    The completeness tally of the station at WS-IDX, one 'Q'
      *    row per filled minute cell - same row as the partial file
      *    carries it.
           MOVE WS-MEAS-OBS-SLOT(WS-IDX) TO WS-OBS-SLT
           MOVE 'Q' TO CKPT-TYPE
           MOVE WS-MEAS-LOC(WS-IDX) TO CKPT-LOC
           MOVE ZERO TO CKPT-HIST-IDX CKPT-HIST-CNT CKPT-MAX
              CKPT-TOTALTEMP
           PERFORM VARYING WS-OBS-MIN FROM 1 BY 1
              UNTIL WS-OBS-MIN > 1440
                   IF WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN) > ZERO
                      MOVE WS-OBS-MIN TO CKPT-OBS-MINUTE
                      MOVE WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN)
                         TO CKPT-COUNT
                      MOVE WS-OBS-TEMP(WS-OBS-SLT, WS-OBS-MIN)
                         TO CKPT-MIN
                      WRITE CHECKPOINT-REC
                   END-IF
           END-PERFORM
           EXIT.

       LOAD-CHECKPOINT.
      *    Reload a prior run's checkpoint, if one exists: rebuild
      *    WS-MEASUREMENT-TBL (including sumsq and the histogram) and
                          TO WS-OVFL-UNTRACKED-CNT
                       MOVE CKPT-TIMESTAMPED-CNT TO WS-TIMESTAMPED-CNT
                       MOVE CKPT-FAHRENHEIT-CNT TO WS-FAHRENHEIT-CNT
                       IF CKPT-OFF-DATE-CNT IS NUMERIC
                          MOVE CKPT-OFF-DATE-CNT TO WS-OBS-OFF-DATE-CNT
                       END-IF
                       IF CKPT-MSR-OVERFLOW-CNT IS NUMERIC
                          MOVE CKPT-MSR-OVERFLOW-CNT
                             TO WS-MSR-OVERFLOW-CNT
                       END-IF
                       MOVE 'Y' TO WS-RESTARTED-FLAG
                       MOVE 'Y' TO WS-WAS-RESTARTED-FLAG
                       MOVE WS-TOTAL-COUNT TO WS-SKIP-COUNT
                               MOVE CKPT-COUNTRY
                                  TO WS-MEAS-COUNTRY(WS-IDX)
                               MOVE CKPT-SUMSQ TO WS-MEAS-SUMSQ(WS-IDX)
                               MOVE ZERO TO WS-MEAS-OBS-SLOT(WS-IDX)
      *                        A checkpoint written before the clean
      *                        extremes were kept counts every reading
      *                        as clean, as that run would have.
                               IF CKPT-CLEAN-CNT IS NUMERIC
                                  MOVE CKPT-CLEAN-MIN
                                     TO WS-MEAS-CLEAN-MIN(WS-IDX)
                                  MOVE CKPT-CLEAN-MAX
                                     TO WS-MEAS-CLEAN-MAX(WS-IDX)
                                  MOVE CKPT-CLEAN-CNT
                                     TO WS-MEAS-CLEAN-CNT(WS-IDX)
                               ELSE
                                  MOVE CKPT-MIN
                                     TO WS-MEAS-CLEAN-MIN(WS-IDX)
                                  MOVE CKPT-MAX
                                     TO WS-MEAS-CLEAN-MAX(WS-IDX)
                                  MOVE CKPT-COUNT
                                     TO WS-MEAS-CLEAN-CNT(WS-IDX)
                               END-IF
                               IF CKPT-EXPECTED-OBS IS NUMERIC
                                  AND CKPT-EXPECTED-OBS > ZERO
                                  MOVE CKPT-EXPECTED-OBS
                                     TO WS-MEAS-EXPECTED(WS-IDX)
                               ELSE
                                  MOVE WS-OBS-EXPECTED-DFLT
                                     TO WS-MEAS-EXPECTED(WS-IDX)
                               END-IF
                               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                                  UNTIL WS-HIST-IDX > 200
                                       MOVE ZERO TO WS-HIST-CNT
                                     MOVE CKPT-COUNT TO WS-BND-CNT
                                        (WS-IDX, CKPT-HIST-IDX)
                                  END-SEARCH
                               ELSE
                               IF CKPT-TYPE = 'Q'
                                  SEARCH ALL WS-MEASUREMENT
                                  WHEN WS-MEAS-LOC(WS-IDX) = CKPT-LOC
                                     SET WS-INSERT-IDX TO WS-IDX
                                     PERFORM RESTORE-OBS-CELL
                                  END-SEARCH
                               ELSE
                                  IF CKPT-TYPE = 'O'
                                     ADD 1 TO WS-OVFL-RESTORE-IDX
                                        (WS-OVFL-RESTORE-IDX)
                                     MOVE CKPT-COUNT TO WS-OVFL-CNT
                                        (WS-OVFL-RESTORE-IDX)
                                  ELSE
                                  IF CKPT-TYPE = 'W'
                                     PERFORM RESTORE-CKPT-MEASURE
                                  END-IF
                                  END-IF
                               END-IF
                               END-IF
                               END-IF
                               END-IF
                         END-READ
                 END-PERFORM
              END-IF
           END-IF
           EXIT.

       RESTORE-CKPT-MEASURE.
      *    'W' rows were written in WS-MSR-TBL key order, so each one
      *    simply goes on the end of the table.
           IF WS-MSR-COUNT < 4000
              ADD 1 TO WS-MSR-COUNT
              SET WS-MSR-IDX TO WS-MSR-COUNT
              MOVE CKPT-MSR-TYPE TO WS-MSR-TYPE(WS-MSR-IDX)
              MOVE CKPT-LOC TO WS-MSR-LOC(WS-MSR-IDX)
              MOVE CKPT-MSR-MIN TO WS-MSR-MIN(WS-MSR-IDX)
              MOVE CKPT-MSR-MAX TO WS-MSR-MAX(WS-MSR-IDX)
              MOVE ZERO TO WS-MSR-MEAN(WS-MSR-IDX)
              MOVE CKPT-MSR-TOTAL TO WS-MSR-TOTAL(WS-MSR-IDX)
              MOVE CKPT-COUNT TO WS-MSR-READINGS(WS-MSR-IDX)
              MOVE CKPT-REGION TO WS-MSR-REGION(WS-MSR-IDX)
              MOVE CKPT-COUNTRY TO WS-MSR-COUNTRY(WS-MSR-IDX)
           END-IF
           EXIT.

       RESTORE-OBS-CELL.
      *    One 'Q' row back into the tally of the station at
      *    WS-INSERT-IDX. A minute outside the day can only be a
      *    damaged row; it is passed over rather than indexed.
           IF CKPT-OBS-MINUTE IS NUMERIC
              AND CKPT-OBS-MINUTE >= 1 AND CKPT-OBS-MINUTE <= 1440
              IF WS-MEAS-OBS-SLOT(WS-INSERT-IDX) = ZERO
                 PERFORM ALLOCATE-OBS-SLOT
              END-IF
              MOVE WS-MEAS-OBS-SLOT(WS-INSERT-IDX) TO WS-OBS-SLT
              MOVE CKPT-COUNT
                 TO WS-OBS-CNT(WS-OBS-SLT, CKPT-OBS-MINUTE)
              MOVE CKPT-MIN
                 TO WS-OBS-TEMP(WS-OBS-SLT, CKPT-OBS-MINUTE)
           END-IF
           EXIT.

       BUILD-SOURCE-STAMP.
      *    The identity a checkpoint is stamped with and checked
      *    against. In partition mode the slice spec is part of that
                      AT END
                         SET RUN-LOG-EOF TO TRUE
                      NOT AT END
                          ADD 1 TO WS-RUN-LOG-ROWS
                          IF RNL-APPLIED = 'Y'
                             AND RNL-RUN-DATE IS NUMERIC
                             IF RNL-RUN-DATE = WS-RUN-DATE-NUM
              PERFORM JUDGE-RUN-LOG
           END-IF
           END-IF
           IF RUN-LOG-ENABLED
              COMPUTE WS-RUN-LOG-SEQ = WS-RUN-LOG-ROWS + 1
           END-IF
           EXIT.

       JUDGE-RUN-LOG.
           END-IF
           EXIT.

       RESOLVE-PRIOR-OUTPUT.
      *    A prior output named by catalog reference is swapped for
      *    the path of the generation it names before anything opens
      *    it. One the catalog can't place stands the compare down,
      *    the same soft failure as an unreadable prior file.
           MOVE CMD-PRIOR-OUTPUT TO WS-CAT-REF
           PERFORM RESOLVE-CATALOG-REF
           IF CAT-REF-GIVEN
              IF CAT-REF-FOUND
                 IF WS-CAT-PATH = CMD-OUTPUT
      *             A stream that reuses one output path from day to
      *             day would otherwise compare today's run against
      *             the very file it is about to overwrite.
                    DISPLAY "WARNING: prior output '"
                       FUNCTION TRIM(WS-CAT-REF)
                       "' is this run's own output path - anomaly "
                       "report not produced"
                    MOVE 'N' TO WS-ANOMALY-ENABLED
                 ELSE
                    MOVE CMD-PRIOR-OUTPUT TO WS-CAT-PRIOR-REF
                    MOVE WS-CAT-PATH TO CMD-PRIOR-OUTPUT
                    PERFORM CHECK-PRIOR-BUS-DATE
                 END-IF
              ELSE
                 DISPLAY "WARNING: prior output '"
                    FUNCTION TRIM(WS-CAT-REF)
                    "' not resolved - anomaly report not produced"
                 MOVE 'N' TO WS-ANOMALY-ENABLED
              END-IF
           END-IF
           EXIT.

       CHECK-PRIOR-BUS-DATE.
      *    The compare is day over day: a generation from any other
      *    business date than the one before this run's still runs,
      *    but not without saying so.
           MOVE ZERO TO WS-CAT-DAY-GAP
           IF FUNCTION INTEGER-OF-DATE(WS-CAT-FOUND-BUS-DATE) > ZERO
              COMPUTE WS-CAT-DAY-GAP =
                 FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CAT-FOUND-BUS-DATE)
           END-IF
           IF WS-CAT-DAY-GAP NOT = 1
              DISPLAY "WARNING: prior output is business date "
                 WS-CAT-FOUND-BUS-DATE ", not the day before "
                 WS-BUSINESS-DATE
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

       CATALOG-RUN-OUTPUTS.
      *    One new generation per dataset this run actually wrote,
      *    all carrying the run's final return code. First use
      *    creates the catalog. A dataset left out of the catalog
      *    would leave NAME(0) pointing at the generation before it,
      *    so any failure here lifts the return code to at least 4.
           MOVE RETURN-CODE TO WS-CAT-RC
           OPEN I-O CATALOG-FILE
           IF WS-CATALOG-STATUS = "35"
              OPEN OUTPUT CATALOG-FILE
              CLOSE CATALOG-FILE
              OPEN I-O CATALOG-FILE
           END-IF
           IF WS-CATALOG-STATUS NOT = "00"
              DISPLAY "WARNING: cannot open catalog '"
                 FUNCTION TRIM(CMD-CATALOG)
                 "' (status " WS-CATALOG-STATUS
                 ") - this run's datasets not catalogued"
              ADD 1 TO WS-CAT-FAILED-CNT
           ELSE
              IF OUTPUT-FILE-ENABLED
                 MOVE "OUTPUT" TO WS-CAT-DSN
                 MOVE CMD-OUTPUT TO WS-CAT-PATH
                 PERFORM CATALOG-ONE-DATASET
              END-IF
              IF REJECT-ENABLED
                 MOVE "REJECT" TO WS-CAT-DSN
                 MOVE CMD-REJECT TO WS-CAT-PATH
                 PERFORM CATALOG-ONE-DATASET
              END-IF
              IF ANOMALY-ENABLED
                 MOVE "ANOMALY" TO WS-CAT-DSN
                 MOVE CMD-ANOMALY TO WS-CAT-PATH
                 PERFORM CATALOG-ONE-DATASET
              END-IF
              IF SUSPECT-ENABLED
                 MOVE "SUSPECT" TO WS-CAT-DSN
                 MOVE CMD-SUSPECT TO WS-CAT-PATH
                 PERFORM CATALOG-ONE-DATASET
              END-IF
              IF REPORT-ENABLED
                 MOVE "REPORT" TO WS-CAT-DSN
                 MOVE CMD-REPORT TO WS-CAT-PATH
                 PERFORM CATALOG-ONE-DATASET
              END-IF
              IF INTERFACE-ENABLED
                 MOVE "INTERFACE" TO WS-CAT-DSN
                 MOVE CMD-INTERFACE TO WS-CAT-PATH
                 PERFORM CATALOG-ONE-DATASET
              END-IF
              IF MEASURE-OUT-ENABLED
                 MOVE "MEASURES" TO WS-CAT-DSN
                 MOVE CMD-MEASURE-OUTPUT TO WS-CAT-PATH
                 PERFORM CATALOG-ONE-DATASET
              END-IF
      *       Each slice's partial is a dataset of its own, so a
      *       manifest line can name PARTIAL-nnn(yyyymmdd).
              IF PARTITION-ENABLED
                 MOVE SPACES TO WS-CAT-DSN
                 STRING "PARTIAL-" DELIMITED BY SIZE
                        WS-PART-NUM DELIMITED BY SIZE
                    INTO WS-CAT-DSN
                 END-STRING
                 MOVE CMD-PARTIAL TO WS-CAT-PATH
                 PERFORM CATALOG-ONE-DATASET
              END-IF
              CLOSE CATALOG-FILE
           END-IF
           IF WS-CAT-FAILED-CNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       CATALOG-ONE-DATASET.
           PERFORM COUNT-CATALOG-RECORDS
           PERFORM FIND-NEXT-GENERATION
           MOVE SPACES TO CAT-REC
           MOVE WS-CAT-DSN TO CAT-DATASET
           COMPUTE CAT-GEN-INV = 9999999 - WS-CAT-NEXT-GEN
           MOVE WS-CAT-NEXT-GEN TO CAT-GEN
           MOVE WS-CAT-PATH TO CAT-PATH
           MOVE WS-BUSINESS-DATE TO CAT-BUS-DATE
           MOVE WS-RUN-DATE TO CAT-RUN-DATE
           MOVE WS-RUN-LOG-SEQ TO CAT-RUN-SEQ
           MOVE WS-CAT-REC-CNT TO CAT-REC-COUNT
           MOVE WS-CAT-RC TO CAT-RC
           MOVE "ONEBRCCBL" TO CAT-PROGRAM
           MOVE WS-CAT-NEXT-GEN TO DSPL-CAT-GEN
           WRITE CAT-REC
              INVALID KEY
                 DISPLAY "WARNING: catalog entry "
                    FUNCTION TRIM(WS-CAT-DSN) " generation "
                    FUNCTION TRIM(DSPL-CAT-GEN)
                    " not written (status " WS-CATALOG-STATUS ")"
                 ADD 1 TO WS-CAT-FAILED-CNT
              NOT INVALID KEY
                 ADD 1 TO WS-CAT-WRITTEN-CNT
                 MOVE WS-CAT-REC-CNT TO DSPL-AUDIT-CNT
                 DISPLAY "Catalogued " FUNCTION TRIM(WS-CAT-DSN)
                    " generation " FUNCTION TRIM(DSPL-CAT-GEN)
                    " (" FUNCTION TRIM(DSPL-AUDIT-CNT)
                    " records) -> " FUNCTION TRIM(WS-CAT-PATH)
           END-WRITE
           EXIT.

       COUNT-CATALOG-RECORDS.
      *    Physical records as they now sit on disk - headers and
      *    section rows included - which is what a later job reading
      *    the generation will see.
           MOVE ZERO TO WS-CAT-REC-CNT
           MOVE 'N' TO WS-CAT-COUNT-EOF-FLAG
           OPEN INPUT CAT-COUNT-FILE
           IF WS-CAT-COUNT-STATUS = "00"
              PERFORM UNTIL CAT-COUNT-EOF
                      READ CAT-COUNT-FILE
                      AT END
                         SET CAT-COUNT-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-CAT-REC-CNT
                      END-READ
                      IF WS-CAT-COUNT-STATUS(1:1) NOT = "0"
                         SET CAT-COUNT-EOF TO TRUE
                      END-IF
              END-PERFORM
              CLOSE CAT-COUNT-FILE
           END-IF
           EXIT.

       FIND-NEXT-GENERATION.
      *    Newest first in key order, so the first entry at or past
      *    the dataset name is its latest generation, if it has one.
           MOVE 1 TO WS-CAT-NEXT-GEN
           MOVE 'N' TO WS-CAT-SCAN-FLAG
           MOVE WS-CAT-DSN TO CAT-DATASET
           MOVE ZERO TO CAT-GEN-INV
           START CATALOG-FILE KEY IS >= CAT-KEY
              INVALID KEY
                 SET CAT-SCAN-DONE TO TRUE
           END-START
           IF NOT CAT-SCAN-DONE
              READ CATALOG-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CAT-DATASET = WS-CAT-DSN
                       COMPUTE WS-CAT-NEXT-GEN = CAT-GEN + 1
                    END-IF
              END-READ
           END-IF
           EXIT.

       RECONCILE-COVERAGE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           IF CMD-DORMANT NOT = SPACES
              PERFORM PRODUCE-DORMANT-REPORT
           END-IF
           IF CMD-PROPOSED NOT = SPACES
              PERFORM PRODUCE-PROPOSED-ADDS
           END-IF
           EXIT.

       PRODUCE-DORMANT-REPORT.
      *    Every master station that sent nothing today: the stats
      *    master's last-run date says how long it has been quiet,
      *    and a station with no stats record at all has never
      *    reported since the master row was added.
           OPEN OUTPUT DORMANT-FILE
           MOVE SPACES TO DORMANT-REC
           STRING "DORMANT STATION REPORT - RUN DATE "
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO DORMANT-REC
           END-STRING
           WRITE DORMANT-REC
           MOVE WS-DORMANT-DAYS TO DSPL-AUDIT-CNT
           MOVE SPACES TO DORMANT-REC
           STRING "THRESHOLD: NO DATA FOR " DELIMITED BY SIZE
           MOVE STATS-MTD-MAX TO HIST-MTD-MAX
           MOVE STATS-MTD-COUNT TO HIST-MTD-COUNT
           MOVE STATS-MTD-TOTALTEMP TO HIST-MTD-TOTALTEMP
           MOVE STATS-MTD-HDD TO HIST-MTD-HDD
           MOVE STATS-MTD-CDD TO HIST-MTD-CDD
           WRITE HISTORY-REC
           ADD 1 TO WS-HIST-WRITTEN-CNT
           EXIT.
      *    month-to-date/year-to-date scopes; a station with no master
      *    record yet is WRITEd with all three scopes started from
      *    today.
           IF JOURNAL-ENABLED
              PERFORM OPEN-JOURNAL
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-UNIQ-COUNT
                   MOVE WS-MEAS-LOC(WS-IDX) TO STATS-LOC
                   END-READ
           END-PERFORM
           CLOSE STATS-MASTER-FILE
           IF JOURNAL-ENABLED
              CLOSE JOURNAL-FILE
           END-IF
           EXIT.

       OPEN-JOURNAL.
      *    Appended to run after run; first use creates it. A journal
      *    that won't open leaves the fold-in unprotected but not
      *    wrong, so it is a warning, not a reason to refuse the day.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "WARNING: cannot open stats master journal '"
                 FUNCTION TRIM(CMD-JOURNAL)
                 "' (status " WS-JOURNAL-STATUS
                 ") - updates not journalled"
              MOVE 'N' TO WS-JOURNAL-ENABLED
           END-IF
           EXIT.

       JOURNAL-TAKE-BEFORE.
      *    Hold the image of the record as READ (or, for a station
      *    not yet on file, mark it absent) until the update is done.
           IF WS-JNL-BEFORE-ON-FILE = 'Y'
              PERFORM JOURNAL-IMAGE-FROM-STATS
           ELSE
              INITIALIZE JNL-STATS-IMAGE
              MOVE STATS-LOC TO JNL-LOC
           END-IF
           MOVE JNL-STATS-IMAGE TO WS-JNL-BEFORE-IMAGE
           EXIT.

       JOURNAL-STATS-UPDATE.
      *    The before/after pair for the WRITE or REWRITE just done.
           MOVE WS-RUN-DATE TO JNL-RUN-DATE
           MOVE WS-RUN-LOG-SEQ TO JNL-RUN-SEQ
           MOVE "ONEBRCCBL" TO JNL-PROGRAM
           MOVE 'B' TO JNL-IMAGE-TYPE
           MOVE WS-JNL-BEFORE-ON-FILE TO JNL-ON-FILE
           MOVE WS-JNL-BEFORE-IMAGE TO JNL-STATS-IMAGE
           WRITE JOURNAL-REC
           MOVE 'A' TO JNL-IMAGE-TYPE
           MOVE 'Y' TO JNL-ON-FILE
           PERFORM JOURNAL-IMAGE-FROM-STATS
           WRITE JOURNAL-REC
           ADD 2 TO WS-JNL-WRITTEN-CNT
           EXIT.

       JOURNAL-IMAGE-FROM-STATS.
           MOVE STATS-LOC TO JNL-LOC
           MOVE STATS-LAST-RUN-DATE TO JNL-LAST-RUN-DATE
           MOVE STATS-DAY-MIN TO JNL-DAY-MIN
           MOVE STATS-DAY-MAX TO JNL-DAY-MAX
           MOVE STATS-DAY-COUNT TO JNL-DAY-COUNT
           MOVE STATS-DAY-TOTALTEMP TO JNL-DAY-TOTALTEMP
           MOVE STATS-MTD-MIN TO JNL-MTD-MIN
           MOVE STATS-MTD-MAX TO JNL-MTD-MAX
           MOVE STATS-MTD-COUNT TO JNL-MTD-COUNT
           MOVE STATS-MTD-TOTALTEMP TO JNL-MTD-TOTALTEMP
           MOVE STATS-YTD-MIN TO JNL-YTD-MIN
           MOVE STATS-YTD-MAX TO JNL-YTD-MAX
           MOVE STATS-YTD-COUNT TO JNL-YTD-COUNT
           MOVE STATS-YTD-TOTALTEMP TO JNL-YTD-TOTALTEMP
           MOVE STATS-DAY-HDD TO JNL-DAY-HDD
           MOVE STATS-DAY-CDD TO JNL-DAY-CDD
           MOVE STATS-MTD-HDD TO JNL-MTD-HDD
           MOVE STATS-MTD-CDD TO JNL-MTD-CDD
           MOVE STATS-YTD-HDD TO JNL-YTD-HDD
           MOVE STATS-YTD-CDD TO JNL-YTD-CDD
           EXIT.

       ADD-STATS-ENTRY.
           MOVE WS-MEAS-MAX(WS-IDX) TO STATS-YTD-MAX
           MOVE WS-MEAS-COUNT(WS-IDX) TO STATS-YTD-COUNT
           MOVE WS-MEAS-TOTALTEMP(WS-IDX) TO STATS-YTD-TOTALTEMP
           PERFORM CALC-DEGREE-DAYS
           MOVE WS-DD-HDD-WK TO STATS-DAY-HDD
           MOVE WS-DD-CDD-WK TO STATS-DAY-CDD
           MOVE WS-DD-HDD-WK TO STATS-MTD-HDD
           MOVE WS-DD-CDD-WK TO STATS-MTD-CDD
           MOVE WS-DD-HDD-WK TO STATS-YTD-HDD
           MOVE WS-DD-CDD-WK TO STATS-YTD-CDD
           IF JOURNAL-ENABLED
              MOVE 'N' TO WS-JNL-BEFORE-ON-FILE
              PERFORM JOURNAL-TAKE-BEFORE
           END-IF
           WRITE STATS-REC
           IF JOURNAL-ENABLED AND WS-STATS-MASTER-STATUS = "00"
              PERFORM JOURNAL-STATS-UPDATE
           END-IF
           ADD 1 TO WS-STATS-ADDED-CNT
           IF DEGREE-DAY-ENABLED
              PERFORM ACCUMULATE-DEGREE-DAYS
           END-IF
           EXIT.

       MERGE-STATS-ENTRY.
      *    MTD, a new month within the same year restarts MTD only.
      *    The daily fields are always simply replaced - they are
      *    this run's own figures, not an accumulation.
           IF JOURNAL-ENABLED
              MOVE 'Y' TO WS-JNL-BEFORE-ON-FILE
              PERFORM JOURNAL-TAKE-BEFORE
           END-IF
           MOVE STATS-LAST-RUN-DATE TO WS-STATS-LAST-DATE

      *    A rerun of a day already folded in replaces, not repeats,
      *    or a same-day rerun would inflate MTD/YTD by a full day's
      *    volume. Min/max can't be backed out of an aggregate - they
      *    stay the widest ever merged, for which a re-merge of the
      *    same readings is idempotent anyway. Degree-days are plain
      *    sums like totaltemp and are backed out the same way.
           IF STATS-LAST-RUN-DATE = WS-RUN-DATE
              SUBTRACT STATS-DAY-COUNT FROM STATS-MTD-COUNT
              SUBTRACT STATS-DAY-TOTALTEMP FROM STATS-MTD-TOTALTEMP
              SUBTRACT STATS-DAY-COUNT FROM STATS-YTD-COUNT
              SUBTRACT STATS-DAY-TOTALTEMP FROM STATS-YTD-TOTALTEMP
              SUBTRACT STATS-DAY-HDD FROM STATS-MTD-HDD
              SUBTRACT STATS-DAY-CDD FROM STATS-MTD-CDD
              SUBTRACT STATS-DAY-HDD FROM STATS-YTD-HDD
              SUBTRACT STATS-DAY-CDD FROM STATS-YTD-CDD
           END-IF

           MOVE WS-MEAS-MIN(WS-IDX) TO STATS-DAY-MIN
           MOVE WS-MEAS-MAX(WS-IDX) TO STATS-DAY-MAX
           MOVE WS-MEAS-COUNT(WS-IDX) TO STATS-DAY-COUNT
           MOVE WS-MEAS-TOTALTEMP(WS-IDX) TO STATS-DAY-TOTALTEMP
           PERFORM CALC-DEGREE-DAYS
           MOVE WS-DD-HDD-WK TO STATS-DAY-HDD
           MOVE WS-DD-CDD-WK TO STATS-DAY-CDD

           IF WS-STATS-LAST-YEAR NOT = WS-RUN-YEAR
              MOVE WS-MEAS-MIN(WS-IDX) TO STATS-YTD-MIN
              MOVE WS-MEAS-MAX(WS-IDX) TO STATS-YTD-MAX
              MOVE WS-MEAS-COUNT(WS-IDX) TO STATS-YTD-COUNT
              MOVE WS-MEAS-TOTALTEMP(WS-IDX) TO STATS-YTD-TOTALTEMP
              MOVE WS-DD-HDD-WK TO STATS-YTD-HDD
              MOVE WS-DD-CDD-WK TO STATS-YTD-CDD
              MOVE WS-MEAS-MIN(WS-IDX) TO STATS-MTD-MIN
              MOVE WS-MEAS-MAX(WS-IDX) TO STATS-MTD-MAX
              MOVE WS-MEAS-COUNT(WS-IDX) TO STATS-MTD-COUNT
              MOVE WS-MEAS-TOTALTEMP(WS-IDX) TO STATS-MTD-TOTALTEMP
              MOVE WS-DD-HDD-WK TO STATS-MTD-HDD
              MOVE WS-DD-CDD-WK TO STATS-MTD-CDD
           ELSE
              IF WS-MEAS-MIN(WS-IDX) < STATS-YTD-MIN
                 MOVE WS-MEAS-MIN(WS-IDX) TO STATS-YTD-MIN
              END-IF
              ADD WS-MEAS-COUNT(WS-IDX) TO STATS-YTD-COUNT
              ADD WS-MEAS-TOTALTEMP(WS-IDX) TO STATS-YTD-TOTALTEMP
              ADD WS-DD-HDD-WK TO STATS-YTD-HDD
              ADD WS-DD-CDD-WK TO STATS-YTD-CDD
              IF WS-STATS-LAST-MONTH NOT = WS-RUN-MONTH
                 MOVE WS-MEAS-MIN(WS-IDX) TO STATS-MTD-MIN
                 MOVE WS-MEAS-MAX(WS-IDX) TO STATS-MTD-MAX
                 MOVE WS-MEAS-COUNT(WS-IDX) TO STATS-MTD-COUNT
                 MOVE WS-MEAS-TOTALTEMP(WS-IDX) TO STATS-MTD-TOTALTEMP
                 MOVE WS-DD-HDD-WK TO STATS-MTD-HDD
                 MOVE WS-DD-CDD-WK TO STATS-MTD-CDD
              ELSE
                 IF WS-MEAS-MIN(WS-IDX) < STATS-MTD-MIN
                    MOVE WS-MEAS-MIN(WS-IDX) TO STATS-MTD-MIN
                 END-IF
                 ADD WS-MEAS-COUNT(WS-IDX) TO STATS-MTD-COUNT
                 ADD WS-MEAS-TOTALTEMP(WS-IDX) TO STATS-MTD-TOTALTEMP
                 ADD WS-DD-HDD-WK TO STATS-MTD-HDD
                 ADD WS-DD-CDD-WK TO STATS-MTD-CDD
              END-IF
           END-IF

           MOVE WS-RUN-DATE TO STATS-LAST-RUN-DATE
           REWRITE STATS-REC
           IF JOURNAL-ENABLED AND WS-STATS-MASTER-STATUS = "00"
              PERFORM JOURNAL-STATS-UPDATE
           END-IF
           ADD 1 TO WS-STATS-UPDATED-CNT
           IF DEGREE-DAY-ENABLED
              PERFORM ACCUMULATE-DEGREE-DAYS
           END-IF
           EXIT.

       OPEN-MEASURE-MASTER.
      *    Same start-of-run open as OPEN-STATS-MASTER: created empty
      *    on first use, and a failed open is a warning that turns
      *    the feature off rather than a failed run.
           OPEN I-O MEASURE-MASTER-FILE
           IF WS-MEASURE-MASTER-STATUS = "35"
              OPEN OUTPUT MEASURE-MASTER-FILE
              CLOSE MEASURE-MASTER-FILE
              OPEN I-O MEASURE-MASTER-FILE
           END-IF
           IF WS-MEASURE-MASTER-STATUS NOT = "00"
              DISPLAY "WARNING: cannot open measure master '"
                 FUNCTION TRIM(CMD-MEASURE-MASTER)
                 "' (status " WS-MEASURE-MASTER-STATUS
                 ") - cumulative measures not maintained"
              MOVE 'N' TO WS-MEASURE-MASTER-ENABLED
           END-IF
           EXIT.

       UPDATE-MEASURE-MASTER.
      *    End-of-run fold of the day's rainfall and humidity into
      *    the keyed measure master, scope for scope as
      *    UPDATE-STATS-MASTER does for temperature. Keyed on measure
      *    tag + location, so a station's rainfall and humidity are
      *    two records.
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
              UNTIL WS-MSR-IDX > WS-MSR-COUNT
                   MOVE WS-MSR-KEY(WS-MSR-IDX) TO MSM-KEY
                   READ MEASURE-MASTER-FILE
                      INVALID KEY
                         PERFORM ADD-MEASURE-ENTRY
                      NOT INVALID KEY
                         PERFORM MERGE-MEASURE-ENTRY
                   END-READ
           END-PERFORM
           CLOSE MEASURE-MASTER-FILE
           EXIT.

       ADD-MEASURE-ENTRY.
           MOVE WS-MSR-KEY(WS-MSR-IDX) TO MSM-KEY
           MOVE WS-RUN-DATE TO MSM-LAST-RUN-DATE
           MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-DAY-MIN
           MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-DAY-MAX
           MOVE WS-MSR-READINGS(WS-MSR-IDX) TO MSM-DAY-COUNT
           MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-DAY-TOTAL
           MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-MTD-MIN
           MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-MTD-MAX
           MOVE WS-MSR-READINGS(WS-MSR-IDX) TO MSM-MTD-COUNT
           MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-MTD-TOTAL
           MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-YTD-MIN
           MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-YTD-MAX
           MOVE WS-MSR-READINGS(WS-MSR-IDX) TO MSM-YTD-COUNT
           MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-YTD-TOTAL
           WRITE MSM-REC
           ADD 1 TO WS-MSM-ADDED-CNT
           EXIT.

       MERGE-MEASURE-ENTRY.
      *    MERGE-STATS-ENTRY's rules: a same-day rerun backs the
      *    stored day out of MTD/YTD first, a new year restarts both
      *    scopes and a new month restarts MTD.
           MOVE MSM-LAST-RUN-DATE TO WS-STATS-LAST-DATE
           IF MSM-LAST-RUN-DATE = WS-RUN-DATE
              SUBTRACT MSM-DAY-COUNT FROM MSM-MTD-COUNT
              SUBTRACT MSM-DAY-TOTAL FROM MSM-MTD-TOTAL
              SUBTRACT MSM-DAY-COUNT FROM MSM-YTD-COUNT
              SUBTRACT MSM-DAY-TOTAL FROM MSM-YTD-TOTAL
           END-IF

           MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-DAY-MIN
           MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-DAY-MAX
           MOVE WS-MSR-READINGS(WS-MSR-IDX) TO MSM-DAY-COUNT
           MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-DAY-TOTAL

           IF WS-STATS-LAST-YEAR NOT = WS-RUN-YEAR
              MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-YTD-MIN
              MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-YTD-MAX
              MOVE WS-MSR-READINGS(WS-MSR-IDX) TO MSM-YTD-COUNT
              MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-YTD-TOTAL
              MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-MTD-MIN
              MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-MTD-MAX
              MOVE WS-MSR-READINGS(WS-MSR-IDX) TO MSM-MTD-COUNT
              MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-MTD-TOTAL
           ELSE
              IF WS-MSR-MIN(WS-MSR-IDX) < MSM-YTD-MIN
                 MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-YTD-MIN
              END-IF
              IF WS-MSR-MAX(WS-MSR-IDX) > MSM-YTD-MAX
                 MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-YTD-MAX
              END-IF
              ADD WS-MSR-READINGS(WS-MSR-IDX) TO MSM-YTD-COUNT
              ADD WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-YTD-TOTAL
              IF WS-STATS-LAST-MONTH NOT = WS-RUN-MONTH
                 MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-MTD-MIN
                 MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-MTD-MAX
                 MOVE WS-MSR-READINGS(WS-MSR-IDX) TO MSM-MTD-COUNT
                 MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-MTD-TOTAL
              ELSE
                 IF WS-MSR-MIN(WS-MSR-IDX) < MSM-MTD-MIN
                    MOVE WS-MSR-MIN(WS-MSR-IDX) TO MSM-MTD-MIN
                 END-IF
                 IF WS-MSR-MAX(WS-MSR-IDX) > MSM-MTD-MAX
                    MOVE WS-MSR-MAX(WS-MSR-IDX) TO MSM-MTD-MAX
                 END-IF
                 ADD WS-MSR-READINGS(WS-MSR-IDX) TO MSM-MTD-COUNT
                 ADD WS-MSR-TOTAL(WS-MSR-IDX) TO MSM-MTD-TOTAL
              END-IF
           END-IF

           MOVE WS-RUN-DATE TO MSM-LAST-RUN-DATE
           REWRITE MSM-REC
           ADD 1 TO WS-MSM-UPDATED-CNT
           EXIT.

       CALC-DEGREE-DAYS.
      *    WS-IDX's day mean against the two bases. The mean is the
      *    one-decimal figure CALCULATE-MEANS published, so the
      *    degree-days reconcile with the OUTPUT-FILE by hand.
           MOVE ZERO TO WS-DD-HDD-WK WS-DD-CDD-WK
           IF WS-MEAS-MEAN(WS-IDX) < WS-HDD-BASE
              COMPUTE WS-DD-HDD-WK =
                 WS-HDD-BASE - WS-MEAS-MEAN(WS-IDX)
           END-IF
           IF WS-MEAS-MEAN(WS-IDX) > WS-CDD-BASE
              COMPUTE WS-DD-CDD-WK =
                 WS-MEAS-MEAN(WS-IDX) - WS-CDD-BASE
           END-IF
           EXIT.

       ACCUMULATE-DEGREE-DAYS.
      *    STATS-REC as just written/rewritten, added into its
      *    region's and its country's degree-day totals.
           IF WS-MEAS-REGION(WS-IDX) = SPACES
              MOVE "*NO REGION*" TO WS-DD-GROUP-WK
           ELSE
              MOVE WS-MEAS-REGION(WS-IDX) TO WS-DD-GROUP-WK
           END-IF
           SET WS-DDR-IDX TO 1
           SEARCH WS-DD-RGN VARYING WS-DDR-IDX
           AT END
              IF WS-DD-RGN-COUNT < REGION-TBL-SIZE
                 ADD 1 TO WS-DD-RGN-COUNT
                 SET WS-DDR-IDX TO WS-DD-RGN-COUNT
                 MOVE WS-DD-GROUP-WK TO WS-DDR-NAME(WS-DDR-IDX)
                 MOVE ZERO TO WS-DDR-STATIONS(WS-DDR-IDX)
                    WS-DDR-DAY-HDD(WS-DDR-IDX)
                    WS-DDR-DAY-CDD(WS-DDR-IDX)
                    WS-DDR-MTD-HDD(WS-DDR-IDX)
                    WS-DDR-MTD-CDD(WS-DDR-IDX)
                    WS-DDR-YTD-HDD(WS-DDR-IDX)
                    WS-DDR-YTD-CDD(WS-DDR-IDX)
                 PERFORM ADD-REGION-DEGREE-DAYS
              ELSE
                 ADD 1 TO WS-DD-DROPPED-CNT
              END-IF
           WHEN WS-DDR-NAME(WS-DDR-IDX) = WS-DD-GROUP-WK
              PERFORM ADD-REGION-DEGREE-DAYS
           END-SEARCH

           IF WS-MEAS-COUNTRY(WS-IDX) = SPACES
              MOVE "*NO COUNTRY*" TO WS-DD-GROUP-WK
           ELSE
              MOVE WS-MEAS-COUNTRY(WS-IDX) TO WS-DD-GROUP-WK
           END-IF
           SET WS-DDC-IDX TO 1
           SEARCH WS-DD-CTY VARYING WS-DDC-IDX
           AT END
              IF WS-DD-CTY-COUNT < COUNTRY-TBL-SIZE
                 ADD 1 TO WS-DD-CTY-COUNT
                 SET WS-DDC-IDX TO WS-DD-CTY-COUNT
                 MOVE WS-DD-GROUP-WK TO WS-DDC-NAME(WS-DDC-IDX)
                 MOVE ZERO TO WS-DDC-STATIONS(WS-DDC-IDX)
                    WS-DDC-DAY-HDD(WS-DDC-IDX)
                    WS-DDC-DAY-CDD(WS-DDC-IDX)
                    WS-DDC-MTD-HDD(WS-DDC-IDX)
                    WS-DDC-MTD-CDD(WS-DDC-IDX)
                    WS-DDC-YTD-HDD(WS-DDC-IDX)
                    WS-DDC-YTD-CDD(WS-DDC-IDX)
                 PERFORM ADD-COUNTRY-DEGREE-DAYS
              ELSE
                 ADD 1 TO WS-DD-DROPPED-CNT
              END-IF
           WHEN WS-DDC-NAME(WS-DDC-IDX) = WS-DD-GROUP-WK
              PERFORM ADD-COUNTRY-DEGREE-DAYS
           END-SEARCH
           EXIT.

       ADD-REGION-DEGREE-DAYS.
           ADD 1 TO WS-DDR-STATIONS(WS-DDR-IDX)
           ADD STATS-DAY-HDD TO WS-DDR-DAY-HDD(WS-DDR-IDX)
           ADD STATS-DAY-CDD TO WS-DDR-DAY-CDD(WS-DDR-IDX)
           ADD STATS-MTD-HDD TO WS-DDR-MTD-HDD(WS-DDR-IDX)
           ADD STATS-MTD-CDD TO WS-DDR-MTD-CDD(WS-DDR-IDX)
           ADD STATS-YTD-HDD TO WS-DDR-YTD-HDD(WS-DDR-IDX)
           ADD STATS-YTD-CDD TO WS-DDR-YTD-CDD(WS-DDR-IDX)
           EXIT.

       ADD-COUNTRY-DEGREE-DAYS.
           ADD 1 TO WS-DDC-STATIONS(WS-DDC-IDX)
           ADD STATS-DAY-HDD TO WS-DDC-DAY-HDD(WS-DDC-IDX)
           ADD STATS-DAY-CDD TO WS-DDC-DAY-CDD(WS-DDC-IDX)
           ADD STATS-MTD-HDD TO WS-DDC-MTD-HDD(WS-DDC-IDX)
           ADD STATS-MTD-CDD TO WS-DDC-MTD-CDD(WS-DDC-IDX)
           ADD STATS-YTD-HDD TO WS-DDC-YTD-HDD(WS-DDC-IDX)
           ADD STATS-YTD-CDD TO WS-DDC-YTD-CDD(WS-DDC-IDX)
           EXIT.

       PRODUCE-DEGREE-DAY-REPORT.
      *    Per-station averages, so a region of forty stations and a
      *    country of three read on the same scale. Region section
      *    first, then country, in the order the groups were first
      *    met - the same order the REGION/COUNTRY SUMMARY lines use.
           OPEN OUTPUT DEGREE-DAY-FILE
           MOVE SPACES TO DEGREE-DAY-REC
           STRING "DEGREE-DAY REPORT - RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO DEGREE-DAY-REC
           END-STRING
           WRITE DEGREE-DAY-REC
           MOVE WS-HDD-BASE TO DSPL-HDD-BASE
           MOVE WS-CDD-BASE TO DSPL-CDD-BASE
           MOVE SPACES TO DEGREE-DAY-REC
           STRING "HDD BASE " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-HDD-BASE) DELIMITED BY SIZE
                  "  CDD BASE " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CDD-BASE) DELIMITED BY SIZE
                  "  (AVERAGE PER STATION)" DELIMITED BY SIZE
              INTO DEGREE-DAY-REC
           END-STRING
           WRITE DEGREE-DAY-REC
           MOVE SPACES TO DEGREE-DAY-REC
           WRITE DEGREE-DAY-REC

           MOVE SPACES TO DEGREE-DAY-REC
           STRING "REGION                         STNS   DAY-HDD "
                     DELIMITED BY SIZE
                  "DAY-CDD    MTD-HDD    MTD-CDD    YTD-HDD    "
                     DELIMITED BY SIZE
                  "YTD-CDD" DELIMITED BY SIZE
              INTO DEGREE-DAY-REC
           END-STRING
           WRITE DEGREE-DAY-REC
           PERFORM VARYING WS-DDR-IDX FROM 1 BY 1
              UNTIL WS-DDR-IDX > WS-DD-RGN-COUNT
                   MOVE WS-DDR-NAME(WS-DDR-IDX) TO RPT-DD-NAME
                   MOVE WS-DDR-STATIONS(WS-DDR-IDX) TO RPT-DD-STATIONS
                   COMPUTE RPT-DD-DAY-HDD ROUNDED =
                      WS-DDR-DAY-HDD(WS-DDR-IDX)
                      / WS-DDR-STATIONS(WS-DDR-IDX)
                   COMPUTE RPT-DD-DAY-CDD ROUNDED =
                      WS-DDR-DAY-CDD(WS-DDR-IDX)
                      / WS-DDR-STATIONS(WS-DDR-IDX)
                   COMPUTE RPT-DD-MTD-HDD ROUNDED =
                      WS-DDR-MTD-HDD(WS-DDR-IDX)
                      / WS-DDR-STATIONS(WS-DDR-IDX)
                   COMPUTE RPT-DD-MTD-CDD ROUNDED =
                      WS-DDR-MTD-CDD(WS-DDR-IDX)
                      / WS-DDR-STATIONS(WS-DDR-IDX)
                   COMPUTE RPT-DD-YTD-HDD ROUNDED =
                      WS-DDR-YTD-HDD(WS-DDR-IDX)
                      / WS-DDR-STATIONS(WS-DDR-IDX)
                   COMPUTE RPT-DD-YTD-CDD ROUNDED =
                      WS-DDR-YTD-CDD(WS-DDR-IDX)
                      / WS-DDR-STATIONS(WS-DDR-IDX)
                   MOVE RPT-DD-LINE TO DEGREE-DAY-REC
                   WRITE DEGREE-DAY-REC
           END-PERFORM
           MOVE SPACES TO DEGREE-DAY-REC
           WRITE DEGREE-DAY-REC

           MOVE SPACES TO DEGREE-DAY-REC
           STRING "COUNTRY                        STNS   DAY-HDD "
                     DELIMITED BY SIZE
                  "DAY-CDD    MTD-HDD    MTD-CDD    YTD-HDD    "
                     DELIMITED BY SIZE
                  "YTD-CDD" DELIMITED BY SIZE
              INTO DEGREE-DAY-REC
           END-STRING
           WRITE DEGREE-DAY-REC
           PERFORM VARYING WS-DDC-IDX FROM 1 BY 1
              UNTIL WS-DDC-IDX > WS-DD-CTY-COUNT
                   MOVE WS-DDC-NAME(WS-DDC-IDX) TO RPT-DD-NAME
                   MOVE WS-DDC-STATIONS(WS-DDC-IDX) TO RPT-DD-STATIONS
                   COMPUTE RPT-DD-DAY-HDD ROUNDED =
                      WS-DDC-DAY-HDD(WS-DDC-IDX)
                      / WS-DDC-STATIONS(WS-DDC-IDX)
                   COMPUTE RPT-DD-DAY-CDD ROUNDED =
                      WS-DDC-DAY-CDD(WS-DDC-IDX)
                      / WS-DDC-STATIONS(WS-DDC-IDX)
                   COMPUTE RPT-DD-MTD-HDD ROUNDED =
                      WS-DDC-MTD-HDD(WS-DDC-IDX)
                      / WS-DDC-STATIONS(WS-DDC-IDX)
                   COMPUTE RPT-DD-MTD-CDD ROUNDED =
                      WS-DDC-MTD-CDD(WS-DDC-IDX)
                      / WS-DDC-STATIONS(WS-DDC-IDX)
                   COMPUTE RPT-DD-YTD-HDD ROUNDED =
                      WS-DDC-YTD-HDD(WS-DDC-IDX)
                      / WS-DDC-STATIONS(WS-DDC-IDX)
                   COMPUTE RPT-DD-YTD-CDD ROUNDED =
                      WS-DDC-YTD-CDD(WS-DDC-IDX)
                      / WS-DDC-STATIONS(WS-DDC-IDX)
                   MOVE RPT-DD-LINE TO DEGREE-DAY-REC
                   WRITE DEGREE-DAY-REC
           END-PERFORM
           MOVE SPACES TO DEGREE-DAY-REC
           WRITE DEGREE-DAY-REC

           MOVE WS-DD-RGN-COUNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO DEGREE-DAY-REC
           STRING "REGIONS REPORTED:   " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO DEGREE-DAY-REC
           END-STRING
           WRITE DEGREE-DAY-REC
           MOVE WS-DD-CTY-COUNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO DEGREE-DAY-REC
           STRING "COUNTRIES REPORTED: " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO DEGREE-DAY-REC
           END-STRING
           WRITE DEGREE-DAY-REC
           IF WS-DD-DROPPED-CNT > ZERO
              MOVE WS-DD-DROPPED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO DEGREE-DAY-REC
              STRING "GROUPS DROPPED (TABLE FULL): " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO DEGREE-DAY-REC
              END-STRING
              WRITE DEGREE-DAY-REC
           END-IF
           CLOSE DEGREE-DAY-FILE
           EXIT.

       UPDATE-STATION-RECORDS.
      *    End-of-run pass over the day's stations against the keyed
      *    all-time records file - created empty on first use, the
      *    same way OPEN-STATS-MASTER treats the stats master. An
      *    open that still fails downgrades to a warning; the day's
      *    statistics are not held up by the records file.
           IF SUSPECT-ENABLED
              PERFORM LOAD-HELD-READINGS
           END-IF
           OPEN I-O STATION-RECORDS-FILE
           IF WS-STATION-RECORDS-STATUS = "35"
              OPEN OUTPUT STATION-RECORDS-FILE
              CLOSE STATION-RECORDS-FILE
              OPEN I-O STATION-RECORDS-FILE
           END-IF
           IF WS-STATION-RECORDS-STATUS NOT = "00"
              DISPLAY "WARNING: cannot open station records '"
                 FUNCTION TRIM(CMD-STATION-RECORDS)
                 "' (status " WS-STATION-RECORDS-STATUS
                 ") - all-time records not maintained"
              MOVE 'N' TO WS-RECORDS-ENABLED
           ELSE
              IF CMD-BULLETIN NOT = SPACES
                 SET BULLETIN-ENABLED TO TRUE
                 OPEN OUTPUT BULLETIN-FILE
                 MOVE SPACES TO BULLETIN-REC
                 STRING "STATION RECORDS BULLETIN - RUN DATE "
                           DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                    INTO BULLETIN-REC
                 END-STRING
                 WRITE BULLETIN-REC
                 MOVE SPACES TO BULLETIN-REC
                 WRITE BULLETIN-REC
              END-IF
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-UNIQ-COUNT
                      MOVE WS-MEAS-LOC(WS-IDX) TO ATR-LOC
                      READ STATION-RECORDS-FILE
                         INVALID KEY
                            PERFORM ADD-STATION-RECORD
                         NOT INVALID KEY
                            PERFORM CHECK-STATION-RECORD
                      END-READ
              END-PERFORM
              CLOSE STATION-RECORDS-FILE
              IF BULLETIN-ENABLED
                 PERFORM WRITE-BULLETIN-TOTALS
                 CLOSE BULLETIN-FILE
              END-IF
           END-IF
           EXIT.

       LOAD-HELD-READINGS.
      *    Read the day's suspect list back (closed at the end of the
      *    input pass) into one row per station carrying its highest
      *    reading above the envelope and its lowest below it. A
      *    restarted run's file holds the crashed attempt's suspects
      *    too, so the same readings are held either way.
           MOVE 'N' TO WS-HELD-EOF-FLAG
           OPEN INPUT SUSPECT-FILE
           IF WS-SUSPECT-STATUS NOT = "00"
              DISPLAY "WARNING: cannot reread suspect file '"
                 FUNCTION TRIM(CMD-SUSPECT)
                 "' (status " WS-SUSPECT-STATUS
                 ") - no record candidates held"
           ELSE
              PERFORM UNTIL HELD-LOAD-EOF
                      READ SUSPECT-FILE
                      AT END
                         SET HELD-LOAD-EOF TO TRUE
                      NOT AT END
                         PERFORM NOTE-HELD-READING
                      END-READ
              END-PERFORM
              CLOSE SUSPECT-FILE
              IF WS-HELD-COUNT > ZERO
                 SORT WS-HELD ASCENDING WS-HLD-LOC
              END-IF
           END-IF
           EXIT.

       NOTE-HELD-READING.
      *    Few stations ever go suspect on one day, so a plain linear
      *    SEARCH while loading is fine; the table is sorted once
      *    loaded for the per-station SEARCH ALL below.
           COMPUTE WS-HLD-TEMP-WK = FUNCTION NUMVAL(SUSP-TEMP)
           COMPUTE WS-HLD-BOUND-WK = FUNCTION NUMVAL(SUSP-HIGH)
           SET WS-HLD-IDX TO 1
           SEARCH WS-HELD
              AT END
                 IF WS-HELD-COUNT >= 2000
                    ADD 1 TO WS-HELD-DROPPED-CNT
                 ELSE
                    ADD 1 TO WS-HELD-COUNT
                    SET WS-HLD-IDX TO WS-HELD-COUNT
                    MOVE SUSP-LOC TO WS-HLD-LOC(WS-HLD-IDX)
                    MOVE 'N' TO WS-HLD-HIGH-FLAG(WS-HLD-IDX)
                    MOVE 'N' TO WS-HLD-LOW-FLAG(WS-HLD-IDX)
                    MOVE ZERO TO WS-HLD-HIGH(WS-HLD-IDX)
                    MOVE ZERO TO WS-HLD-LOW(WS-HLD-IDX)
                    PERFORM ADD-HELD-READING
                 END-IF
              WHEN WS-HLD-LOC(WS-HLD-IDX) = SUSP-LOC
                 PERFORM ADD-HELD-READING
           END-SEARCH
           EXIT.

       ADD-HELD-READING.
      *    Above the envelope's high bound is a high-side suspect;
      *    anything else on the list fell below the low bound.
           IF WS-HLD-TEMP-WK > WS-HLD-BOUND-WK
              IF WS-HLD-HIGH-FLAG(WS-HLD-IDX) = 'N'
                 OR WS-HLD-TEMP-WK > WS-HLD-HIGH(WS-HLD-IDX)
                 MOVE 'Y' TO WS-HLD-HIGH-FLAG(WS-HLD-IDX)
                 MOVE WS-HLD-TEMP-WK TO WS-HLD-HIGH(WS-HLD-IDX)
              END-IF
           ELSE
              IF WS-HLD-LOW-FLAG(WS-HLD-IDX) = 'N'
                 OR WS-HLD-TEMP-WK < WS-HLD-LOW(WS-HLD-IDX)
                 MOVE 'Y' TO WS-HLD-LOW-FLAG(WS-HLD-IDX)
                 MOVE WS-HLD-TEMP-WK TO WS-HLD-LOW(WS-HLD-IDX)
              END-IF
           END-IF
           EXIT.

       FIND-HELD-STATION.
           MOVE ZERO TO WS-HLD-MATCH-IDX
           IF WS-HELD-COUNT > ZERO
              SEARCH ALL WS-HELD
              AT END
                 CONTINUE
              WHEN WS-HLD-LOC(WS-HLD-IDX) = WS-MEAS-LOC(WS-IDX)
                 SET WS-HLD-MATCH-IDX TO WS-HLD-IDX
              END-SEARCH
           END-IF
           EXIT.

       ADD-STATION-RECORD.
      *    First time the station is seen: its first day's extremes
      *    are its records, with nothing before them to replace and
      *    no envelope they could have broken.
           MOVE WS-MEAS-LOC(WS-IDX) TO ATR-LOC
           MOVE WS-MEAS-MAX(WS-IDX) TO ATR-MAX
           MOVE WS-RUN-DATE TO ATR-MAX-DATE
           MOVE WS-MEAS-MIN(WS-IDX) TO ATR-MIN
           MOVE WS-RUN-DATE TO ATR-MIN-DATE
           MOVE ZERO TO ATR-PREV-MAX ATR-PREV-MAX-DATE
                        ATR-PREV-MIN ATR-PREV-MIN-DATE
                        ATR-PEND-MAX ATR-PEND-MAX-DATE
                        ATR-PEND-MIN ATR-PEND-MIN-DATE
           WRITE ATR-REC
           ADD 1 TO WS-REC-STARTED-CNT
           EXIT.

       CHECK-STATION-RECORD.
      *    A same-day rerun first takes back whatever the earlier
      *    attempt set today - the way MERGE-STATS-ENTRY backs out
      *    its DAY figures - so a corrected rerun never leaves the
      *    bad attempt's record standing. A side left empty by that
      *    (the station's very first day) simply starts again.
      *    Otherwise the day's clean extreme sets a new record when
      *    it beats the old one, and a suspect reading beyond even
      *    that is held pending review - so a clean record-breaker
      *    still counts on a day something wilder was also sent.
           MOVE 'N' TO WS-REC-CHANGED-FLAG
           PERFORM UNDO-SAME-DAY-RECORD
           PERFORM FIND-HELD-STATION
           IF ATR-MAX-DATE = ZERO
              MOVE WS-MEAS-MAX(WS-IDX) TO ATR-MAX
              MOVE WS-RUN-DATE TO ATR-MAX-DATE
              SET REC-CHANGED TO TRUE
           ELSE
              MOVE "MAX" TO WS-REC-SIDE-WK
              IF WS-MEAS-CLEAN-CNT(WS-IDX) > ZERO
                 AND WS-MEAS-CLEAN-MAX(WS-IDX) > ATR-MAX
                 MOVE WS-MEAS-CLEAN-MAX(WS-IDX) TO WS-REC-NEW-WK
                 PERFORM SET-MAX-RECORD
              END-IF
              IF WS-HLD-MATCH-IDX > ZERO
                 AND WS-HLD-HIGH-FLAG(WS-HLD-MATCH-IDX) = 'Y'
                 AND WS-HLD-HIGH(WS-HLD-MATCH-IDX) > ATR-MAX
                 MOVE WS-HLD-HIGH(WS-HLD-MATCH-IDX) TO WS-REC-NEW-WK
                 PERFORM HOLD-MAX-RECORD
              END-IF
           END-IF
           IF ATR-MIN-DATE = ZERO
              MOVE WS-MEAS-MIN(WS-IDX) TO ATR-MIN
              MOVE WS-RUN-DATE TO ATR-MIN-DATE
              SET REC-CHANGED TO TRUE
           ELSE
              MOVE "MIN" TO WS-REC-SIDE-WK
              IF WS-MEAS-CLEAN-CNT(WS-IDX) > ZERO
                 AND WS-MEAS-CLEAN-MIN(WS-IDX) < ATR-MIN
                 MOVE WS-MEAS-CLEAN-MIN(WS-IDX) TO WS-REC-NEW-WK
                 PERFORM SET-MIN-RECORD
              END-IF
              IF WS-HLD-MATCH-IDX > ZERO
                 AND WS-HLD-LOW-FLAG(WS-HLD-MATCH-IDX) = 'Y'
                 AND WS-HLD-LOW(WS-HLD-MATCH-IDX) < ATR-MIN
                 MOVE WS-HLD-LOW(WS-HLD-MATCH-IDX) TO WS-REC-NEW-WK
                 PERFORM HOLD-MIN-RECORD
              END-IF
           END-IF
           IF REC-CHANGED
              REWRITE ATR-REC
           END-IF
           EXIT.

       UNDO-SAME-DAY-RECORD.
      *    Only one previous record is kept, so the one restored has
      *    nothing behind it any more.
           IF ATR-MAX-DATE = WS-RUN-DATE
              MOVE ATR-PREV-MAX TO ATR-MAX
              MOVE ATR-PREV-MAX-DATE TO ATR-MAX-DATE
              MOVE ZERO TO ATR-PREV-MAX ATR-PREV-MAX-DATE
              SET REC-CHANGED TO TRUE
           END-IF
           IF ATR-MIN-DATE = WS-RUN-DATE
              MOVE ATR-PREV-MIN TO ATR-MIN
              MOVE ATR-PREV-MIN-DATE TO ATR-MIN-DATE
              MOVE ZERO TO ATR-PREV-MIN ATR-PREV-MIN-DATE
              SET REC-CHANGED TO TRUE
           END-IF
           IF ATR-PEND-MAX-DATE = WS-RUN-DATE
              MOVE ZERO TO ATR-PEND-MAX ATR-PEND-MAX-DATE
              SET REC-CHANGED TO TRUE
           END-IF
           IF ATR-PEND-MIN-DATE = WS-RUN-DATE
              MOVE ZERO TO ATR-PEND-MIN ATR-PEND-MIN-DATE
              SET REC-CHANGED TO TRUE
           END-IF
           EXIT.

       SET-MAX-RECORD.
           MOVE ATR-MAX TO ATR-PREV-MAX
           MOVE ATR-MAX-DATE TO ATR-PREV-MAX-DATE
           MOVE WS-REC-NEW-WK TO ATR-MAX
           MOVE WS-RUN-DATE TO ATR-MAX-DATE
           SET REC-CHANGED TO TRUE
           ADD 1 TO WS-REC-NEW-CNT
           IF BULLETIN-ENABLED
              MOVE ATR-PREV-MAX TO DSPL-REC-OLD
              MOVE ATR-PREV-MAX-DATE TO WS-REC-OLD-DATE-WK
              PERFORM WRITE-BULLETIN-NEW
           END-IF
           EXIT.

       SET-MIN-RECORD.
           MOVE ATR-MIN TO ATR-PREV-MIN
           MOVE ATR-MIN-DATE TO ATR-PREV-MIN-DATE
           MOVE WS-REC-NEW-WK TO ATR-MIN
           MOVE WS-RUN-DATE TO ATR-MIN-DATE
           SET REC-CHANGED TO TRUE
           ADD 1 TO WS-REC-NEW-CNT
           IF BULLETIN-ENABLED
              MOVE ATR-PREV-MIN TO DSPL-REC-OLD
              MOVE ATR-PREV-MIN-DATE TO WS-REC-OLD-DATE-WK
              PERFORM WRITE-BULLETIN-NEW
           END-IF
           EXIT.

       HOLD-MAX-RECORD.
      *    One candidate per side is held; a later, more extreme
      *    suspect replaces it, a milder one leaves it alone.
           IF ATR-PEND-MAX-DATE = ZERO
              OR WS-REC-NEW-WK > ATR-PEND-MAX
              MOVE WS-REC-NEW-WK TO ATR-PEND-MAX
              MOVE WS-RUN-DATE TO ATR-PEND-MAX-DATE
              SET REC-CHANGED TO TRUE
              ADD 1 TO WS-REC-PENDING-CNT
              IF BULLETIN-ENABLED
                 MOVE ATR-MAX TO DSPL-REC-OLD
                 PERFORM WRITE-BULLETIN-PENDING
              END-IF
           END-IF
           EXIT.

       HOLD-MIN-RECORD.
           IF ATR-PEND-MIN-DATE = ZERO
              OR WS-REC-NEW-WK < ATR-PEND-MIN
              MOVE WS-REC-NEW-WK TO ATR-PEND-MIN
              MOVE WS-RUN-DATE TO ATR-PEND-MIN-DATE
              SET REC-CHANGED TO TRUE
              ADD 1 TO WS-REC-PENDING-CNT
              IF BULLETIN-ENABLED
                 MOVE ATR-MIN TO DSPL-REC-OLD
                 PERFORM WRITE-BULLETIN-PENDING
              END-IF
           END-IF
           EXIT.

       WRITE-BULLETIN-NEW.
           MOVE WS-REC-NEW-WK TO DSPL-REC-NEW
           MOVE SPACES TO BULLETIN-REC
           STRING "NEW " DELIMITED BY SIZE
                  WS-REC-SIDE-WK DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  FUNCTION TRIM(ATR-LOC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-NEW) DELIMITED BY SIZE
                  " - PREVIOUS " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-OLD) DELIMITED BY SIZE
                  " SET " DELIMITED BY SIZE
                  WS-REC-OLD-DATE-WK DELIMITED BY SIZE
              INTO BULLETIN-REC
           END-STRING
           WRITE BULLETIN-REC
           EXIT.

       WRITE-BULLETIN-PENDING.
           MOVE WS-REC-NEW-WK TO DSPL-REC-NEW
           MOVE SPACES TO BULLETIN-REC
           STRING "PENDING " DELIMITED BY SIZE
                  WS-REC-SIDE-WK DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(ATR-LOC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-NEW) DELIMITED BY SIZE
                  " - SUSPECT READING, RECORD STANDS AT "
                     DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-OLD) DELIMITED BY SIZE
                  " UNTIL CONFIRMED" DELIMITED BY SIZE
              INTO BULLETIN-REC
           END-STRING
           WRITE BULLETIN-REC
           EXIT.

       WRITE-BULLETIN-TOTALS.
           IF WS-REC-NEW-CNT = ZERO AND WS-REC-PENDING-CNT = ZERO
              MOVE "NO RECORDS BROKEN TODAY" TO BULLETIN-REC
              WRITE BULLETIN-REC
           END-IF
           MOVE SPACES TO BULLETIN-REC
           WRITE BULLETIN-REC
           MOVE WS-REC-NEW-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO BULLETIN-REC
           STRING "NEW RECORDS:      " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO BULLETIN-REC
           END-STRING
           WRITE BULLETIN-REC
           MOVE WS-REC-PENDING-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO BULLETIN-REC
           STRING "HELD PENDING:     " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO BULLETIN-REC
           END-STRING
           WRITE BULLETIN-REC
           MOVE WS-REC-STARTED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO BULLETIN-REC
           STRING "STATIONS STARTED: " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO BULLETIN-REC
           END-STRING
           WRITE BULLETIN-REC
           IF WS-HELD-DROPPED-CNT > ZERO
              MOVE WS-HELD-DROPPED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO BULLETIN-REC
              STRING "SUSPECT ROWS NOT HELD (TABLE FULL): "
                        DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO BULLETIN-REC
              END-STRING
              WRITE BULLETIN-REC
           END-IF
           EXIT.

       SET-ANOMALY-LIMITS.
           END-IF
           EXIT.

       REPORT-NEW-STATION.
           ADD 1 TO WS-ANOM-COUNT
           MOVE SPACES TO ANOMALY-REC
           STRING "NEW-STATION      " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEAS-LOC(WS-IDX)) DELIMITED BY SIZE
              INTO ANOMALY-REC
           END-STRING
           WRITE ANOMALY-REC
           EXIT.

       REPORT-MISSING-STATION.
           ADD 1 TO WS-ANOM-COUNT
           MOVE SPACES TO ANOMALY-REC
           STRING "MISSING-STATION  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRIOR-LOC(WS-PRI-IDX))
                     DELIMITED BY SIZE
              INTO ANOMALY-REC
           END-STRING
           WRITE ANOMALY-REC
           EXIT.

       REPORT-MEAN-DRIFT.
           ADD 1 TO WS-ANOM-COUNT
           MOVE WS-PRIOR-MEAN(WS-PRI-IDX) TO DSPL-PRIOR-MEAN
           MOVE WS-MEAS-MEAN(WS-IDX) TO DSPL-MEAN
           MOVE SPACES TO ANOMALY-REC
           STRING "MEAN-DRIFT       " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEAS-LOC(WS-IDX)) DELIMITED BY SIZE
                  " PRIOR " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PRIOR-MEAN) DELIMITED BY SIZE
                  " NOW " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-MEAN) DELIMITED BY SIZE
              INTO ANOMALY-REC
           END-STRING
           WRITE ANOMALY-REC
           EXIT.

       REPORT-COUNT-CHANGE.
           ADD 1 TO WS-ANOM-COUNT
           MOVE WS-PRIOR-CNT(WS-PRI-IDX) TO DSPL-PRIOR-CNT
           MOVE WS-MEAS-COUNT(WS-IDX) TO WS-CSV-COUNT
           MOVE WS-CNT-PCT-WK TO DSPL-PCT
           MOVE SPACES TO ANOMALY-REC
           STRING "COUNT-CHANGE     " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEAS-LOC(WS-IDX)) DELIMITED BY SIZE
                  " PRIOR " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PRIOR-CNT) DELIMITED BY SIZE
                  " NOW " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PCT) DELIMITED BY SIZE
                  " PCT)" DELIMITED BY SIZE
              INTO ANOMALY-REC
           END-STRING
           WRITE ANOMALY-REC
           EXIT.

       PRODUCE-PEER-REPORT.
      *    Two passes over the station table: the first builds each
      *    country and region group's station count, sum and sum of
      *    squares of the day means; the second checks every station
      *    against its group with itself taken back out. Groups too
      *    small to judge anyone are listed after the stations.
           MOVE ZERO TO WS-PEER-GROUP-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-UNIQ-COUNT
                   IF WS-MEAS-COUNTRY(WS-IDX) NOT = SPACES
                      MOVE 'C' TO WS-PEER-GRP-TYPE-WK
                      MOVE WS-MEAS-COUNTRY(WS-IDX)
                         TO WS-PEER-GRP-NAME-WK
                      PERFORM ADD-PEER-GROUP-MEMBER
                   END-IF
                   IF WS-MEAS-REGION(WS-IDX) NOT = SPACES
                      MOVE 'R' TO WS-PEER-GRP-TYPE-WK
                      MOVE WS-MEAS-REGION(WS-IDX)
                         TO WS-PEER-GRP-NAME-WK
                      PERFORM ADD-PEER-GROUP-MEMBER
                   END-IF
           END-PERFORM

           OPEN OUTPUT PEER-FILE
           MOVE SPACES TO PEER-REC
           STRING "PEER-STATION CONSISTENCY REPORT - RUN DATE "
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           MOVE WS-PEER-SIGMA TO DSPL-PEER-SIGMA
           MOVE WS-PEER-MIN TO DSPL-PEER-N
           MOVE SPACES TO PEER-REC
           STRING "LIMITS: OUTLIER BEYOND " DELIMITED BY SIZE
                  DSPL-PEER-SIGMA DELIMITED BY SIZE
                  " STDDEV OF PEERS, AT LEAST " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PEER-N) DELIMITED BY SIZE
                  " PEERS PER GROUP" DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           MOVE SPACES TO PEER-REC
           WRITE PEER-REC

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-UNIQ-COUNT
                   PERFORM CHECK-STATION-PEERS
           END-PERFORM

           MOVE SPACES TO PEER-REC
           WRITE PEER-REC
           PERFORM VARYING WS-PGR-IDX FROM 1 BY 1
              UNTIL WS-PGR-IDX > WS-PEER-GROUP-COUNT
                   IF WS-PGR-STATIONS(WS-PGR-IDX) <= WS-PEER-MIN
                      PERFORM REPORT-SMALL-PEER-GROUP
                   END-IF
           END-PERFORM

           MOVE SPACES TO PEER-REC
           WRITE PEER-REC
           MOVE WS-PEER-CHECKED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO PEER-REC
           STRING "STATIONS CHECKED:       " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           MOVE WS-PEER-OUTLIER-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO PEER-REC
           STRING "PEER OUTLIERS:          " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           MOVE WS-PEER-UNCHECKED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO PEER-REC
           STRING "TOO FEW PEERS:          " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           MOVE WS-PEER-UNASSIGNED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO PEER-REC
           STRING "NOT ON STATION MASTER:  " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           MOVE WS-PEER-SMALL-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO PEER-REC
           STRING "GROUPS SKIPPED (SMALL): " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           IF WS-PEER-DROPPED-CNT > ZERO
              MOVE WS-PEER-DROPPED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO PEER-REC
              STRING "GROUPS DROPPED (TABLE FULL): "
                        DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO PEER-REC
              END-STRING
              WRITE PEER-REC
           END-IF
           CLOSE PEER-FILE
           EXIT.

       ADD-PEER-GROUP-MEMBER.
      *    Group table is small, so a plain linear SEARCH (same
      *    tradeoff as ACCUMULATE-REGION). A station whose group
      *    can't be added is simply left without that group.
           SET WS-PGR-IDX TO 1
           SEARCH WS-PEER-GROUP VARYING WS-PGR-IDX
           AT END
              IF WS-PEER-GROUP-COUNT < 600
                 ADD 1 TO WS-PEER-GROUP-COUNT
                 SET WS-PGR-IDX TO WS-PEER-GROUP-COUNT
                 MOVE WS-PEER-GRP-TYPE-WK TO WS-PGR-TYPE(WS-PGR-IDX)
                 MOVE WS-PEER-GRP-NAME-WK TO WS-PGR-NAME(WS-PGR-IDX)
                 MOVE 1 TO WS-PGR-STATIONS(WS-PGR-IDX)
                 MOVE WS-MEAS-MEAN(WS-IDX) TO WS-PGR-SUM(WS-PGR-IDX)
                 COMPUTE WS-PGR-SUMSQ(WS-PGR-IDX) =
                    WS-MEAS-MEAN(WS-IDX) * WS-MEAS-MEAN(WS-IDX)
              ELSE
                 ADD 1 TO WS-PEER-DROPPED-CNT
              END-IF
           WHEN WS-PGR-TYPE(WS-PGR-IDX) = WS-PEER-GRP-TYPE-WK
              AND WS-PGR-NAME(WS-PGR-IDX) = WS-PEER-GRP-NAME-WK
              ADD 1 TO WS-PGR-STATIONS(WS-PGR-IDX)
              ADD WS-MEAS-MEAN(WS-IDX) TO WS-PGR-SUM(WS-PGR-IDX)
              COMPUTE WS-PGR-SUMSQ(WS-PGR-IDX) =
                 WS-PGR-SUMSQ(WS-PGR-IDX)
                 + WS-MEAS-MEAN(WS-IDX) * WS-MEAS-MEAN(WS-IDX)
           END-SEARCH
           EXIT.

       FIND-PEER-GROUP.
      *    Index of the WS-PEER-GRP-TYPE-WK/NAME-WK group in
      *    WS-PEER-USE-IDX, zero when the station has no such group.
           MOVE ZERO TO WS-PEER-USE-IDX
           SET WS-PGR-IDX TO 1
           SEARCH WS-PEER-GROUP VARYING WS-PGR-IDX
           AT END
              CONTINUE
           WHEN WS-PGR-TYPE(WS-PGR-IDX) = WS-PEER-GRP-TYPE-WK
              AND WS-PGR-NAME(WS-PGR-IDX) = WS-PEER-GRP-NAME-WK
              SET WS-PEER-USE-IDX TO WS-PGR-IDX
           END-SEARCH
           EXIT.

       CHECK-STATION-PEERS.
      *    Country first; region only when the country has fewer
      *    than WS-PEER-MIN other stations.
           MOVE ZERO TO WS-PEER-CTY-IDX WS-PEER-RGN-IDX
           IF WS-MEAS-COUNTRY(WS-IDX) NOT = SPACES
              MOVE 'C' TO WS-PEER-GRP-TYPE-WK
              MOVE WS-MEAS-COUNTRY(WS-IDX) TO WS-PEER-GRP-NAME-WK
              PERFORM FIND-PEER-GROUP
              MOVE WS-PEER-USE-IDX TO WS-PEER-CTY-IDX
           END-IF
           IF WS-MEAS-REGION(WS-IDX) NOT = SPACES
              MOVE 'R' TO WS-PEER-GRP-TYPE-WK
              MOVE WS-MEAS-REGION(WS-IDX) TO WS-PEER-GRP-NAME-WK
              PERFORM FIND-PEER-GROUP
              MOVE WS-PEER-USE-IDX TO WS-PEER-RGN-IDX
           END-IF

           MOVE ZERO TO WS-PEER-USE-IDX
           IF WS-PEER-CTY-IDX > ZERO
              IF WS-PGR-STATIONS(WS-PEER-CTY-IDX) > WS-PEER-MIN
                 MOVE WS-PEER-CTY-IDX TO WS-PEER-USE-IDX
              END-IF
           END-IF
           IF WS-PEER-USE-IDX = ZERO AND WS-PEER-RGN-IDX > ZERO
              IF WS-PGR-STATIONS(WS-PEER-RGN-IDX) > WS-PEER-MIN
                 MOVE WS-PEER-RGN-IDX TO WS-PEER-USE-IDX
              END-IF
           END-IF

           IF WS-PEER-CTY-IDX = ZERO AND WS-PEER-RGN-IDX = ZERO
              ADD 1 TO WS-PEER-UNASSIGNED-CNT
           ELSE
           IF WS-PEER-USE-IDX = ZERO
              PERFORM REPORT-TOO-FEW-PEERS
           ELSE
              PERFORM JUDGE-STATION-PEERS
           END-IF
           END-IF
           EXIT.

       JUDGE-STATION-PEERS.
      *    Leave-one-out mean and spread of the group, then the
      *    station's distance from that mean in peer standard
      *    deviations. The spread is floored at the 0.1-degree
      *    resolution the means are published at, so a group of
      *    identical peers doesn't flag a neighbour one tenth off.
           ADD 1 TO WS-PEER-CHECKED-CNT
           COMPUTE WS-PEER-N = WS-PGR-STATIONS(WS-PEER-USE-IDX) - 1
           COMPUTE WS-PEER-MEAN-WK =
              (WS-PGR-SUM(WS-PEER-USE-IDX) - WS-MEAS-MEAN(WS-IDX))
              / WS-PEER-N
           END-COMPUTE
           COMPUTE WS-PEER-VAR-WK =
              (WS-PGR-SUMSQ(WS-PEER-USE-IDX)
                 - WS-MEAS-MEAN(WS-IDX) * WS-MEAS-MEAN(WS-IDX))
              / WS-PEER-N
              - WS-PEER-MEAN-WK * WS-PEER-MEAN-WK
           ON SIZE ERROR
              MOVE ZERO TO WS-PEER-VAR-WK
           END-COMPUTE
           IF WS-PEER-VAR-WK < ZERO
              MOVE ZERO TO WS-PEER-VAR-WK
           END-IF
           COMPUTE WS-PEER-SPREAD-WK ROUNDED =
              FUNCTION SQRT(WS-PEER-VAR-WK)
           ON SIZE ERROR
              MOVE ZERO TO WS-PEER-SPREAD-WK
           END-COMPUTE
           IF WS-PEER-SPREAD-WK < 0.1
              MOVE 0.1 TO WS-PEER-SPREAD-WK
           END-IF

           COMPUTE WS-PEER-DEV-WK =
              WS-MEAS-MEAN(WS-IDX) - WS-PEER-MEAN-WK
           IF WS-PEER-DEV-WK < ZERO
              COMPUTE WS-PEER-DEV-WK = ZERO - WS-PEER-DEV-WK
           END-IF
           IF WS-PEER-DEV-WK > WS-PEER-SIGMA * WS-PEER-SPREAD-WK
              ADD 1 TO WS-PEER-OUTLIER-CNT
              COMPUTE WS-PEER-SD-WK ROUNDED =
                 WS-PEER-DEV-WK / WS-PEER-SPREAD-WK
              ON SIZE ERROR
                 MOVE 9999.9 TO WS-PEER-SD-WK
              END-COMPUTE
              PERFORM REPORT-PEER-OUTLIER
           END-IF
           EXIT.

       REPORT-PEER-OUTLIER.
           MOVE WS-MEAS-MEAN(WS-IDX) TO DSPL-MEAN
           COMPUTE DSPL-PEER-MEAN ROUNDED = WS-PEER-MEAN-WK
           COMPUTE DSPL-PEER-SPREAD ROUNDED = WS-PEER-SPREAD-WK
           MOVE WS-PEER-SD-WK TO DSPL-PEER-SD
           MOVE WS-PEER-N TO DSPL-PEER-N
           MOVE SPACES TO PEER-REC
           STRING "PEER-OUTLIER     " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEAS-LOC(WS-IDX)) DELIMITED BY SIZE
                  " MEAN " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-MEAN) DELIMITED BY SIZE
                  INTO PEER-REC
           END-STRING
           IF WS-PGR-TYPE(WS-PEER-USE-IDX) = 'C'
              STRING FUNCTION TRIM(PEER-REC) DELIMITED BY SIZE
                     " COUNTRY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PGR-NAME(WS-PEER-USE-IDX))
                        DELIMITED BY SIZE
                 INTO PEER-REC
              END-STRING
           ELSE
              STRING FUNCTION TRIM(PEER-REC) DELIMITED BY SIZE
                     " REGION " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PGR-NAME(WS-PEER-USE-IDX))
                        DELIMITED BY SIZE
                 INTO PEER-REC
              END-STRING
           END-IF
           STRING FUNCTION TRIM(PEER-REC) DELIMITED BY SIZE
                  " PEER MEAN " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PEER-MEAN) DELIMITED BY SIZE
                  " SPREAD " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PEER-SPREAD) DELIMITED BY SIZE
                  " PEERS " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PEER-N) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PEER-SD) DELIMITED BY SIZE
                  " SD)" DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           EXIT.

       REPORT-TOO-FEW-PEERS.
      *    Named with the peer counts both groups could offer, so the
      *    reader sees why neither was used.
           ADD 1 TO WS-PEER-UNCHECKED-CNT
           MOVE SPACES TO PEER-REC
           STRING "TOO-FEW-PEERS    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEAS-LOC(WS-IDX)) DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           IF WS-PEER-CTY-IDX > ZERO
              COMPUTE DSPL-PEER-N =
                 WS-PGR-STATIONS(WS-PEER-CTY-IDX) - 1
              STRING FUNCTION TRIM(PEER-REC) DELIMITED BY SIZE
                     " COUNTRY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MEAS-COUNTRY(WS-IDX))
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-PEER-N) DELIMITED BY SIZE
                 INTO PEER-REC
              END-STRING
           END-IF
           IF WS-PEER-RGN-IDX > ZERO
              COMPUTE DSPL-PEER-N =
                 WS-PGR-STATIONS(WS-PEER-RGN-IDX) - 1
              STRING FUNCTION TRIM(PEER-REC) DELIMITED BY SIZE
                     " REGION " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MEAS-REGION(WS-IDX))
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-PEER-N) DELIMITED BY SIZE
                 INTO PEER-REC
              END-STRING
           END-IF
           WRITE PEER-REC
           EXIT.

       REPORT-SMALL-PEER-GROUP.
           ADD 1 TO WS-PEER-SMALL-CNT
           MOVE WS-PGR-STATIONS(WS-PGR-IDX) TO DSPL-PEER-N
           MOVE SPACES TO PEER-REC
           IF WS-PGR-TYPE(WS-PGR-IDX) = 'C'
              STRING "SMALL-GROUP      COUNTRY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PGR-NAME(WS-PGR-IDX))
                        DELIMITED BY SIZE
                 INTO PEER-REC
              END-STRING
           ELSE
              STRING "SMALL-GROUP      REGION " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PGR-NAME(WS-PGR-IDX))
                        DELIMITED BY SIZE
                 INTO PEER-REC
              END-STRING
           END-IF
           STRING FUNCTION TRIM(PEER-REC) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-PEER-N) DELIMITED BY SIZE
                  " REPORTING STATION(S), SKIPPED" DELIMITED BY SIZE
              INTO PEER-REC
           END-STRING
           WRITE PEER-REC
           EXIT.

       PRODUCE-COMPLETENESS-REPORT.
      *    One block per station that sent anything for the
      *    observation date, in station order: a summary line, then
      *    its missing-hour gaps, repeated minutes and stuck runs.
      *    Each station is walked twice - once for the summary's
      *    counts, once to write the detail lines under it.
           OPEN OUTPUT COMPLETENESS-FILE
           MOVE SPACES TO COMPLETENESS-REC
           STRING "OBSERVATION COMPLETENESS REPORT - RUN DATE "
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           MOVE WS-STUCK-RUN-LEN TO DSPL-CMP-N
           MOVE WS-OBS-EXPECTED-DFLT TO DSPL-CMP-M
           MOVE SPACES TO COMPLETENESS-REC
           STRING "LIMITS: OBSERVATION DATE " DELIMITED BY SIZE
                  WS-OBS-DATE DELIMITED BY SIZE
                  ", STUCK BEYOND " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CMP-N) DELIMITED BY SIZE
                  " IDENTICAL READINGS, DEFAULT " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CMP-M) DELIMITED BY SIZE
                  " OBSERVATIONS PER DAY" DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           MOVE SPACES TO COMPLETENESS-REC
           WRITE COMPLETENESS-REC

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-UNIQ-COUNT
                   IF WS-MEAS-OBS-SLOT(WS-IDX) > ZERO
                      PERFORM REPORT-STATION-COMPLETENESS
                   END-IF
           END-PERFORM

           MOVE SPACES TO COMPLETENESS-REC
           WRITE COMPLETENESS-REC
           MOVE WS-CMP-STATION-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO COMPLETENESS-REC
           STRING "STATIONS REPORTED:      " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           MOVE WS-CMP-SHORT-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO COMPLETENESS-REC
           STRING "STATIONS SHORT:         " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           MOVE WS-CMP-GAP-HOURS-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO COMPLETENESS-REC
           STRING "MISSING HOURS:          " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           MOVE WS-CMP-DUP-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO COMPLETENESS-REC
           STRING "DUPLICATE READINGS:     " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           MOVE WS-CMP-STUCK-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO COMPLETENESS-REC
           STRING "STUCK RUNS:             " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           MOVE WS-OBS-OFF-DATE-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO COMPLETENESS-REC
           STRING "OTHER-DATE READINGS:    " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           CLOSE COMPLETENESS-FILE
           EXIT.

       REPORT-STATION-COMPLETENESS.
           MOVE WS-MEAS-OBS-SLOT(WS-IDX) TO WS-OBS-SLT
           MOVE ZERO TO WS-CMP-OBS WS-CMP-DUPS WS-CMP-HOURS
           PERFORM VARYING WS-CMP-HR FROM 1 BY 1
              UNTIL WS-CMP-HR > 24
                   MOVE ZERO TO WS-CMP-HOUR-CNT(WS-CMP-HR)
           END-PERFORM
           PERFORM VARYING WS-OBS-MIN FROM 1 BY 1
              UNTIL WS-OBS-MIN > 1440
                   IF WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN) > ZERO
                      ADD 1 TO WS-CMP-OBS
                      COMPUTE WS-CMP-DUPS = WS-CMP-DUPS
                         + WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN) - 1
                      COMPUTE WS-CMP-HR = (WS-OBS-MIN - 1) / 60 + 1
                      ADD 1 TO WS-CMP-HOUR-CNT(WS-CMP-HR)
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-CMP-HR FROM 1 BY 1
              UNTIL WS-CMP-HR > 24
                   IF WS-CMP-HOUR-CNT(WS-CMP-HR) > ZERO
                      ADD 1 TO WS-CMP-HOURS
                   END-IF
           END-PERFORM
           MOVE 'N' TO WS-CMP-WRITE-FLAG
           PERFORM SCAN-STUCK-RUNS

           ADD 1 TO WS-CMP-STATION-CNT
           COMPUTE WS-CMP-GAP-HOURS-CNT =
              WS-CMP-GAP-HOURS-CNT + 24 - WS-CMP-HOURS
           ADD WS-CMP-DUPS TO WS-CMP-DUP-CNT
           ADD WS-CMP-STUCK TO WS-CMP-STUCK-CNT

           MOVE WS-CMP-HOURS TO DSPL-CMP-N
           MOVE SPACES TO COMPLETENESS-REC
           STRING "STATION          " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEAS-LOC(WS-IDX)) DELIMITED BY SIZE
                  " HOURS " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CMP-N) DELIMITED BY SIZE
                  "/24" DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           MOVE WS-CMP-OBS TO DSPL-CMP-N
           MOVE WS-MEAS-EXPECTED(WS-IDX) TO DSPL-CMP-M
           STRING FUNCTION TRIM(COMPLETENESS-REC) DELIMITED BY SIZE
                  " OBS " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CMP-N) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CMP-M) DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           MOVE WS-CMP-DUPS TO DSPL-AUDIT-CNT
           MOVE WS-CMP-STUCK TO DSPL-CMP-N
           STRING FUNCTION TRIM(COMPLETENESS-REC) DELIMITED BY SIZE
                  " DUPLICATES " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                  " STUCK RUNS " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CMP-N) DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           IF WS-CMP-OBS < WS-MEAS-EXPECTED(WS-IDX)
              ADD 1 TO WS-CMP-SHORT-CNT
              STRING FUNCTION TRIM(COMPLETENESS-REC) DELIMITED BY SIZE
                     " SHORT" DELIMITED BY SIZE
                 INTO COMPLETENESS-REC
              END-STRING
           END-IF
           WRITE COMPLETENESS-REC

           PERFORM REPORT-HOUR-GAPS
           PERFORM VARYING WS-OBS-MIN FROM 1 BY 1
              UNTIL WS-OBS-MIN > 1440
                   IF WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN) > 1
                      PERFORM REPORT-DUPLICATE-MINUTE
                   END-IF
           END-PERFORM
           SET CMP-WRITING TO TRUE
           PERFORM SCAN-STUCK-RUNS
           EXIT.

       REPORT-HOUR-GAPS.
      *    Consecutive silent hours are reported as one gap; a gap
      *    still open at 23:59 is closed there.
           MOVE ZERO TO WS-CMP-GAP-START
           PERFORM VARYING WS-CMP-HR FROM 1 BY 1
              UNTIL WS-CMP-HR > 24
                   IF WS-CMP-HOUR-CNT(WS-CMP-HR) = ZERO
                      IF WS-CMP-GAP-START = ZERO
                         MOVE WS-CMP-HR TO WS-CMP-GAP-START
                      END-IF
                   ELSE
                      IF WS-CMP-GAP-START > ZERO
                         PERFORM WRITE-HOUR-GAP
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-CMP-GAP-START > ZERO
              PERFORM WRITE-HOUR-GAP
           END-IF
           EXIT.

       WRITE-HOUR-GAP.
      *    WS-CMP-HR is the first hour past the gap (25 at the end
      *    of the day); hours are held 1-24 for 00-23.
           COMPUTE DSPL-CMP-FROM = (WS-CMP-GAP-START - 1) * 100
           COMPUTE DSPL-CMP-TO = (WS-CMP-HR - 2) * 100 + 59
           COMPUTE DSPL-CMP-N = WS-CMP-HR - WS-CMP-GAP-START
           MOVE SPACES TO COMPLETENESS-REC
           STRING "GAP              " DELIMITED BY SIZE
                  DSPL-CMP-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DSPL-CMP-TO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CMP-N) DELIMITED BY SIZE
                  " HOURS)" DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           MOVE ZERO TO WS-CMP-GAP-START
           EXIT.

       REPORT-DUPLICATE-MINUTE.
           MOVE WS-OBS-MIN TO WS-CMP-MIN-WK
           PERFORM SET-CMP-HHMM
           MOVE WS-CMP-HHMM TO DSPL-CMP-FROM
           MOVE WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN) TO DSPL-CMP-N
           MOVE SPACES TO COMPLETENESS-REC
           STRING "DUPLICATE        " DELIMITED BY SIZE
                  WS-OBS-DATE DELIMITED BY SIZE
                  DSPL-CMP-FROM DELIMITED BY SIZE
                  " RECEIVED " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-CMP-N) DELIMITED BY SIZE
                  " TIMES" DELIMITED BY SIZE
              INTO COMPLETENESS-REC
           END-STRING
           WRITE COMPLETENESS-REC
           EXIT.

       SCAN-STUCK-RUNS.
      *    Readings in time order; a run is broken by a different
      *    reading, not by minutes missing between two the same. Runs
      *    longer than WS-STUCK-RUN-LEN are counted, and written out
      *    on the second walk (CMP-WRITING).
           MOVE ZERO TO WS-CMP-STUCK
           MOVE ZERO TO WS-CMP-RUN-LEN
           PERFORM VARYING WS-OBS-MIN FROM 1 BY 1
              UNTIL WS-OBS-MIN > 1440
                   IF WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN) > ZERO
                      IF WS-CMP-RUN-LEN > ZERO
                         AND WS-OBS-TEMP(WS-OBS-SLT, WS-OBS-MIN)
                            = WS-CMP-RUN-TEMP
                         ADD 1 TO WS-CMP-RUN-LEN
                         MOVE WS-OBS-MIN TO WS-CMP-RUN-END
                      ELSE
                         PERFORM CLOSE-STUCK-RUN
                         MOVE 1 TO WS-CMP-RUN-LEN
                         MOVE WS-OBS-MIN TO WS-CMP-RUN-START
                         MOVE WS-OBS-MIN TO WS-CMP-RUN-END
                         MOVE WS-OBS-TEMP(WS-OBS-SLT, WS-OBS-MIN)
                            TO WS-CMP-RUN-TEMP
                      END-IF
                   END-IF
           END-PERFORM
           PERFORM CLOSE-STUCK-RUN
           EXIT.

       CLOSE-STUCK-RUN.
           IF WS-CMP-RUN-LEN > WS-STUCK-RUN-LEN
              ADD 1 TO WS-CMP-STUCK
              IF CMP-WRITING
                 MOVE WS-CMP-RUN-START TO WS-CMP-MIN-WK
                 PERFORM SET-CMP-HHMM
                 MOVE WS-CMP-HHMM TO DSPL-CMP-FROM
                 MOVE WS-CMP-RUN-END TO WS-CMP-MIN-WK
                 PERFORM SET-CMP-HHMM
                 MOVE WS-CMP-HHMM TO DSPL-CMP-TO
                 MOVE WS-CMP-RUN-LEN TO DSPL-CMP-N
                 MOVE WS-CMP-RUN-TEMP TO DSPL-CMP-TEMP
                 MOVE SPACES TO COMPLETENESS-REC
                 STRING "STUCK            " DELIMITED BY SIZE
                        DSPL-CMP-FROM DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        DSPL-CMP-TO DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(DSPL-CMP-N) DELIMITED BY SIZE
                        " READINGS AT " DELIMITED BY SIZE
                        FUNCTION TRIM(DSPL-CMP-TEMP) DELIMITED BY SIZE
                    INTO COMPLETENESS-REC
                 END-STRING
                 WRITE COMPLETENESS-REC
              END-IF
           END-IF
           MOVE ZERO TO WS-CMP-RUN-LEN
           EXIT.

       SET-CMP-HHMM.
      *    Minute cell 1-1440 back to the HHMM it was filed under.
           COMPUTE WS-CMP-HR = (WS-CMP-MIN-WK - 1) / 60
           COMPUTE WS-CMP-HHMM = WS-CMP-HR * 100
              + (WS-CMP-MIN-WK - 1) - (WS-CMP-HR * 60)
           EXIT.

       ALLOCATE-OBS-SLOT.
      *    First reading for the observation date at WS-INSERT-IDX's
      *    station: give it the next slot. There is one slot per
      *    table entry, so the slots cannot run out before the
      *    station table does.
           ADD 1 TO WS-OBS-SLOT-COUNT
           MOVE WS-OBS-SLOT-COUNT TO WS-MEAS-OBS-SLOT(WS-INSERT-IDX)
           INITIALIZE WS-OBS-SLOT(WS-OBS-SLOT-COUNT)
           EXIT.

       LOAD-STATION-MASTER.
                      AT END
                         SET STATION-MASTER-EOF TO TRUE
                      NOT AT END
                         PERFORM LOAD-ONE-STATION-ROW
                      END-READ
              END-PERFORM
              CLOSE STATION-MASTER-FILE
           SORT WS-STATION ASCENDING WS-STN-LOC
           EXIT.

       LOAD-ONE-STATION-ROW.
      *    Rows for assignments not in effect on the business date
      *    are history (or not yet started) and are passed over; only
      *    the rows that are kept count against STATION-TBL-SIZE.
           MOVE SPACES TO WS-SM-FIELDS
           UNSTRING STATION-REC-DATA DELIMITED BY ';'
              INTO WS-SM-LOC
                   WS-SM-REGION
                   WS-SM-COUNTRY
                   WS-SM-FROM
                   WS-SM-TO
                   WS-SM-EXPECTED
           END-UNSTRING
           PERFORM CHECK-ASSIGNMENT-DATES
           IF SM-DATES-BAD
              PERFORM LOG-STATION-MASTER-BAD-DATE
           ELSE
           IF NOT SM-IN-EFFECT
              ADD 1 TO WS-SM-NOT-IN-EFFECT-CNT
           ELSE
           IF WS-STATION-COUNT >= STATION-TBL-SIZE
              PERFORM LOG-STATION-MASTER-OVERFLOW
           ELSE
              ADD 1 TO WS-STATION-COUNT
              MOVE WS-SM-LOC TO WS-STN-LOC(WS-STATION-COUNT)
              MOVE WS-SM-REGION TO WS-STN-REGION(WS-STATION-COUNT)
              MOVE WS-SM-COUNTRY TO WS-STN-COUNTRY(WS-STATION-COUNT)
              PERFORM CHECK-EXPECTED-OBS
           END-IF
           END-IF
           END-IF
           EXIT.

       CHECK-EXPECTED-OBS.
      *    Blank means the station is expected hourly. A count that
      *    doesn't read as a whole number of readings in a day is
      *    logged and the default used - the row still tags its
      *    station, since its region/country are sound.
           MOVE WS-OBS-EXPECTED-DFLT
              TO WS-STN-EXPECTED(WS-STATION-COUNT)
           IF WS-SM-EXPECTED NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-SM-EXPECTED) = ZERO
                 COMPUTE WS-SM-EXP-WK =
                    FUNCTION NUMVAL(WS-SM-EXPECTED)
                 IF WS-SM-EXP-WK >= 1 AND WS-SM-EXP-WK <= 1440
                    AND WS-SM-EXP-WK = FUNCTION INTEGER(WS-SM-EXP-WK)
                    MOVE WS-SM-EXP-WK
                       TO WS-STN-EXPECTED(WS-STATION-COUNT)
                 ELSE
                    PERFORM LOG-STATION-MASTER-BAD-EXP
                 END-IF
              ELSE
                 PERFORM LOG-STATION-MASTER-BAD-EXP
              END-IF
           END-IF
           EXIT.

       LOG-STATION-MASTER-BAD-EXP.
           ADD 1 TO WS-SM-BAD-EXP-CNT
           IF REJECT-ENABLED
              MOVE "STATION-MST-EXPOBS" TO REJECT-REASON
              MOVE WS-SM-LOC TO REJECT-LOCATION
              MOVE ZERO TO REJECT-COUNT
              MOVE STATION-REC-DATA TO REJECT-RAW-DATA
              WRITE REJECT-REC
           END-IF
           EXIT.

       CHECK-ASSIGNMENT-DATES.
      *    Both bounds are inclusive; a blank bound is open-ended, so
      *    a plain location;region;country row is always in effect.
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

       LOG-STATION-MASTER-BAD-DATE.
      *    A row whose dates don't read can't be placed in time, so it
      *    tags nothing; it goes to the reject report the same way an
      *    overflow row does.
           ADD 1 TO WS-SM-BAD-DATE-CNT
           IF REJECT-ENABLED
              MOVE "STATION-MST-DATE" TO REJECT-REASON
              MOVE WS-SM-LOC TO REJECT-LOCATION
              MOVE ZERO TO REJECT-COUNT
              MOVE STATION-REC-DATA TO REJECT-RAW-DATA
              WRITE REJECT-REC
           END-IF
           EXIT.

       LOG-STATION-MASTER-OVERFLOW.
      *    Station master table is full (STATION-TBL-SIZE entries);
      *    route the excess row to the reject report instead of indexing
      *    Look up MEAS-LOC in the station master table and tag the
      *    new WS-MEASUREMENT entry at WS-INSERT-IDX with its
      *    region/country. Leaves the fields blank when the master
      *    file is disabled or has no match for this station. Its
      *    expected readings per day come from the same row, with
      *    the hourly default for a station the master doesn't have.
           MOVE SPACES TO WS-MEAS-REGION(WS-INSERT-IDX)
           MOVE SPACES TO WS-MEAS-COUNTRY(WS-INSERT-IDX)
           MOVE WS-OBS-EXPECTED-DFLT TO WS-MEAS-EXPECTED(WS-INSERT-IDX)
           IF STATION-MASTER-ENABLED AND WS-STATION-COUNT > ZERO
              SEARCH ALL WS-STATION
              WHEN WS-STN-LOC(WS-STN-IDX) = MEAS-LOC
                    TO WS-MEAS-REGION(WS-INSERT-IDX)
                 MOVE WS-STN-COUNTRY(WS-STN-IDX)
                    TO WS-MEAS-COUNTRY(WS-INSERT-IDX)
                 MOVE WS-STN-EXPECTED(WS-STN-IDX)
                    TO WS-MEAS-EXPECTED(WS-INSERT-IDX)
              END-SEARCH
           END-IF
           EXIT.
                    WS-ENV-MAX(WS-ENV-IDX) + WS-SUSP-MARGIN
                 IF MEAS-TEMP < WS-ENV-LOW-WK
                    OR MEAS-TEMP > WS-ENV-HIGH-WK
                    SET READING-SUSPECT TO TRUE
                    ADD 1 TO WS-ENV-SUSP-CNT(WS-ENV-IDX)
                    ADD 1 TO WS-SUSPECT-TOTAL-CNT
                    MOVE MEAS-LOC TO SUSP-LOC
           MOVE 'N' TO WS-TRUNCATED-FLAG
           MOVE 'N' TO WS-TS-PRESENT-FLAG
           MOVE 'N' TO WS-FAHRENHEIT-FLAG
           MOVE SPACE TO WS-MEASURE-TYPE

      *    Four receivers so the timestamped layout and the unit tag
      *    are both picked up in the same pass; a two-field record
                 MOVE "BLANK-LOCATION" TO WS-REJECT-REASON-WK
              ELSE
                 IF FUNCTION TEST-NUMVAL(WS-RAW-TEMP) NOT = 0 THEN
      *             The tag is only looked at to name the reject
      *             after the right measure.
                    PERFORM RESOLVE-UNIT-TAG
                    IF MEASURE-READING
                       MOVE "NON-NUMERIC-VALUE" TO WS-REJECT-REASON-WK
                    ELSE
                       MOVE "NON-NUMERIC-TEMP" TO WS-REJECT-REASON-WK
                    END-IF
                 ELSE
                    COMPUTE WS-TEMP-CHECK = FUNCTION NUMVAL(WS-RAW-TEMP)
                    PERFORM RESOLVE-UNIT-TAG
                    IF WS-REJECT-REASON-WK = SPACES AND MEASURE-READING
                       PERFORM CHECK-MEASURE-RANGE
                    END-IF
      *             Fahrenheit converts before the range check - a
      *             valid 150.0F reading is 65.6C, not out of range.
                    IF WS-REJECT-REASON-WK = SPACES
                       AND NOT MEASURE-READING
                       IF FAHRENHEIT-READING
                          COMPUTE WS-CONVERTED-TEMP ROUNDED =
                             (WS-TEMP-CHECK - 32) * 5 / 9

           IF WS-REJECT-REASON-WK NOT = SPACES THEN
              PERFORM REJECT-MALFORMED-RECORD
           ELSE
           IF MEASURE-READING
              PERFORM ACCEPT-MEASURE-READING
           ELSE
              MOVE WS-TEMP-CHECK TO MEAS-TEMP
              IF LOC-TRUNCATED
              IF WATCH-ENABLED
                 PERFORM CHECK-WATCH-LIST
              END-IF
              MOVE 'N' TO WS-READING-SUSPECT-FLAG
              IF SUSPECT-ENABLED
                 PERFORM CHECK-ENVELOPE
              END-IF
              IF RECORD-FOLDED AND NOT READING-SUSPECT
                 PERFORM FOLD-CLEAN-READING
              END-IF
           END-IF
           END-IF
           EXIT.

       FOLD-CLEAN-READING.
      *    A reading the envelope check let pass (or that never met
      *    one) counts toward the extremes the records are set from.
           IF WS-MEAS-CLEAN-CNT(WS-FOLD-IDX) = ZERO
              MOVE MEAS-TEMP TO WS-MEAS-CLEAN-MIN(WS-FOLD-IDX)
              MOVE MEAS-TEMP TO WS-MEAS-CLEAN-MAX(WS-FOLD-IDX)
           ELSE
              IF MEAS-TEMP < WS-MEAS-CLEAN-MIN(WS-FOLD-IDX)
                 MOVE MEAS-TEMP TO WS-MEAS-CLEAN-MIN(WS-FOLD-IDX)
              END-IF
              IF MEAS-TEMP > WS-MEAS-CLEAN-MAX(WS-FOLD-IDX)
                 MOVE MEAS-TEMP TO WS-MEAS-CLEAN-MAX(WS-FOLD-IDX)
              END-IF
           END-IF
           ADD 1 TO WS-MEAS-CLEAN-CNT(WS-FOLD-IDX)
           EXIT.

       RESOLVE-UNIT-TAG.
                 CONTINUE
              WHEN "F"
                 SET FAHRENHEIT-READING TO TRUE
              WHEN "R"
                 SET RAINFALL-READING TO TRUE
              WHEN "H"
                 SET HUMIDITY-READING TO TRUE
              WHEN OTHER
                 MOVE "BAD-UNIT-CODE" TO WS-REJECT-REASON-WK
           END-EVALUATE
           EXIT.

       CHECK-MEASURE-RANGE.
      *    Each measure's own range rule in place of the temperature
      *    one: rainfall 0.0 to 999.9 mm, relative humidity 0.0 to
      *    100.0 %. A timestamp, when there is one, must hold up the
      *    same as on a temperature reading.
           IF RAINFALL-READING
              IF WS-TEMP-CHECK < ZERO OR WS-TEMP-CHECK > 999.9
                 MOVE "RAIN-OUT-OF-RANGE" TO WS-REJECT-REASON-WK
              END-IF
           ELSE
              IF WS-TEMP-CHECK < ZERO OR WS-TEMP-CHECK > 100.0
                 MOVE "RH-OUT-OF-RANGE" TO WS-REJECT-REASON-WK
              END-IF
           END-IF
           IF WS-REJECT-REASON-WK = SPACES
              AND WS-RAW-TIMESTAMP NOT = SPACES
              PERFORM VALIDATE-TIMESTAMP
           END-IF
           EXIT.

       VALIDATE-TIMESTAMP.
      *    Range-check the YYYYMMDDHHMM observation timestamp the
      *    same way the temperature is range-checked: month, day
                 MOVE "BAD-TIMESTAMP" TO WS-REJECT-REASON-WK
              ELSE
                 SET TS-PRESENT TO TRUE
      *          The tally is the temperature readings that feed the
      *          month and hour-band breakdowns; a rainfall or
      *          humidity reading's timestamp is checked, not used.
                 IF NOT MEASURE-READING
                    ADD 1 TO WS-TIMESTAMPED-CNT
                 END-IF
                 COMPUTE WS-TS-BAND = WS-TS-HOUR / 6 + 1
              END-IF
           END-IF
                    TO WS-BND-MAX(WS-INSERT-IDX, WS-TS-BAND)
              END-IF
           END-IF

           IF WS-TS-DATE = WS-OBS-DATE
              PERFORM TALLY-OBSERVATION
           ELSE
              ADD 1 TO WS-OBS-OFF-DATE-CNT
           END-IF
           EXIT.

       TALLY-OBSERVATION.
      *    Count the reading into its minute of the observation date
      *    (cell 1 is 00:00) and keep the lower reading when the same
      *    minute has already arrived.
           IF WS-MEAS-OBS-SLOT(WS-INSERT-IDX) = ZERO
              PERFORM ALLOCATE-OBS-SLOT
           END-IF
           MOVE WS-MEAS-OBS-SLOT(WS-INSERT-IDX) TO WS-OBS-SLT
           COMPUTE WS-OBS-MIN = WS-TS-HOUR * 60 + WS-TS-MINUTE + 1
           IF WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN) = ZERO
              MOVE MEAS-TEMP TO WS-OBS-TEMP(WS-OBS-SLT, WS-OBS-MIN)
           ELSE
           IF MEAS-TEMP < WS-OBS-TEMP(WS-OBS-SLT, WS-OBS-MIN)
              MOVE MEAS-TEMP TO WS-OBS-TEMP(WS-OBS-SLT, WS-OBS-MIN)
           END-IF
           END-IF
           ADD 1 TO WS-OBS-CNT(WS-OBS-SLT, WS-OBS-MIN)
              ON SIZE ERROR
                 CONTINUE
           END-ADD
           EXIT.

       LOG-TRUNCATION-WARNING.
              END-PERFORM
              COMPUTE WS-BUCKET = FUNCTION INTEGER(MEAS-TEMP) + 101
              ADD 1 TO WS-HIST-CNT(WS-INSERT-IDX, WS-BUCKET)
              MOVE ZERO TO WS-MEAS-OBS-SLOT(WS-INSERT-IDX)
              MOVE ZERO TO WS-MEAS-CLEAN-MIN(WS-INSERT-IDX)
                           WS-MEAS-CLEAN-MAX(WS-INSERT-IDX)
                           WS-MEAS-CLEAN-CNT(WS-INSERT-IDX)
              IF TS-PRESENT
                 PERFORM ACCUMULATE-TIME-STATS
              END-IF
              PERFORM FIND-STATION-MASTER
              MOVE WS-INSERT-IDX TO WS-FOLD-IDX
              SET RECORD-FOLDED TO TRUE
           END-IF
           EXIT.
      *    Add to existing entry
      *    Accumulate total temp and calculate/check min/max
           SET RECORD-FOLDED TO TRUE.
           SET WS-FOLD-IDX TO WS-IDX.
           ADD 1 TO WS-MEAS-COUNT(WS-IDX).

           ADD MEAS-TEMP TO WS-MEAS-TOTALTEMP(WS-IDX).

           EXIT.

       ACCEPT-MEASURE-READING.
      *    A validated rainfall or humidity reading: the same
      *    truncation warning and alias as a temperature gets, then
      *    into WS-MSR-TBL under its tag.
           MOVE WS-TEMP-CHECK TO WS-MSR-VALUE
           IF LOC-TRUNCATED
              PERFORM LOG-TRUNCATION-WARNING
           END-IF
           IF ALIAS-ENABLED
              PERFORM APPLY-ALIAS
           END-IF
           MOVE 'N' TO WS-FOLDED-FLAG
           PERFORM FOLD-MEASURE-READING
           IF RECYCLING AND RECORD-FOLDED
              ADD 1 TO WS-RECYCLED-ACCEPT-CNT
           END-IF
           EXIT.

       FOLD-MEASURE-READING.
      *    Add to the station's entry for this measure, or insert a
      *    new one in key order while the table has room.
           MOVE WS-MEASURE-TYPE TO WS-MSR-KEY-TYPE
           MOVE MEAS-LOC TO WS-MSR-KEY-LOC
           MOVE 'N' TO WS-MSR-FOUND-FLAG
           IF WS-MSR-COUNT > ZERO
              SEARCH ALL WS-MSR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MSR-KEY(WS-MSR-IDX) = WS-MSR-KEY-WK
                 SET MSR-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF MSR-FOUND
              ADD 1 TO WS-MSR-READINGS(WS-MSR-IDX)
              ADD WS-MSR-VALUE TO WS-MSR-TOTAL(WS-MSR-IDX)
              IF WS-MSR-VALUE < WS-MSR-MIN(WS-MSR-IDX)
                 MOVE WS-MSR-VALUE TO WS-MSR-MIN(WS-MSR-IDX)
              END-IF
              IF WS-MSR-VALUE > WS-MSR-MAX(WS-MSR-IDX)
                 MOVE WS-MSR-VALUE TO WS-MSR-MAX(WS-MSR-IDX)
              END-IF
              SET RECORD-FOLDED TO TRUE
           ELSE
              IF WS-MSR-COUNT >= MSR-TBL-SIZE
                 PERFORM LOG-MEASURE-OVERFLOW
              ELSE
                 PERFORM INSERT-MEASURE-ENTRY
                 SET RECORD-FOLDED TO TRUE
              END-IF
           END-IF
           EXIT.

       INSERT-MEASURE-ENTRY.
      *    Binary search for the insertion point, the way
      *    FIND-INSERT-POS does it for the temperature table, then
      *    shift up and start the entry from this reading. The
      *    station master tags it as it would a temperature station.
           MOVE 1 TO WS-LOW-IDX
           MOVE WS-MSR-COUNT TO WS-HIGH-IDX
           COMPUTE WS-INSERT-IDX = WS-MSR-COUNT + 1
           PERFORM UNTIL WS-LOW-IDX > WS-HIGH-IDX
              COMPUTE WS-MID-IDX = (WS-LOW-IDX + WS-HIGH-IDX) / 2
              IF WS-MSR-KEY(WS-MID-IDX) > WS-MSR-KEY-WK THEN
                 MOVE WS-MID-IDX TO WS-INSERT-IDX
                 COMPUTE WS-HIGH-IDX = WS-MID-IDX - 1
              ELSE
                 COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
              END-IF
           END-PERFORM
           ADD 1 TO WS-MSR-COUNT
           PERFORM VARYING WS-MSR-SHIFT-IDX FROM WS-MSR-COUNT BY -1
              UNTIL WS-MSR-SHIFT-IDX = WS-INSERT-IDX
                   MOVE WS-MSR-ENTRY(WS-MSR-SHIFT-IDX - 1)
                      TO WS-MSR-ENTRY(WS-MSR-SHIFT-IDX)
           END-PERFORM
           SET WS-MSR-IDX TO WS-INSERT-IDX
           MOVE WS-MSR-KEY-WK TO WS-MSR-KEY(WS-MSR-IDX)
           MOVE WS-MSR-VALUE TO WS-MSR-MIN(WS-MSR-IDX)
           MOVE WS-MSR-VALUE TO WS-MSR-MAX(WS-MSR-IDX)
           MOVE WS-MSR-VALUE TO WS-MSR-TOTAL(WS-MSR-IDX)
           MOVE ZERO TO WS-MSR-MEAN(WS-MSR-IDX)
           MOVE 1 TO WS-MSR-READINGS(WS-MSR-IDX)
           MOVE SPACES TO WS-MSR-REGION(WS-MSR-IDX)
           MOVE SPACES TO WS-MSR-COUNTRY(WS-MSR-IDX)
           IF STATION-MASTER-ENABLED AND WS-STATION-COUNT > ZERO
              SEARCH ALL WS-STATION
              WHEN WS-STN-LOC(WS-STN-IDX) = MEAS-LOC
                 MOVE WS-STN-REGION(WS-STN-IDX)
                    TO WS-MSR-REGION(WS-MSR-IDX)
                 MOVE WS-STN-COUNTRY(WS-STN-IDX)
                    TO WS-MSR-COUNTRY(WS-MSR-IDX)
              END-SEARCH
           END-IF
           EXIT.

       LOG-MEASURE-OVERFLOW.
      *    No room left in WS-MSR-TBL for another station's measure.
      *    The reading is tallied for the control totals and goes to
      *    the reject file with its raw line, so a rerun with a
      *    larger measure-tbl-size can recycle it.
           ADD 1 TO WS-MSR-OVERFLOW-CNT
           IF REJECT-ENABLED
              MOVE "MSR-TABLE-FULL" TO REJECT-REASON
              MOVE MEAS-LOC TO REJECT-LOCATION
              MOVE 1 TO REJECT-COUNT
              MOVE REC-DATA-01 TO REJECT-RAW-DATA
              WRITE REJECT-REC
           END-IF
           EXIT.

       CALCULATE-MEANS.
      *    Mean, standard deviation (from the running sum-of-squares)
      *    and approximate median/p90 (read off the per-station
           MOVE WS-RUN-DATE TO IFC-RUN-DATE
           MOVE ZERO TO IFC-PERIOD IFC-MIN IFC-MEAN IFC-MAX
              IFC-COUNT IFC-TOTALTEMP IFC-STDDEV IFC-MEDIAN IFC-P90
              IFC-HDD IFC-CDD
              IFC-DETAIL-CNT IFC-HASH-COUNT IFC-HASH-TOTALTEMP
           PERFORM BUILD-SOURCE-STAMP
           MOVE WS-CURRENT-SOURCE TO IFC-SOURCE
              UNTIL WS-IDX > WS-UNIQ-COUNT
                   PERFORM WRITE-INTERFACE-DETAIL
           END-PERFORM
           IF WS-MSR-COUNT > ZERO
              PERFORM WRITE-INTERFACE-MEASURES
           END-IF

           MOVE SPACES TO INTERFACE-REC
           MOVE 'T' TO IFC-TYPE
           MOVE WS-RUN-DATE TO IFC-RUN-DATE
           MOVE ZERO TO IFC-PERIOD IFC-MIN IFC-MEAN IFC-MAX
              IFC-COUNT IFC-TOTALTEMP IFC-STDDEV IFC-MEDIAN IFC-P90
              IFC-HDD IFC-CDD
           MOVE WS-IFC-DETAIL-CNT TO IFC-DETAIL-CNT
           MOVE WS-IFC-HASH-COUNT TO IFC-HASH-COUNT
           MOVE WS-IFC-HASH-TOTALTEMP TO IFC-HASH-TOTALTEMP
           MOVE WS-MEAS-STDDEV(WS-IDX) TO IFC-STDDEV
           MOVE WS-MEAS-MEDIAN(WS-IDX) TO IFC-MEDIAN
           MOVE WS-MEAS-P90(WS-IDX) TO IFC-P90
           PERFORM CALC-DEGREE-DAYS
           MOVE WS-DD-HDD-WK TO IFC-HDD
           MOVE WS-DD-CDD-WK TO IFC-CDD
           WRITE INTERFACE-REC
           ADD 1 TO WS-IFC-DETAIL-CNT
           ADD WS-MEAS-COUNT(WS-IDX) TO WS-IFC-HASH-COUNT
           MOVE WS-MTH-MAX(WS-IDX, WS-MTH-IDX) TO IFC-MAX
           MOVE WS-MTH-CNT(WS-IDX, WS-MTH-IDX) TO IFC-COUNT
           MOVE WS-MTH-TOTALTEMP(WS-IDX, WS-MTH-IDX) TO IFC-TOTALTEMP
           MOVE ZERO TO IFC-STDDEV IFC-MEDIAN IFC-P90 IFC-HDD IFC-CDD
           WRITE INTERFACE-REC
           EXIT.

           MOVE WS-BND-MAX(WS-IDX, WS-BND-IDX) TO IFC-MAX
           MOVE WS-BND-CNT(WS-IDX, WS-BND-IDX) TO IFC-COUNT
           MOVE WS-BND-TOTALTEMP(WS-IDX, WS-BND-IDX) TO IFC-TOTALTEMP
           MOVE ZERO TO IFC-STDDEV IFC-MEDIAN IFC-P90 IFC-HDD IFC-CDD
           WRITE INTERFACE-REC
           EXIT.

       CALCULATE-MEASURE-MEANS.
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
              UNTIL WS-MSR-IDX > WS-MSR-COUNT
                   COMPUTE WS-MSR-MEAN(WS-MSR-IDX) ROUNDED =
                      WS-MSR-TOTAL(WS-MSR-IDX)
                      / WS-MSR-READINGS(WS-MSR-IDX)
                   END-COMPUTE
           END-PERFORM
           EXIT.

       PRODUCE-MEASURE-OUTPUT.
      *    Rainfall is a day's accumulation, so it is published as a
      *    total; humidity is a level like temperature and gets
      *    min/mean/max. Each section has its own '#' header line in
      *    the PRODUCE-MONTH-OUTPUT tradition, rainfall first, and a
      *    section with no stations is left out altogether.
           OPEN OUTPUT MEASURE-FILE
           MOVE 'N' TO WS-MSR-FOUND-FLAG
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
              UNTIL WS-MSR-IDX > WS-MSR-COUNT
                   IF WS-MSR-TYPE(WS-MSR-IDX) = 'R'
                      IF NOT MSR-FOUND
                         MOVE "# RAINFALL location,total,count,min,max"
                            TO MEASURE-REC
                         WRITE MEASURE-REC
                         SET MSR-FOUND TO TRUE
                      END-IF
                      PERFORM WRITE-RAINFALL-ROW
                   END-IF
           END-PERFORM
           MOVE 'N' TO WS-MSR-FOUND-FLAG
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
              UNTIL WS-MSR-IDX > WS-MSR-COUNT
                   IF WS-MSR-TYPE(WS-MSR-IDX) = 'H'
                      IF NOT MSR-FOUND
                         MOVE "# HUMIDITY location,min,mean,max,count"
                            TO MEASURE-REC
                         WRITE MEASURE-REC
                         SET MSR-FOUND TO TRUE
                      END-IF
                      PERFORM WRITE-HUMIDITY-ROW
                   END-IF
           END-PERFORM
           CLOSE MEASURE-FILE
           EXIT.

       WRITE-RAINFALL-ROW.
           MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO DSPL-MSR-TOTAL
           MOVE WS-MSR-MIN(WS-MSR-IDX) TO DSPL-MSR-MIN
           MOVE WS-MSR-MAX(WS-MSR-IDX) TO DSPL-MSR-MAX
           MOVE WS-MSR-READINGS(WS-MSR-IDX) TO WS-CSV-COUNT
           MOVE SPACES TO MEASURE-REC
           STRING
              FUNCTION TRIM(WS-MSR-LOC(WS-MSR-IDX)) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MSR-TOTAL) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MSR-MIN) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MSR-MAX) DELIMITED BY SIZE
              INTO MEASURE-REC
           END-STRING
           WRITE MEASURE-REC
           EXIT.

       WRITE-HUMIDITY-ROW.
           MOVE WS-MSR-MIN(WS-MSR-IDX) TO DSPL-MSR-MIN
           MOVE WS-MSR-MEAN(WS-MSR-IDX) TO DSPL-MSR-MEAN
           MOVE WS-MSR-MAX(WS-MSR-IDX) TO DSPL-MSR-MAX
           MOVE WS-MSR-READINGS(WS-MSR-IDX) TO WS-CSV-COUNT
           MOVE SPACES TO MEASURE-REC
           STRING
              FUNCTION TRIM(WS-MSR-LOC(WS-MSR-IDX)) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MSR-MIN) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MSR-MEAN) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(DSPL-MSR-MAX) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
              INTO MEASURE-REC
           END-STRING
           WRITE MEASURE-REC
           EXIT.

       WRITE-INTERFACE-MEASURES.
      *    Rainfall ('R') and humidity ('U' - 'H' is the header) rows
      *    go after the temperature rows as a section of their own,
      *    closed by an 'S' row carrying the section's row count and
      *    hash totals. The 'T' trailer's totals stay temperature
      *    only, so a loader that predates the section still proves.
           MOVE ZERO TO WS-IFM-DETAIL-CNT
           MOVE ZERO TO WS-IFM-HASH-COUNT
           MOVE ZERO TO WS-IFM-HASH-TOTAL
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
              UNTIL WS-MSR-IDX > WS-MSR-COUNT
                   MOVE SPACES TO INTERFACE-MSR-REC
                   IF WS-MSR-TYPE(WS-MSR-IDX) = 'R'
                      MOVE 'R' TO IFM-TYPE
                   ELSE
                      MOVE 'U' TO IFM-TYPE
                   END-IF
                   MOVE WS-RUN-DATE TO IFM-RUN-DATE
                   MOVE WS-MSR-LOC(WS-MSR-IDX) TO IFM-LOC
                   MOVE WS-MSR-REGION(WS-MSR-IDX) TO IFM-REGION
                   MOVE WS-MSR-COUNTRY(WS-MSR-IDX) TO IFM-COUNTRY
                   MOVE WS-MSR-MIN(WS-MSR-IDX) TO IFM-MIN
                   MOVE WS-MSR-MEAN(WS-MSR-IDX) TO IFM-MEAN
                   MOVE WS-MSR-MAX(WS-MSR-IDX) TO IFM-MAX
                   MOVE WS-MSR-READINGS(WS-MSR-IDX) TO IFM-COUNT
                   MOVE WS-MSR-TOTAL(WS-MSR-IDX) TO IFM-TOTAL
                   MOVE ZERO TO IFM-DETAIL-CNT IFM-HASH-COUNT
                      IFM-HASH-TOTAL
                   WRITE INTERFACE-MSR-REC
                   ADD 1 TO WS-IFM-DETAIL-CNT
                   ADD WS-MSR-READINGS(WS-MSR-IDX) TO WS-IFM-HASH-COUNT
                   ADD WS-MSR-TOTAL(WS-MSR-IDX) TO WS-IFM-HASH-TOTAL
           END-PERFORM
           MOVE SPACES TO INTERFACE-MSR-REC
           MOVE 'S' TO IFM-TYPE
           MOVE WS-RUN-DATE TO IFM-RUN-DATE
           MOVE ZERO TO IFM-MIN IFM-MEAN IFM-MAX IFM-COUNT IFM-TOTAL
           MOVE WS-IFM-DETAIL-CNT TO IFM-DETAIL-CNT
           MOVE WS-IFM-HASH-COUNT TO IFM-HASH-COUNT
           MOVE WS-IFM-HASH-TOTAL TO IFM-HASH-TOTAL
           WRITE INTERFACE-MSR-REC
           EXIT.

       ROLLUP-BY-REGION.
      *    Walk the now-complete station table and accumulate
      *    min/max/total/count per region. Region count is small, so
              UNTIL WS-IDX > WS-UNIQ-COUNT
                   ADD WS-MEAS-COUNT(WS-IDX) TO WS-RECON-FOLDED-CNT
           END-PERFORM
      *    Rainfall and humidity readings are accounted for in
      *    WS-MSR-TBL and its overflow tally rather than the station
      *    table.
           MOVE ZERO TO WS-RAIN-CNT WS-HUMID-CNT
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
              UNTIL WS-MSR-IDX > WS-MSR-COUNT
                   IF WS-MSR-TYPE(WS-MSR-IDX) = 'R'
                      ADD WS-MSR-READINGS(WS-MSR-IDX) TO WS-RAIN-CNT
                   ELSE
                      ADD WS-MSR-READINGS(WS-MSR-IDX) TO WS-HUMID-CNT
                   END-IF
           END-PERFORM
           COMPUTE WS-RECON-ACCOUNTED-CNT =
              WS-RECON-FOLDED-CNT + WS-MALFORMED-COUNT
              + WS-OVERFLOW-REC-COUNT
              + WS-RAIN-CNT + WS-HUMID-CNT + WS-MSR-OVERFLOW-CNT
           IF WS-RECON-ACCOUNTED-CNT NOT = WS-TOTAL-COUNT
              MOVE 'N' TO WS-RECON-BALANCED-FLAG
           END-IF
           COMPUTE WS-REJECT-TOTAL-WK =
              WS-MALFORMED-COUNT + WS-OVERFLOW-REC-COUNT
              + WS-MSR-OVERFLOW-CNT
           EXIT.

       PRODUCE-TRAILER.
              FUNCTION TRIM(DSPL-AUDIT-CNT).
           MOVE WS-RECON-FOLDED-CNT TO DSPL-AUDIT-CNT.
           DISPLAY "Records folded in:" FUNCTION TRIM(DSPL-AUDIT-CNT).
           IF WS-MSR-COUNT > ZERO OR WS-MSR-OVERFLOW-CNT > ZERO
              MOVE WS-RAIN-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Rainfall readings folded in: "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-HUMID-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Humidity readings folded in: "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-MSR-COUNT TO DSPL-AUDIT-CNT
              DISPLAY "Measure stations:            "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-MSR-OVERFLOW-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Measure overflow records:    "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
           END-IF.
           IF RECON-IN-BALANCE
              DISPLAY "Control totals:   IN BALANCE"
           ELSE
              FUNCTION TRIM(DSPL-AUDIT-CNT).
           MOVE WS-SUSP-MARGIN TO DSPL-LIMIT-MEAN.
           DISPLAY "  suspect-margin:      " DSPL-LIMIT-MEAN.
           MOVE WS-HDD-BASE TO DSPL-HDD-BASE.
           DISPLAY "  hdd-base:            " DSPL-HDD-BASE.
           MOVE WS-CDD-BASE TO DSPL-CDD-BASE.
           DISPLAY "  cdd-base:            " DSPL-CDD-BASE.
           DISPLAY "  business-date:       " WS-BUSINESS-DATE.
           MOVE WS-ANOM-MEAN-DELTA TO DSPL-LIMIT-MEAN.
           DISPLAY "  anomaly mean delta:  " DSPL-LIMIT-MEAN.
           MOVE WS-ANOM-COUNT-PCT TO DSPL-LIMIT-PCT.
           DISPLAY "  anomaly count pct:   "
              FUNCTION TRIM(DSPL-LIMIT-PCT).
           MOVE WS-PEER-SIGMA TO DSPL-PEER-SIGMA.
           DISPLAY "  peer-sigma:          " DSPL-PEER-SIGMA.
           MOVE WS-PEER-MIN TO DSPL-AUDIT-CNT.
           DISPLAY "  peer-min-peers:      "
              FUNCTION TRIM(DSPL-AUDIT-CNT).
           MOVE WS-STUCK-RUN-LEN TO DSPL-AUDIT-CNT.
           DISPLAY "  stuck-run-length:    "
              FUNCTION TRIM(DSPL-AUDIT-CNT).
           IF WS-MSR-COUNT > ZERO OR WS-MSR-OVERFLOW-CNT > ZERO
              MOVE MSR-TBL-SIZE TO DSPL-AUDIT-CNT
              DISPLAY "  measure-tbl-size:    "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
           END-IF.
           IF STATION-MASTER-ENABLED
              MOVE WS-STATION-COUNT TO DSPL-AUDIT-CNT
              DISPLAY "Station assignments in effect: "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-SM-NOT-IN-EFFECT-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Station assignments not in effect: "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              IF WS-SM-BAD-DATE-CNT > ZERO
                 MOVE WS-SM-BAD-DATE-CNT TO DSPL-AUDIT-CNT
                 DISPLAY "Station rows with bad dates: "
                    FUNCTION TRIM(DSPL-AUDIT-CNT)
              END-IF
              IF WS-SM-BAD-EXP-CNT > ZERO
                 MOVE WS-SM-BAD-EXP-CNT TO DSPL-AUDIT-CNT
                 DISPLAY "Station rows with bad expected obs: "
                    FUNCTION TRIM(DSPL-AUDIT-CNT)
              END-IF
           END-IF
           IF STATS-MASTER-ENABLED
              MOVE WS-STATS-UPDATED-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Stats master stations updated: "
              DISPLAY "Stats master stations added:   "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
           END-IF
           IF MEASURE-MASTER-ENABLED
              MOVE WS-MSM-UPDATED-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Measure master records updated: "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-MSM-ADDED-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Measure master records added:   "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
           END-IF
           IF JOURNAL-ENABLED
              DISPLAY "Stats master journal: "
                 FUNCTION TRIM(CMD-JOURNAL)
              MOVE WS-JNL-WRITTEN-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Journal images written:        "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
           END-IF
           IF HISTORY-ENABLED
              MOVE WS-HIST-WRITTEN-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Closing months archived:       "
              MOVE WS-IFC-DETAIL-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Interface detail rows:   "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              IF WS-IFM-DETAIL-CNT > ZERO
                 MOVE WS-IFM-DETAIL-CNT TO DSPL-AUDIT-CNT
                 DISPLAY "Interface measure rows:  "
                    FUNCTION TRIM(DSPL-AUDIT-CNT)
              END-IF
           END-IF
           IF MEASURE-OUT-ENABLED
              DISPLAY "Measure output:   "
                 FUNCTION TRIM(CMD-MEASURE-OUTPUT)
           END-IF
           IF DEGREE-DAY-ENABLED
              DISPLAY "Degree-day report: "
                 FUNCTION TRIM(CMD-DEGREE-DAY)
              IF WS-DD-DROPPED-CNT > ZERO
                 MOVE WS-DD-DROPPED-CNT TO DSPL-AUDIT-CNT
                 DISPLAY "Degree-day groups dropped (table full): "
                    FUNCTION TRIM(DSPL-AUDIT-CNT)
              END-IF
           END-IF
           IF RECORDS-ENABLED
              DISPLAY "Station records:  "
                 FUNCTION TRIM(CMD-STATION-RECORDS)
              MOVE WS-REC-NEW-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Records broken today:          "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-REC-PENDING-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Records held pending:          "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-REC-STARTED-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Records started (new station): "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
           END-IF
           IF SCORECARD-ENABLED
              MOVE WS-SCORE-COUNT TO DSPL-AUDIT-CNT
                      END-IF
              END-PERFORM
           END-IF
           IF PEER-ENABLED
              DISPLAY "Peer report:      "
                 FUNCTION TRIM(CMD-PEER-REPORT)
              MOVE WS-PEER-OUTLIER-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Peer outliers flagged:         "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-PEER-UNCHECKED-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Stations with too few peers:   "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
           END-IF
           IF COMPLETE-ENABLED
              DISPLAY "Completeness report: "
                 FUNCTION TRIM(CMD-COMPLETENESS)
              MOVE WS-CMP-SHORT-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Stations short of readings:    "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-CMP-STUCK-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Stuck-sensor runs:             "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
              MOVE WS-OBS-OFF-DATE-CNT TO DSPL-AUDIT-CNT
              DISPLAY "Readings off the obs date:     "
                 FUNCTION TRIM(DSPL-AUDIT-CNT)
           END-IF
           IF ANOMALY-ENABLED
              MOVE WS-ANOM-COUNT TO DSPL-AUDIT-CNT
              DISPLAY "Anomalies reported: "
                    FUNCTION TRIM(DSPL-AUDIT-CNT)
              END-IF
           END-IF
           IF CMD-CATALOG NOT = SPACES
              DISPLAY "Catalog:          " FUNCTION TRIM(CMD-CATALOG)
              IF WS-CAT-PRIOR-REF NOT = SPACES
                 DISPLAY "Prior output:     "
                    FUNCTION TRIM(WS-CAT-PRIOR-REF) " -> "
                    FUNCTION TRIM(CMD-PRIOR-OUTPUT)
              END-IF
           END-IF
           DISPLAY "--------------------------------------------------".
           EXIT.
