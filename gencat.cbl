      *****************************************************************
      * Program name:    GENCATCBL
      * Original author: Robin Kristiansen
      *
      * Description: operator utility for the run generation catalog
      *    ONEBRCCBL and ONEBRCMRG enter every dataset they write in.
      *    Two modes: LIST prints the catalog dataset by dataset,
      *    newest generation first, with each generation's business
      *    and run dates, run-log sequence, record count, return
      *    code and path; PURGE applies the retention limits file -
      *    DATASET=n keeps the newest n generations of a dataset,
      *    PREFIX-*=n of every dataset whose name starts PREFIX-,
      *    and *=n of any dataset no other limit names -
      *    deleting each older generation's file and taking its
      *    entry out of the catalog. A generation whose file will not
      *    go stays catalogued and is reported, so the catalog never
      *    loses track of a file still on disk. Datasets no limit
      *    names are kept whole. Either mode can be narrowed to one
      *    dataset (or PREFIX-*) by the last argument.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GENCATCBL.
       AUTHOR. Robin Kristiansen.
       DATE-WRITTEN. 15.10.2026
       DATE-COMPILED. 15.10.2026.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC: read through in key order, entries deleted by key.
           SELECT CATALOG-FILE ASSIGN USING CMD-CATALOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAT-KEY
              FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REPORT-FILE ASSIGN USING CMD-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT LIMITS-FILE ASSIGN USING CMD-LIMITS
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-LIMITS-STATUS.

      *    Whichever generation's file a failed delete left behind,
      *    opened only to learn whether it is still there.
           SELECT PROBE-FILE ASSIGN USING WS-DEL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PROBE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    Listing or purge report - wide enough for a full path
      *    after the fixed columns.
       FD REPORT-FILE DATA RECORD IS REPORT-REC.
       01 REPORT-REC               PIC X(340).

      *    Retention limits: DATASET=n or PREFIX-*=n per line; '*'
      *    in column one comments a line out.
       FD LIMITS-FILE DATA RECORD IS LIMITS-REC.
       01 LIMITS-REC.
          05 LIMITS-REC-DATA       PIC X(80).

       FD PROBE-FILE DATA RECORD IS PROBE-REC.
       01 PROBE-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS        PIC XX            VALUE SPACES.
       01 WS-LIMITS-STATUS         PIC XX            VALUE SPACES.
       01 WS-PROBE-STATUS          PIC XX            VALUE SPACES.
       01 WS-RUN-FAILED-FLAG       PIC X             VALUE 'N'.
          88 RUN-FAILED                              VALUE 'Y'.
       01 WS-CATALOG-EOF-FLAG      PIC X             VALUE 'N'.
          88 CATALOG-EOF                             VALUE 'Y'.
       01 WS-LIMITS-EOF-FLAG       PIC X             VALUE 'N'.
          88 LIMITS-EOF                              VALUE 'Y'.

      *    Mode and dataset filter, validated before anything is
      *    touched. The filter is a dataset name, or a prefix ending
      *    in '*'.
       01 WS-MODE                  PIC X(5)          VALUE SPACES.
          88 MODE-LIST                               VALUE "LIST".
          88 MODE-PURGE                              VALUE "PURGE".
       01 WS-FILTER                PIC X(20)         VALUE SPACES.
       01 WS-FILTER-LEN            PIC 9(2)          VALUE ZERO.
       01 WS-FILTER-PREFIX         PIC X             VALUE 'N'.

      *    One name-or-prefix pattern tested against one dataset
      *    (MATCH-DATASET-PATTERN). A prefix of length zero - a
      *    lone '*' - takes in every dataset.
       01 WS-PAT-NAME              PIC X(20)         VALUE SPACES.
       01 WS-PAT-LEN               PIC 9(2)          VALUE ZERO.
       01 WS-PAT-PREFIX            PIC X             VALUE 'N'.
          88 PAT-IS-PREFIX                           VALUE 'Y'.
       01 WS-PAT-DATASET           PIC X(20)         VALUE SPACES.
       01 WS-PAT-MATCH-FLAG        PIC X             VALUE 'N'.
          88 PAT-MATCHED                             VALUE 'Y'.

      ******************************************************************
      * Retention limits. A dataset takes the limit that names it     *
      * exactly; failing that, the longest prefix limit it falls      *
      * under - so a lone '*' applies only when nothing else does.    *
      ******************************************************************
       01 LIMIT-TBL-SIZE           PIC 9(5)          VALUE 100.
       01 WS-LIMIT-COUNT           PIC 9(5)          VALUE ZERO.
       01 WS-LIMIT-TBL.
          02 WS-LIMIT OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-LIMIT-COUNT
                INDEXED BY WS-LIM-IDX.
             03 WS-LIM-NAME        PIC X(20).
             03 WS-LIM-PREFIX      PIC X.
             03 WS-LIM-PREFIX-LEN  PIC 9(2).
             03 WS-LIM-KEEP        PIC 9(4).
       01 WS-LIM-RAW-NAME          PIC X(40)         VALUE SPACES.
       01 WS-LIM-RAW-KEEP          PIC X(40)         VALUE SPACES.
       01 WS-LIM-NAME-WK           PIC X(20)         VALUE SPACES.
       01 WS-LIM-LEN-WK            PIC 9(2)          VALUE ZERO.
       01 WS-LIM-PREFIX-WK         PIC X             VALUE 'N'.
       01 WS-PREFIX-FOUND-FLAG     PIC X             VALUE 'N'.
          88 PREFIX-FOUND                            VALUE 'Y'.
       01 WS-PREFIX-BEST-LEN       PIC 9(2)          VALUE ZERO.
       01 WS-STAR-CNT              PIC 9(2)          VALUE ZERO.
       01 WS-KEEP-WK               PIC 9(4)          VALUE ZERO.
       01 WS-KEEP-FOUND-FLAG       PIC X             VALUE 'N'.
          88 KEEP-FOUND                              VALUE 'Y'.

      ******************************************************************
      * The catalog is held whole before anything is deleted: a       *
      * generation's file is only removed when no generation being    *
      * kept - in any dataset, filtered out or not - points at the    *
      * same path, which can't be known until every entry has been    *
      * read. Too many entries to hold abandons the run with nothing  *
      * touched.                                                      *
      ******************************************************************
       01 ENTRY-TBL-SIZE           PIC 9(5)          VALUE 5000.
       01 WS-ENTRY-COUNT           PIC 9(5)          VALUE ZERO.
       01 WS-ENTRY-TBL.
          02 WS-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-ENTRY-COUNT
                INDEXED BY WS-ENT-IDX WS-ENT-IDX2.
             03 WS-ENT-REC.
                04 WS-ENT-DATASET  PIC X(20).
                04 WS-ENT-GEN-INV  PIC 9(7).
                04 WS-ENT-GEN      PIC 9(7).
                04 WS-ENT-PATH     PIC X(255).
                04 WS-ENT-BUS-DATE PIC 9(8).
                04 WS-ENT-RUN-DATE PIC 9(8).
                04 WS-ENT-RUN-SEQ  PIC 9(6).
                04 WS-ENT-REC-COUNT PIC 9(10).
                04 WS-ENT-RC       PIC 9(4).
                04 WS-ENT-PROGRAM  PIC X(9).
             03 WS-ENT-ACTION      PIC X.
                88 ENT-KEEP                          VALUE SPACE.
                88 ENT-PURGE                         VALUE 'P'.
                88 ENT-NOT-SELECTED                  VALUE 'X'.
       01 WS-PREV-DATASET          PIC X(20)         VALUE SPACES.
       01 WS-GEN-POS               PIC 9(7)          VALUE ZERO.
       01 WS-DEL-PATH              PIC X(255)        VALUE SPACES.
       01 WS-DEL-RC                PIC S9(9)         VALUE ZERO.
       01 WS-PATH-IN-USE-FLAG      PIC X             VALUE 'N'.
          88 PATH-IN-USE                             VALUE 'Y'.
       01 WS-ACT-LABEL             PIC X(15)         VALUE SPACES.

       01 WS-READ-CNT              PIC 9(7)          VALUE ZERO.
       01 WS-SELECTED-CNT          PIC 9(7)          VALUE ZERO.
       01 WS-DATASET-CNT           PIC 9(7)          VALUE ZERO.
       01 WS-DS-GEN-CNT            PIC 9(7)          VALUE ZERO.
       01 WS-DS-REC-TOT            PIC 9(12)         VALUE ZERO.
       01 WS-DELETED-CNT           PIC 9(7)          VALUE ZERO.
       01 WS-GONE-CNT              PIC 9(7)          VALUE ZERO.
       01 WS-IN-USE-CNT            PIC 9(7)          VALUE ZERO.
       01 WS-NOT-DELETED-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-UNCAT-FAILED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-KEPT-CNT              PIC 9(7)          VALUE ZERO.
       01 WS-HIGH-RC-CNT           PIC 9(7)          VALUE ZERO.

       01 WS-RUN-DATE              PIC X(8)          VALUE SPACES.
       01 WS-TIMESTAMP             PIC X(21)         VALUE SPACES.

       01 RPT-HEADING-2.
          05 FILLER                PIC X(21) VALUE "DATASET".
          05 FILLER                PIC X(8)  VALUE "    GEN ".
          05 FILLER                PIC X(9)  VALUE "BUS DATE ".
          05 FILLER                PIC X(9)  VALUE "RUN DATE ".
          05 FILLER                PIC X(7)  VALUE "   SEQ ".
          05 FILLER                PIC X(14) VALUE "      RECORDS ".
          05 FILLER                PIC X(5)  VALUE "  RC ".
          05 FILLER                PIC X(10) VALUE "PROGRAM".
          05 FILLER                PIC X(4)  VALUE "PATH".
       01 RPT-DETAIL-LINE.
          05 RPT-DTL-DATASET       PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPT-DTL-GEN           PIC Z(6)9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPT-DTL-BUS-DATE      PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPT-DTL-RUN-DATE      PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPT-DTL-SEQ           PIC Z(5)9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPT-DTL-RECORDS       PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPT-DTL-RC            PIC Z(3)9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPT-DTL-PROGRAM       PIC X(9).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 RPT-DTL-PATH          PIC X(255).

       77 DSPL-AUDIT-CNT           PIC Z(11)9.
       77 DSPL-REC-TOT             PIC Z(11)9.
       77 DSPL-GEN                 PIC Z(6)9.

       LINKAGE SECTION.
       01 CMD-MODE                 PIC X(255).
       01 CMD-CATALOG              PIC X(255).
       01 CMD-REPORT               PIC X(255).
       01 CMD-LIMITS               PIC X(255).
       01 CMD-DATASET              PIC X(255).

       PROCEDURE DIVISION USING CMD-MODE, CMD-CATALOG,
                                 CMD-REPORT, CMD-LIMITS,
                                 CMD-DATASET.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE

           OPEN OUTPUT REPORT-FILE
           PERFORM VALIDATE-ARGUMENTS

           IF NOT RUN-FAILED AND MODE-PURGE
              PERFORM LOAD-LIMITS
           END-IF

      *    LIST only reads; PURGE opens for update from the start, so
      *    a catalog it could not change fails before anything is
      *    deleted rather than after.
           IF NOT RUN-FAILED
              IF MODE-PURGE
                 OPEN I-O CATALOG-FILE
              ELSE
                 OPEN INPUT CATALOG-FILE
              END-IF
              IF WS-CATALOG-STATUS NOT = "00"
                 DISPLAY "ERROR: cannot open catalog '"
                    FUNCTION TRIM(CMD-CATALOG)
                    "' (status " WS-CATALOG-STATUS ")"
                 MOVE SPACES TO REPORT-REC
                 MOVE "* CATALOG UNREADABLE - RUN ABANDONED"
                    TO REPORT-REC
                 WRITE REPORT-REC
                 SET RUN-FAILED TO TRUE
              END-IF
           END-IF

           IF NOT RUN-FAILED
              PERFORM LOAD-CATALOG-TBL
              IF NOT RUN-FAILED
                 PERFORM WRITE-REPORT-HEADER
                 IF MODE-LIST
                    PERFORM LIST-CATALOG
                 ELSE
                    PERFORM MARK-PURGE-CANDIDATES
                    PERFORM PURGE-GENERATIONS
                 END-IF
              END-IF
              CLOSE CATALOG-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

      *    8 = nothing done (bad arguments, a file that won't open,
      *    or a catalog too large to hold); 4 = a purge left some
      *    generation catalogued because its file or its entry would
      *    not go - the report says which. The library call that
      *    deletes files leaves its own code behind, so every outcome
      *    sets one here.
           IF RUN-FAILED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NOT-DELETED-CNT > ZERO
                 OR WS-UNCAT-FAILED-CNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       VALIDATE-ARGUMENTS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-MODE))
              TO WS-MODE
           IF NOT MODE-LIST AND NOT MODE-PURGE
              DISPLAY "ERROR: bad mode '" FUNCTION TRIM(CMD-MODE)
                 "' - expected LIST or PURGE"
              MOVE SPACES TO REPORT-REC
              MOVE "* BAD MODE - RUN ABANDONED" TO REPORT-REC
              WRITE REPORT-REC
              SET RUN-FAILED TO TRUE
           END-IF

           IF MODE-PURGE AND CMD-LIMITS = SPACES
              DISPLAY "ERROR: PURGE needs a retention limits file"
              MOVE SPACES TO REPORT-REC
              MOVE "* NO RETENTION LIMITS - RUN ABANDONED"
                 TO REPORT-REC
              WRITE REPORT-REC
              SET RUN-FAILED TO TRUE
           END-IF

           IF CMD-DATASET NOT = SPACES
              MOVE FUNCTION TRIM(CMD-DATASET) TO WS-LIM-RAW-NAME
              PERFORM SPLIT-DATASET-PATTERN
              MOVE WS-LIM-NAME-WK TO WS-FILTER
              MOVE WS-LIM-LEN-WK TO WS-FILTER-LEN
              MOVE WS-LIM-PREFIX-WK TO WS-FILTER-PREFIX
           END-IF
           EXIT.

       SPLIT-DATASET-PATTERN.
      *    In: WS-LIM-RAW-NAME. A '*' makes it a prefix of whatever
      *    comes before it, WS-LIM-LEN-WK characters long.
           MOVE ZERO TO WS-LIM-LEN-WK WS-STAR-CNT
           MOVE 'N' TO WS-LIM-PREFIX-WK
           MOVE SPACES TO WS-LIM-NAME-WK
           INSPECT WS-LIM-RAW-NAME TALLYING WS-STAR-CNT FOR ALL '*'
           IF WS-STAR-CNT = ZERO
              MOVE WS-LIM-RAW-NAME TO WS-LIM-NAME-WK
           ELSE
              MOVE 'Y' TO WS-LIM-PREFIX-WK
              UNSTRING WS-LIM-RAW-NAME DELIMITED BY '*'
                 INTO WS-LIM-NAME-WK
                 COUNT IN WS-LIM-LEN-WK
              END-UNSTRING
              IF WS-LIM-LEN-WK > 20
                 MOVE 20 TO WS-LIM-LEN-WK
              END-IF
           END-IF
           EXIT.

       MATCH-DATASET-PATTERN.
           MOVE 'N' TO WS-PAT-MATCH-FLAG
           IF PAT-IS-PREFIX
              IF WS-PAT-LEN = ZERO
                 SET PAT-MATCHED TO TRUE
              ELSE
                 IF WS-PAT-DATASET(1:WS-PAT-LEN)
                    = WS-PAT-NAME(1:WS-PAT-LEN)
                    SET PAT-MATCHED TO TRUE
                 END-IF
              END-IF
           ELSE
              IF WS-PAT-DATASET = WS-PAT-NAME
                 SET PAT-MATCHED TO TRUE
              END-IF
           END-IF
           EXIT.

       LOAD-LIMITS.
      *    A limit that doesn't parse fails the run: a purge guessing
      *    at what to keep is how files that were still needed go.
           MOVE SPACES TO LIMITS-REC
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open retention limits '"
                 FUNCTION TRIM(CMD-LIMITS)
                 "' (status " WS-LIMITS-STATUS ")"
              MOVE SPACES TO REPORT-REC
              MOVE "* RETENTION LIMITS UNREADABLE - RUN ABANDONED"
                 TO REPORT-REC
              WRITE REPORT-REC
              SET RUN-FAILED TO TRUE
           ELSE
              PERFORM UNTIL LIMITS-EOF
                      READ LIMITS-FILE
                      AT END
                         SET LIMITS-EOF TO TRUE
                      NOT AT END
                          IF LIMITS-REC-DATA = SPACES
                             OR LIMITS-REC-DATA(1:1) = '*'
                             CONTINUE
                          ELSE
                             PERFORM ADD-LIMIT
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE LIMITS-FILE
           END-IF
           EXIT.

       ADD-LIMIT.
           MOVE SPACES TO WS-LIM-RAW-NAME WS-LIM-RAW-KEEP
           UNSTRING LIMITS-REC-DATA DELIMITED BY '='
              INTO WS-LIM-RAW-NAME
                   WS-LIM-RAW-KEEP
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-LIM-RAW-NAME) TO WS-LIM-RAW-NAME
           IF WS-LIM-RAW-NAME = SPACES
              OR WS-LIM-RAW-KEEP = SPACES
              OR FUNCTION TEST-NUMVAL(WS-LIM-RAW-KEEP) NOT = 0
              DISPLAY "ERROR: bad retention limit '"
                 FUNCTION TRIM(LIMITS-REC-DATA) "'"
              SET RUN-FAILED TO TRUE
           ELSE
      *       Keeping none would leave NAME(0) with nothing to find,
      *       so every dataset keeps at least its latest generation.
           IF FUNCTION NUMVAL(WS-LIM-RAW-KEEP) < 1
              OR FUNCTION NUMVAL(WS-LIM-RAW-KEEP) > 9999
              DISPLAY "ERROR: retention limit '"
                 FUNCTION TRIM(LIMITS-REC-DATA)
                 "' must keep 1 to 9999 generations"
              SET RUN-FAILED TO TRUE
           ELSE
           IF WS-LIMIT-COUNT >= LIMIT-TBL-SIZE
              DISPLAY "ERROR: more than "
                 LIMIT-TBL-SIZE " retention limits"
              SET RUN-FAILED TO TRUE
           ELSE
              PERFORM SPLIT-DATASET-PATTERN
              ADD 1 TO WS-LIMIT-COUNT
              MOVE WS-LIM-NAME-WK TO WS-LIM-NAME(WS-LIMIT-COUNT)
              MOVE WS-LIM-PREFIX-WK TO WS-LIM-PREFIX(WS-LIMIT-COUNT)
              MOVE WS-LIM-LEN-WK TO WS-LIM-PREFIX-LEN(WS-LIMIT-COUNT)
              COMPUTE WS-LIM-KEEP(WS-LIMIT-COUNT) =
                 FUNCTION NUMVAL(WS-LIM-RAW-KEEP)
           END-IF
           END-IF
           END-IF
           IF RUN-FAILED
              MOVE SPACES TO REPORT-REC
              MOVE "* BAD RETENTION LIMIT - RUN ABANDONED"
                 TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           EXIT.

       LOAD-CATALOG-TBL.
      *    Key order: dataset by dataset, newest generation first.
           PERFORM UNTIL CATALOG-EOF OR RUN-FAILED
                   READ CATALOG-FILE NEXT RECORD
                   AT END
                      SET CATALOG-EOF TO TRUE
                   NOT AT END
                      ADD 1 TO WS-READ-CNT
                      PERFORM HOLD-CATALOG-ENTRY
                   END-READ
           END-PERFORM
           EXIT.

       HOLD-CATALOG-ENTRY.
           IF CMD-DATASET = SPACES
              SET PAT-MATCHED TO TRUE
           ELSE
              MOVE WS-FILTER TO WS-PAT-NAME
              MOVE WS-FILTER-LEN TO WS-PAT-LEN
              MOVE WS-FILTER-PREFIX TO WS-PAT-PREFIX
              MOVE CAT-DATASET TO WS-PAT-DATASET
              PERFORM MATCH-DATASET-PATTERN
           END-IF
           IF WS-ENTRY-COUNT >= ENTRY-TBL-SIZE
              MOVE ENTRY-TBL-SIZE TO DSPL-AUDIT-CNT
              DISPLAY "ERROR: catalog holds more than "
                 FUNCTION TRIM(DSPL-AUDIT-CNT) " entries"
              MOVE SPACES TO REPORT-REC
              MOVE "* CATALOG TOO LARGE TO HOLD - RUN ABANDONED"
                 TO REPORT-REC
              WRITE REPORT-REC
              SET RUN-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-ENTRY-COUNT
              MOVE CAT-REC TO WS-ENT-REC(WS-ENTRY-COUNT)
              IF PAT-MATCHED
                 ADD 1 TO WS-SELECTED-CNT
                 SET ENT-KEEP(WS-ENTRY-COUNT) TO TRUE
              ELSE
                 SET ENT-NOT-SELECTED(WS-ENTRY-COUNT) TO TRUE
              END-IF
           END-IF
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           IF MODE-LIST
              STRING "RUN GENERATION CATALOG - RUN DATE "
                        DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
           ELSE
              STRING "RUN GENERATION CATALOG PURGE - RUN DATE "
                        DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "CATALOG " DELIMITED BY SIZE
                  FUNCTION TRIM(CMD-CATALOG) DELIMITED BY SIZE
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF CMD-DATASET NOT = SPACES
              MOVE SPACES TO REPORT-REC
              STRING "DATASET " DELIMITED BY SIZE
                     FUNCTION TRIM(CMD-DATASET) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           EXIT.

       LIST-CATALOG.
      *    One block per dataset, closed with its generation count
      *    and the records across them.
           MOVE SPACES TO WS-PREV-DATASET
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
                   IF NOT ENT-NOT-SELECTED(WS-ENT-IDX)
                      PERFORM LIST-ONE-ENTRY
                   END-IF
           END-PERFORM
           IF WS-PREV-DATASET NOT = SPACES
              PERFORM WRITE-DATASET-TOTAL
           END-IF
           EXIT.

       LIST-ONE-ENTRY.
           IF WS-ENT-DATASET(WS-ENT-IDX) NOT = WS-PREV-DATASET
              IF WS-PREV-DATASET NOT = SPACES
                 PERFORM WRITE-DATASET-TOTAL
              END-IF
              MOVE WS-ENT-DATASET(WS-ENT-IDX) TO WS-PREV-DATASET
              ADD 1 TO WS-DATASET-CNT
              MOVE ZERO TO WS-DS-GEN-CNT WS-DS-REC-TOT
              WRITE REPORT-REC FROM RPT-HEADING-2
           END-IF
           ADD 1 TO WS-DS-GEN-CNT
           ADD WS-ENT-REC-COUNT(WS-ENT-IDX) TO WS-DS-REC-TOT
           IF WS-ENT-RC(WS-ENT-IDX) >= 8
              ADD 1 TO WS-HIGH-RC-CNT
           END-IF
           PERFORM WRITE-DETAIL-LINE
           EXIT.

       WRITE-DETAIL-LINE.
           MOVE WS-ENT-DATASET(WS-ENT-IDX) TO RPT-DTL-DATASET
           MOVE WS-ENT-GEN(WS-ENT-IDX) TO RPT-DTL-GEN
           MOVE WS-ENT-BUS-DATE(WS-ENT-IDX) TO RPT-DTL-BUS-DATE
           MOVE WS-ENT-RUN-DATE(WS-ENT-IDX) TO RPT-DTL-RUN-DATE
           MOVE WS-ENT-RUN-SEQ(WS-ENT-IDX) TO RPT-DTL-SEQ
           MOVE WS-ENT-REC-COUNT(WS-ENT-IDX) TO RPT-DTL-RECORDS
           MOVE WS-ENT-RC(WS-ENT-IDX) TO RPT-DTL-RC
           MOVE WS-ENT-PROGRAM(WS-ENT-IDX) TO RPT-DTL-PROGRAM
           MOVE WS-ENT-PATH(WS-ENT-IDX) TO RPT-DTL-PATH
           WRITE REPORT-REC FROM RPT-DETAIL-LINE
           EXIT.

       WRITE-DATASET-TOTAL.
           MOVE WS-DS-GEN-CNT TO DSPL-AUDIT-CNT
           MOVE WS-DS-REC-TOT TO DSPL-REC-TOT
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-DATASET) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                  " GENERATION(S), " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-TOT) DELIMITED BY SIZE
                  " RECORDS" DELIMITED BY SIZE
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           EXIT.

       MARK-PURGE-CANDIDATES.
      *    Entries arrive newest first within a dataset, so the
      *    position counted since the dataset began is how many
      *    generations are newer than this one, plus one.
           MOVE SPACES TO WS-PREV-DATASET
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
                   IF NOT ENT-NOT-SELECTED(WS-ENT-IDX)
                      PERFORM MARK-ONE-ENTRY
                   END-IF
           END-PERFORM
           EXIT.

       MARK-ONE-ENTRY.
           IF WS-ENT-DATASET(WS-ENT-IDX) NOT = WS-PREV-DATASET
              MOVE WS-ENT-DATASET(WS-ENT-IDX) TO WS-PREV-DATASET
              MOVE ZERO TO WS-GEN-POS
              PERFORM FIND-DATASET-LIMIT
           END-IF
           ADD 1 TO WS-GEN-POS
           IF KEEP-FOUND AND WS-GEN-POS > WS-KEEP-WK
              SET ENT-PURGE(WS-ENT-IDX) TO TRUE
           ELSE
              ADD 1 TO WS-KEPT-CNT
           END-IF
           EXIT.

       FIND-DATASET-LIMIT.
           MOVE 'N' TO WS-KEEP-FOUND-FLAG
           MOVE ZERO TO WS-KEEP-WK
           MOVE WS-PREV-DATASET TO WS-PAT-DATASET
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
              UNTIL WS-LIM-IDX > WS-LIMIT-COUNT OR KEEP-FOUND
                   IF WS-LIM-PREFIX(WS-LIM-IDX) = 'N'
                      AND WS-LIM-NAME(WS-LIM-IDX) = WS-PREV-DATASET
                      SET KEEP-FOUND TO TRUE
                      MOVE WS-LIM-KEEP(WS-LIM-IDX) TO WS-KEEP-WK
                   END-IF
           END-PERFORM
      *    No exact limit: every prefix limit is tried and the
      *    longest one that matches wins, whatever order the limits
      *    file lists them in.
           IF NOT KEEP-FOUND
              MOVE 'N' TO WS-PREFIX-FOUND-FLAG
              MOVE ZERO TO WS-PREFIX-BEST-LEN
              PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                 UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
                      IF WS-LIM-PREFIX(WS-LIM-IDX) = 'Y'
                         PERFORM TRY-PREFIX-LIMIT
                      END-IF
              END-PERFORM
              IF PREFIX-FOUND
                 SET KEEP-FOUND TO TRUE
              END-IF
           END-IF
           EXIT.

       TRY-PREFIX-LIMIT.
           MOVE WS-LIM-NAME(WS-LIM-IDX) TO WS-PAT-NAME
           MOVE WS-LIM-PREFIX-LEN(WS-LIM-IDX) TO WS-PAT-LEN
           MOVE 'Y' TO WS-PAT-PREFIX
           PERFORM MATCH-DATASET-PATTERN
           IF PAT-MATCHED
              IF NOT PREFIX-FOUND
                 OR WS-LIM-PREFIX-LEN(WS-LIM-IDX) > WS-PREFIX-BEST-LEN
                 SET PREFIX-FOUND TO TRUE
                 MOVE WS-LIM-PREFIX-LEN(WS-LIM-IDX)
                    TO WS-PREFIX-BEST-LEN
                 MOVE WS-LIM-KEEP(WS-LIM-IDX) TO WS-KEEP-WK
              END-IF
           END-IF
           EXIT.

       PURGE-GENERATIONS.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
                   IF ENT-PURGE(WS-ENT-IDX)
                      PERFORM PURGE-ONE-GENERATION
                   END-IF
           END-PERFORM
           EXIT.

       PURGE-ONE-GENERATION.
      *    A path a kept generation still points at is only taken
      *    out of the catalog - a stream that reuses one path would
      *    otherwise lose its live file to the purge of an old entry.
      *    A delete that fails is only believed if the file is in
      *    fact still there; one already gone is simply un-catalogued.
           MOVE WS-ENT-PATH(WS-ENT-IDX) TO WS-DEL-PATH
           MOVE 'N' TO WS-PATH-IN-USE-FLAG
           PERFORM VARYING WS-ENT-IDX2 FROM 1 BY 1
              UNTIL WS-ENT-IDX2 > WS-ENTRY-COUNT OR PATH-IN-USE
                   IF NOT ENT-PURGE(WS-ENT-IDX2)
                      AND WS-ENT-PATH(WS-ENT-IDX2) = WS-DEL-PATH
                      SET PATH-IN-USE TO TRUE
                   END-IF
           END-PERFORM
           IF PATH-IN-USE
              MOVE "PATH IN USE" TO WS-ACT-LABEL
              PERFORM UNCATALOG-GENERATION
              IF WS-ACT-LABEL = "PATH IN USE"
                 ADD 1 TO WS-IN-USE-CNT
              END-IF
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-DEL-PATH
              MOVE RETURN-CODE TO WS-DEL-RC
              IF WS-DEL-RC = ZERO
                 MOVE "DELETED" TO WS-ACT-LABEL
                 PERFORM UNCATALOG-GENERATION
                 IF WS-ACT-LABEL = "DELETED"
                    ADD 1 TO WS-DELETED-CNT
                 END-IF
              ELSE
                 OPEN INPUT PROBE-FILE
                 IF WS-PROBE-STATUS = "35"
                    MOVE "NOT ON DISK" TO WS-ACT-LABEL
                    PERFORM UNCATALOG-GENERATION
                    IF WS-ACT-LABEL = "NOT ON DISK"
                       ADD 1 TO WS-GONE-CNT
                    END-IF
                 ELSE
                    IF WS-PROBE-STATUS = "00"
                       CLOSE PROBE-FILE
                    END-IF
                    MOVE "NOT DELETED" TO WS-ACT-LABEL
                    ADD 1 TO WS-NOT-DELETED-CNT
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-PURGE-LINE
           EXIT.

       UNCATALOG-GENERATION.
           MOVE WS-ENT-REC(WS-ENT-IDX) TO CAT-REC
           DELETE CATALOG-FILE RECORD
              INVALID KEY
                 DISPLAY "WARNING: catalog entry "
                    FUNCTION TRIM(CAT-DATASET) " generation "
                    CAT-GEN " not removed (status "
                    WS-CATALOG-STATUS ")"
                 MOVE "NOT UNCATALOGED" TO WS-ACT-LABEL
                 ADD 1 TO WS-UNCAT-FAILED-CNT
           END-DELETE
           EXIT.

       WRITE-PURGE-LINE.
           MOVE WS-ENT-GEN(WS-ENT-IDX) TO DSPL-GEN
           MOVE SPACES TO REPORT-REC
           STRING WS-ACT-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-DATASET(WS-ENT-IDX))
                     DELIMITED BY SIZE
                  " GEN " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-GEN) DELIMITED BY SIZE
                  " BUSINESS DATE " DELIMITED BY SIZE
                  WS-ENT-BUS-DATE(WS-ENT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEL-PATH) DELIMITED BY SIZE
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-READ-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "CATALOG ENTRIES READ:   " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-SELECTED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "ENTRIES SELECTED:       " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF MODE-PURGE
              MOVE WS-KEPT-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "GENERATIONS KEPT:       " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              MOVE WS-DELETED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "DELETED:                " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              MOVE WS-GONE-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "ALREADY OFF DISK:       " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              MOVE WS-IN-USE-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "PATH STILL IN USE:      " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              MOVE WS-NOT-DELETED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "NOT DELETED:            " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              MOVE WS-UNCAT-FAILED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "NOT UNCATALOGED:        " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           ELSE
              MOVE WS-DATASET-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "DATASETS:               " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              MOVE WS-HIGH-RC-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "WRITTEN BY RUNS RC 8+:  " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           EXIT.
