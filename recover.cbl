      *****************************************************************
      * Program name:    STSRCVCBL
      * Original author: Robin Kristiansen
      *
      * Description: statistics master recovery from the journal
      *    ONEBRCCBL and ONEBRCMRG append to - a before and an after
      *    image of every STATS-REC their fold-in writes. Two modes:
      *    FORWARD replays the after images onto a restored backup
      *    (or onto an empty master, to rebuild one lost outright)
      *    up to and including a chosen run date; UNDO puts back the
      *    before images of one run - or of every run on a date - in
      *    reverse order, so the run comes out exactly, min/max
      *    included, which STSBCKCBL cannot do from the aggregates.
      *    Each image is only applied to a master record that is in
      *    the state the journal says it was in, so a replay can be
      *    rerun safely and a station changed since by something
      *    else is left alone and reported. Every record touched or
      *    refused is listed in the audit report.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STSRCVCBL.
       AUTHOR. Robin Kristiansen.
       DATE-WRITTEN. 15.10.2026
       DATE-COMPILED. 15.10.2026.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN USING CMD-JOURNAL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT STATS-MASTER-FILE ASSIGN USING CMD-STATS-MASTER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STATS-LOC
              FILE STATUS IS WS-STATS-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN USING CMD-AUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Stats master journal - field layout must stay in step with
      *    the JOURNAL-REC ONEBRCCBL writes.
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

      *    Keyed station statistics master - field layout must stay
      *    in step with the STATS-REC ONEBRCCBL writes.
       FD STATS-MASTER-FILE DATA RECORD IS STATS-REC.
       01 STATS-REC.
          05 STATS-LOC             PIC X(100).
          05 STATS-LAST-RUN-DATE   PIC 9(8).
          05 STATS-DAY-MIN         PIC S9(2)V9 COMP-3.
          05 STATS-DAY-MAX         PIC S9(2)V9 COMP-3.
          05 STATS-DAY-COUNT       PIC 9(7).
          05 STATS-DAY-TOTALTEMP   PIC S9(9)V9 COMP-3.
          05 STATS-MTD-MIN         PIC S9(2)V9 COMP-3.
          05 STATS-MTD-MAX         PIC S9(2)V9 COMP-3.
          05 STATS-MTD-COUNT       PIC 9(10).
          05 STATS-MTD-TOTALTEMP   PIC S9(15)V9(2) COMP-3.
          05 STATS-YTD-MIN         PIC S9(2)V9 COMP-3.
          05 STATS-YTD-MAX         PIC S9(2)V9 COMP-3.
          05 STATS-YTD-COUNT       PIC 9(10).
          05 STATS-YTD-TOTALTEMP   PIC S9(15)V9(2) COMP-3.
          05 STATS-DAY-HDD         PIC S9(3)V9 COMP-3.
          05 STATS-DAY-CDD         PIC S9(3)V9 COMP-3.
          05 STATS-MTD-HDD         PIC S9(7)V9 COMP-3.
          05 STATS-MTD-CDD         PIC S9(7)V9 COMP-3.
          05 STATS-YTD-HDD         PIC S9(7)V9 COMP-3.
          05 STATS-YTD-CDD         PIC S9(7)V9 COMP-3.

      *    Audit report - one line per master record applied,
      *    skipped or refused, plus run totals.
       FD AUDIT-FILE DATA RECORD IS AUDIT-REC.
       01 AUDIT-REC                PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS        PIC XX            VALUE SPACES.
       01 WS-STATS-MASTER-STATUS   PIC XX            VALUE SPACES.
       01 WS-RUN-FAILED-FLAG       PIC X             VALUE 'N'.
          88 RUN-FAILED                              VALUE 'Y'.
       01 WS-JOURNAL-EOF-FLAG      PIC X             VALUE 'N'.
          88 JOURNAL-EOF                             VALUE 'Y'.

      *    Mode and limits, validated before anything is touched.
      *    FORWARD replays every pair dated on or before
      *    WS-TARGET-DATE (and on or after WS-FROM-DATE when one is
      *    given - the first run date after the backup was taken);
      *    UNDO takes out the run(s) dated WS-TARGET-DATE, narrowed
      *    to one run-log sequence when WS-TARGET-SEQ is given.
       01 WS-MODE                  PIC X(7)          VALUE SPACES.
          88 MODE-FORWARD                            VALUE "FORWARD".
          88 MODE-UNDO                               VALUE "UNDO".
       01 WS-TARGET-DATE           PIC 9(8)          VALUE ZERO.
       01 WS-FROM-DATE             PIC 9(8)          VALUE ZERO.
       01 WS-TARGET-SEQ            PIC 9(6)          VALUE ZERO.
       01 WS-SEQ-GIVEN-FLAG        PIC X             VALUE 'N'.
          88 SEQ-GIVEN                               VALUE 'Y'.
       01 WS-DATE-WK               PIC 9(8)          VALUE ZERO.
       01 WS-DATE-BAD-FLAG         PIC X             VALUE 'N'.
          88 DATE-BAD                                VALUE 'Y'.
       01 WS-ARG-WK                PIC X(255)        VALUE SPACES.

      ******************************************************************
      * Journal pairing. A before image is held here until its after  *
      * image arrives; a 'B' without an 'A' (or an 'A' that doesn't   *
      * match the 'B' before it) is a broken pair - reported and      *
      * never applied, since half an update proves nothing about the  *
      * record's state.                                               *
      ******************************************************************
       01 WS-PAIR-PENDING-FLAG     PIC X             VALUE 'N'.
          88 PAIR-PENDING                            VALUE 'Y'.
       01 WS-PND-RUN-DATE          PIC 9(8)          VALUE ZERO.
       01 WS-PND-RUN-SEQ           PIC 9(6)          VALUE ZERO.
       01 WS-PND-PROGRAM           PIC X(9)          VALUE SPACES.
       01 WS-PND-ON-FILE           PIC X             VALUE SPACES.
       01 WS-PND-BEFORE            PIC X(237)        VALUE SPACES.
       01 WS-PND-AFTER             PIC X(237)        VALUE SPACES.

      *    One image in field form - the bridge between the journal's
      *    display image and the master's packed record, in both
      *    directions. Same field order as JNL-STATS-IMAGE.
       01 WS-IMG.
          05 WS-IMG-LOC            PIC X(100).
          05 WS-IMG-LAST-RUN-DATE  PIC 9(8).
          05 WS-IMG-DAY-MIN        PIC S9(2)V9.
          05 WS-IMG-DAY-MAX        PIC S9(2)V9.
          05 WS-IMG-DAY-COUNT      PIC 9(7).
          05 WS-IMG-DAY-TOTALTEMP  PIC S9(9)V9.
          05 WS-IMG-MTD-MIN        PIC S9(2)V9.
          05 WS-IMG-MTD-MAX        PIC S9(2)V9.
          05 WS-IMG-MTD-COUNT      PIC 9(10).
          05 WS-IMG-MTD-TOTALTEMP  PIC S9(15)V9(2).
          05 WS-IMG-YTD-MIN        PIC S9(2)V9.
          05 WS-IMG-YTD-MAX        PIC S9(2)V9.
          05 WS-IMG-YTD-COUNT      PIC 9(10).
          05 WS-IMG-YTD-TOTALTEMP  PIC S9(15)V9(2).
          05 WS-IMG-DAY-HDD        PIC S9(3)V9.
          05 WS-IMG-DAY-CDD        PIC S9(3)V9.
          05 WS-IMG-MTD-HDD        PIC S9(7)V9.
          05 WS-IMG-MTD-CDD        PIC S9(7)V9.
          05 WS-IMG-YTD-HDD        PIC S9(7)V9.
          05 WS-IMG-YTD-CDD        PIC S9(7)V9.
       01 WS-CUR-IMAGE             PIC X(237)        VALUE SPACES.
       01 WS-CUR-ON-FILE           PIC X             VALUE 'N'.

      ******************************************************************
      * UNDO collects the pairs of the run(s) being taken out, in     *
      * journal order, then applies their before images from the      *
      * last back to the first - so a station a same-day rerun        *
      * touched twice ends up as it was before the first of them.     *
      * A run folds in at most one pair per station and the fold-in   *
      * table holds 2000 stations; the ceiling leaves room for a      *
      * rerun on the same date.                                       *
      ******************************************************************
       01 UNDO-TBL-SIZE            PIC 9(5)          VALUE 4000.
       01 WS-UNDO-COUNT            PIC 9(5)          VALUE ZERO.
       01 WS-UNDO-TBL.
          02 WS-UNDO OCCURS 1 TO 4000 TIMES
                DEPENDING ON WS-UNDO-COUNT
                INDEXED BY WS-UNDO-IDX.
             03 WS-UND-RUN-DATE    PIC 9(8).
             03 WS-UND-RUN-SEQ     PIC 9(6).
             03 WS-UND-PROGRAM     PIC X(9).
             03 WS-UND-ON-FILE     PIC X.
             03 WS-UND-BEFORE      PIC X(237).
             03 WS-UND-AFTER       PIC X(237).
       01 WS-UNDO-FULL-FLAG        PIC X             VALUE 'N'.
          88 UNDO-TBL-FULL                           VALUE 'Y'.

      *    What the current pair is about, for the audit line.
       01 WS-ACT-LOC               PIC X(100)        VALUE SPACES.
       01 WS-ACT-RUN-DATE          PIC 9(8)          VALUE ZERO.
       01 WS-ACT-RUN-SEQ           PIC 9(6)          VALUE ZERO.
       01 WS-ACT-PROGRAM           PIC X(9)          VALUE SPACES.
       01 WS-ACT-LABEL             PIC X(15)         VALUE SPACES.

       01 WS-JNL-READ-CNT          PIC 9(9)          VALUE ZERO.
       01 WS-PAIRS-SELECTED-CNT    PIC 9(7)          VALUE ZERO.
       01 WS-PAIRS-OUT-RANGE-CNT   PIC 9(9)          VALUE ZERO.
       01 WS-APPLIED-CNT           PIC 9(7)          VALUE ZERO.
       01 WS-ADDED-CNT             PIC 9(7)          VALUE ZERO.
       01 WS-REMOVED-CNT           PIC 9(7)          VALUE ZERO.
       01 WS-ALREADY-CNT           PIC 9(7)          VALUE ZERO.
       01 WS-MISMATCH-CNT          PIC 9(7)          VALUE ZERO.
       01 WS-BROKEN-CNT            PIC 9(7)          VALUE ZERO.

       01 WS-RUN-DATE              PIC X(8)          VALUE SPACES.
       01 WS-TIMESTAMP             PIC X(21)         VALUE SPACES.

       77 DSPL-AUDIT-CNT           PIC Z(8)9.
       77 DSPL-SEQ                 PIC Z(5)9.

       LINKAGE SECTION.
       01 CMD-MODE                 PIC X(255).
       01 CMD-JOURNAL              PIC X(255).
       01 CMD-STATS-MASTER         PIC X(255).
       01 CMD-AUDIT                PIC X(255).
       01 CMD-TARGET-DATE          PIC X(255).
       01 CMD-TARGET-SEQ           PIC X(255).
       01 CMD-FROM-DATE            PIC X(255).

       PROCEDURE DIVISION USING CMD-MODE, CMD-JOURNAL,
                                 CMD-STATS-MASTER, CMD-AUDIT,
                                 CMD-TARGET-DATE, CMD-TARGET-SEQ,
                                 CMD-FROM-DATE.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE

           OPEN OUTPUT AUDIT-FILE
           PERFORM VALIDATE-ARGUMENTS

           IF NOT RUN-FAILED
              PERFORM OPEN-STATS-MASTER
           END-IF

           IF NOT RUN-FAILED
              MOVE SPACES TO JOURNAL-REC
              OPEN INPUT JOURNAL-FILE
              IF WS-JOURNAL-STATUS NOT = "00"
                 DISPLAY "ERROR: cannot open journal '"
                    FUNCTION TRIM(CMD-JOURNAL)
                    "' (status " WS-JOURNAL-STATUS ")"
                 MOVE SPACES TO AUDIT-REC
                 MOVE "* JOURNAL UNREADABLE - RUN ABANDONED"
                    TO AUDIT-REC
                 WRITE AUDIT-REC
                 SET RUN-FAILED TO TRUE
                 CLOSE STATS-MASTER-FILE
              END-IF
           END-IF

           IF NOT RUN-FAILED
              PERFORM WRITE-AUDIT-HEADER
              PERFORM READ-JOURNAL
              CLOSE JOURNAL-FILE
              IF MODE-UNDO AND NOT RUN-FAILED
                 PERFORM UNDO-SELECTED-RUNS
              END-IF
              CLOSE STATS-MASTER-FILE
           END-IF

           PERFORM WRITE-AUDIT-TOTALS
           CLOSE AUDIT-FILE

      *    8 = nothing done (bad arguments, a file that won't open,
      *    or an undo too large to hold); 4 = done, but some record
      *    was not in the state the journal expected or could not be
      *    written, a pair was broken, or an undo found nothing to
      *    take out - the audit report says which.
           IF RUN-FAILED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-MISMATCH-CNT > ZERO
                 OR WS-BROKEN-CNT > ZERO
                 OR (MODE-UNDO AND WS-PAIRS-SELECTED-CNT = ZERO)
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       VALIDATE-ARGUMENTS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-MODE))
              TO WS-MODE
           IF NOT MODE-FORWARD AND NOT MODE-UNDO
              DISPLAY "ERROR: bad mode '" FUNCTION TRIM(CMD-MODE)
                 "' - expected FORWARD or UNDO"
              MOVE SPACES TO AUDIT-REC
              MOVE "* BAD MODE - RUN ABANDONED" TO AUDIT-REC
              WRITE AUDIT-REC
              SET RUN-FAILED TO TRUE
           END-IF

           MOVE CMD-TARGET-DATE TO WS-ARG-WK
           PERFORM CHECK-DATE-ARG
           IF DATE-BAD OR WS-DATE-WK = ZERO
              DISPLAY "ERROR: bad run date '"
                 FUNCTION TRIM(CMD-TARGET-DATE)
                 "' - expected YYYYMMDD"
              MOVE SPACES TO AUDIT-REC
              MOVE "* BAD RUN DATE - RUN ABANDONED" TO AUDIT-REC
              WRITE AUDIT-REC
              SET RUN-FAILED TO TRUE
           ELSE
              MOVE WS-DATE-WK TO WS-TARGET-DATE
           END-IF

      *    The run-log sequence only narrows an UNDO; the from-date
      *    only bounds a FORWARD replay. Either left blank is simply
      *    not applied.
           IF MODE-UNDO AND CMD-TARGET-SEQ NOT = SPACES
              IF FUNCTION TEST-NUMVAL(CMD-TARGET-SEQ) NOT = 0
                 DISPLAY "ERROR: bad run-log sequence '"
                    FUNCTION TRIM(CMD-TARGET-SEQ) "'"
                 MOVE SPACES TO AUDIT-REC
                 MOVE "* BAD RUN-LOG SEQUENCE - RUN ABANDONED"
                    TO AUDIT-REC
                 WRITE AUDIT-REC
                 SET RUN-FAILED TO TRUE
              ELSE
                 COMPUTE WS-TARGET-SEQ =
                    FUNCTION NUMVAL(CMD-TARGET-SEQ)
                 SET SEQ-GIVEN TO TRUE
              END-IF
           END-IF

           IF MODE-FORWARD AND CMD-FROM-DATE NOT = SPACES
              MOVE CMD-FROM-DATE TO WS-ARG-WK
              PERFORM CHECK-DATE-ARG
              IF DATE-BAD OR WS-DATE-WK > WS-TARGET-DATE
                 DISPLAY "ERROR: bad from date '"
                    FUNCTION TRIM(CMD-FROM-DATE)
                    "' - expected YYYYMMDD no later than the run date"
                 MOVE SPACES TO AUDIT-REC
                 MOVE "* BAD FROM DATE - RUN ABANDONED" TO AUDIT-REC
                 WRITE AUDIT-REC
                 SET RUN-FAILED TO TRUE
              ELSE
                 MOVE WS-DATE-WK TO WS-FROM-DATE
              END-IF
           END-IF
           EXIT.

       CHECK-DATE-ARG.
      *    Eight digits that make a real calendar date -
      *    INTEGER-OF-DATE yields zero for anything else.
           MOVE 'N' TO WS-DATE-BAD-FLAG
           MOVE ZERO TO WS-DATE-WK
           IF WS-ARG-WK(1:8) IS NUMERIC
              AND WS-ARG-WK(9:247) = SPACES
              MOVE WS-ARG-WK(1:8) TO WS-DATE-WK
              IF FUNCTION INTEGER-OF-DATE(WS-DATE-WK) = ZERO
                 SET DATE-BAD TO TRUE
              END-IF
           ELSE
              SET DATE-BAD TO TRUE
           END-IF
           EXIT.

       OPEN-STATS-MASTER.
      *    A forward replay may be rebuilding a master lost outright,
      *    so it creates an empty one on first use; an undo needs the
      *    master it is undoing.
           OPEN I-O STATS-MASTER-FILE
           IF WS-STATS-MASTER-STATUS = "35" AND MODE-FORWARD
              OPEN OUTPUT STATS-MASTER-FILE
              CLOSE STATS-MASTER-FILE
              OPEN I-O STATS-MASTER-FILE
           END-IF
           IF WS-STATS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open stats master '"
                 FUNCTION TRIM(CMD-STATS-MASTER)
                 "' (status " WS-STATS-MASTER-STATUS ")"
              MOVE SPACES TO AUDIT-REC
              MOVE "* STATS MASTER UNREADABLE - RUN ABANDONED"
                 TO AUDIT-REC
              WRITE AUDIT-REC
              SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       READ-JOURNAL.
           PERFORM UNTIL JOURNAL-EOF
                   READ JOURNAL-FILE
                   AT END
                      SET JOURNAL-EOF TO TRUE
                   NOT AT END
                      ADD 1 TO WS-JNL-READ-CNT
                      PERFORM PAIR-JOURNAL-RECORD
                   END-READ
           END-PERFORM
           IF PAIR-PENDING
              PERFORM REPORT-BROKEN-PAIR
           END-IF
           EXIT.

       PAIR-JOURNAL-RECORD.
           IF JNL-IMAGE-TYPE = 'B'
              IF PAIR-PENDING
                 PERFORM REPORT-BROKEN-PAIR
              END-IF
              MOVE JNL-RUN-DATE TO WS-PND-RUN-DATE
              MOVE JNL-RUN-SEQ TO WS-PND-RUN-SEQ
              MOVE JNL-PROGRAM TO WS-PND-PROGRAM
              MOVE JNL-ON-FILE TO WS-PND-ON-FILE
              MOVE JNL-STATS-IMAGE TO WS-PND-BEFORE
              SET PAIR-PENDING TO TRUE
           ELSE
              IF JNL-IMAGE-TYPE = 'A'
                 AND PAIR-PENDING
                 AND JNL-RUN-DATE = WS-PND-RUN-DATE
                 AND JNL-RUN-SEQ = WS-PND-RUN-SEQ
                 AND JNL-LOC = WS-PND-BEFORE(1:100)
                 MOVE JNL-STATS-IMAGE TO WS-PND-AFTER
                 MOVE 'N' TO WS-PAIR-PENDING-FLAG
                 PERFORM SELECT-PAIR
              ELSE
                 IF PAIR-PENDING
                    PERFORM REPORT-BROKEN-PAIR
                 END-IF
                 MOVE JNL-RUN-DATE TO WS-ACT-RUN-DATE
                 MOVE JNL-RUN-SEQ TO WS-ACT-RUN-SEQ
                 MOVE JNL-PROGRAM TO WS-ACT-PROGRAM
                 MOVE JNL-LOC TO WS-ACT-LOC
                 ADD 1 TO WS-BROKEN-CNT
                 MOVE "BROKEN-PAIR" TO WS-ACT-LABEL
                 PERFORM WRITE-AUDIT-ACTION
              END-IF
           END-IF
           EXIT.

       REPORT-BROKEN-PAIR.
           MOVE WS-PND-RUN-DATE TO WS-ACT-RUN-DATE
           MOVE WS-PND-RUN-SEQ TO WS-ACT-RUN-SEQ
           MOVE WS-PND-PROGRAM TO WS-ACT-PROGRAM
           MOVE WS-PND-BEFORE(1:100) TO WS-ACT-LOC
           ADD 1 TO WS-BROKEN-CNT
           MOVE "BROKEN-PAIR" TO WS-ACT-LABEL
           PERFORM WRITE-AUDIT-ACTION
           MOVE 'N' TO WS-PAIR-PENDING-FLAG
           EXIT.

       SELECT-PAIR.
      *    FORWARD applies each pair in range as it is read - the
      *    journal is already in the order the updates happened.
      *    UNDO only collects here; the reverse pass comes after.
           MOVE WS-PND-RUN-DATE TO WS-ACT-RUN-DATE
           MOVE WS-PND-RUN-SEQ TO WS-ACT-RUN-SEQ
           MOVE WS-PND-PROGRAM TO WS-ACT-PROGRAM
           MOVE WS-PND-BEFORE(1:100) TO WS-ACT-LOC
           IF MODE-FORWARD
              IF WS-PND-RUN-DATE > WS-TARGET-DATE
                 OR WS-PND-RUN-DATE < WS-FROM-DATE
                 ADD 1 TO WS-PAIRS-OUT-RANGE-CNT
              ELSE
                 ADD 1 TO WS-PAIRS-SELECTED-CNT
                 PERFORM FORWARD-ONE-PAIR
              END-IF
           ELSE
              IF WS-PND-RUN-DATE NOT = WS-TARGET-DATE
                 OR (SEQ-GIVEN AND WS-PND-RUN-SEQ NOT = WS-TARGET-SEQ)
                 ADD 1 TO WS-PAIRS-OUT-RANGE-CNT
              ELSE
                 PERFORM COLLECT-UNDO-PAIR
              END-IF
           END-IF
           EXIT.

       FORWARD-ONE-PAIR.
      *    The after image goes on only over the exact before image
      *    (or into an empty slot when the record was new). A record
      *    already matching the after image was in the backup - or
      *    an earlier replay - and is left as it is.
           PERFORM READ-CURRENT-RECORD
           IF WS-CUR-ON-FILE = 'Y' AND WS-CUR-IMAGE = WS-PND-AFTER
              ADD 1 TO WS-ALREADY-CNT
              MOVE "ALREADY-APPLIED" TO WS-ACT-LABEL
           ELSE
           IF WS-PND-ON-FILE = 'N' AND WS-CUR-ON-FILE = 'N'
              MOVE WS-PND-AFTER TO WS-IMG
              PERFORM STATS-FROM-IMAGE
              WRITE STATS-REC
              IF WS-STATS-MASTER-STATUS = "00"
                 ADD 1 TO WS-ADDED-CNT
                 MOVE "ADDED" TO WS-ACT-LABEL
              ELSE
                 MOVE "WRITE-FAILED" TO WS-ACT-LABEL
                 PERFORM REPORT-MASTER-IO-FAILURE
              END-IF
           ELSE
           IF WS-PND-ON-FILE = 'Y' AND WS-CUR-ON-FILE = 'Y'
              AND WS-CUR-IMAGE = WS-PND-BEFORE
              MOVE WS-PND-AFTER TO WS-IMG
              PERFORM STATS-FROM-IMAGE
              REWRITE STATS-REC
              IF WS-STATS-MASTER-STATUS = "00"
                 ADD 1 TO WS-APPLIED-CNT
                 MOVE "APPLIED" TO WS-ACT-LABEL
              ELSE
                 MOVE "WRITE-FAILED" TO WS-ACT-LABEL
                 PERFORM REPORT-MASTER-IO-FAILURE
              END-IF
           ELSE
              ADD 1 TO WS-MISMATCH-CNT
              MOVE "MISMATCH" TO WS-ACT-LABEL
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-AUDIT-ACTION
           EXIT.

       COLLECT-UNDO-PAIR.
           IF WS-UNDO-COUNT >= UNDO-TBL-SIZE
              IF NOT UNDO-TBL-FULL
                 DISPLAY "ERROR: more than "
                    UNDO-TBL-SIZE " journal pairs for the run - "
                    "nothing undone"
                 MOVE SPACES TO AUDIT-REC
                 MOVE "* TOO MANY PAIRS FOR ONE UNDO - RUN ABANDONED"
                    TO AUDIT-REC
                 WRITE AUDIT-REC
                 SET UNDO-TBL-FULL TO TRUE
                 SET RUN-FAILED TO TRUE
              END-IF
           ELSE
              ADD 1 TO WS-UNDO-COUNT
              ADD 1 TO WS-PAIRS-SELECTED-CNT
              MOVE WS-PND-RUN-DATE TO WS-UND-RUN-DATE(WS-UNDO-COUNT)
              MOVE WS-PND-RUN-SEQ TO WS-UND-RUN-SEQ(WS-UNDO-COUNT)
              MOVE WS-PND-PROGRAM TO WS-UND-PROGRAM(WS-UNDO-COUNT)
              MOVE WS-PND-ON-FILE TO WS-UND-ON-FILE(WS-UNDO-COUNT)
              MOVE WS-PND-BEFORE TO WS-UND-BEFORE(WS-UNDO-COUNT)
              MOVE WS-PND-AFTER TO WS-UND-AFTER(WS-UNDO-COUNT)
           END-IF
           EXIT.

       UNDO-SELECTED-RUNS.
      *    Newest first. A record still carrying the run's after
      *    image gets its before image back - or is deleted, when
      *    the run created it; one already back at the before image
      *    was undone earlier. Anything else was changed after the
      *    run by something the undo would trample, and is refused.
           IF WS-UNDO-COUNT = ZERO
              MOVE SPACES TO AUDIT-REC
              MOVE "* NO JOURNAL ENTRIES FOR THE RUN - NOTHING UNDONE"
                 TO AUDIT-REC
              WRITE AUDIT-REC
           END-IF
           PERFORM VARYING WS-UNDO-IDX FROM WS-UNDO-COUNT BY -1
              UNTIL WS-UNDO-IDX < 1
                   PERFORM UNDO-ONE-PAIR
           END-PERFORM
           EXIT.

       UNDO-ONE-PAIR.
           MOVE WS-UND-RUN-DATE(WS-UNDO-IDX) TO WS-ACT-RUN-DATE
           MOVE WS-UND-RUN-SEQ(WS-UNDO-IDX) TO WS-ACT-RUN-SEQ
           MOVE WS-UND-PROGRAM(WS-UNDO-IDX) TO WS-ACT-PROGRAM
           MOVE WS-UND-BEFORE(WS-UNDO-IDX)(1:100) TO WS-ACT-LOC
           PERFORM READ-CURRENT-RECORD
           IF WS-CUR-ON-FILE = 'Y'
              AND WS-CUR-IMAGE = WS-UND-AFTER(WS-UNDO-IDX)
              IF WS-UND-ON-FILE(WS-UNDO-IDX) = 'N'
                 DELETE STATS-MASTER-FILE RECORD
                 IF WS-STATS-MASTER-STATUS = "00"
                    ADD 1 TO WS-REMOVED-CNT
                    MOVE "REMOVED" TO WS-ACT-LABEL
                 ELSE
                    MOVE "DELETE-FAILED" TO WS-ACT-LABEL
                    PERFORM REPORT-MASTER-IO-FAILURE
                 END-IF
              ELSE
                 MOVE WS-UND-BEFORE(WS-UNDO-IDX) TO WS-IMG
                 PERFORM STATS-FROM-IMAGE
                 REWRITE STATS-REC
                 IF WS-STATS-MASTER-STATUS = "00"
                    ADD 1 TO WS-APPLIED-CNT
                    MOVE "RESTORED" TO WS-ACT-LABEL
                 ELSE
                    MOVE "WRITE-FAILED" TO WS-ACT-LABEL
                    PERFORM REPORT-MASTER-IO-FAILURE
                 END-IF
              END-IF
           ELSE
           IF (WS-CUR-ON-FILE = 'N'
                 AND WS-UND-ON-FILE(WS-UNDO-IDX) = 'N')
              OR (WS-CUR-ON-FILE = 'Y'
                 AND WS-UND-ON-FILE(WS-UNDO-IDX) = 'Y'
                 AND WS-CUR-IMAGE = WS-UND-BEFORE(WS-UNDO-IDX))
              ADD 1 TO WS-ALREADY-CNT
              MOVE "ALREADY-UNDONE" TO WS-ACT-LABEL
           ELSE
              ADD 1 TO WS-MISMATCH-CNT
              MOVE "CHANGED-SINCE" TO WS-ACT-LABEL
           END-IF
           END-IF
           PERFORM WRITE-AUDIT-ACTION
           EXIT.

       REPORT-MASTER-IO-FAILURE.
      *    The image did not go on. It is counted with the refused
      *    ones, so the run ends 4 and the station has to be looked
      *    at before the recovery is rerun.
           ADD 1 TO WS-MISMATCH-CNT
           DISPLAY "WARNING: " FUNCTION TRIM(WS-ACT-LABEL) " on "
              FUNCTION TRIM(WS-ACT-LOC) " (status "
              WS-STATS-MASTER-STATUS ")"
           EXIT.

       READ-CURRENT-RECORD.
      *    The master's record for WS-ACT-LOC, in journal image form,
      *    so it can be compared byte for byte with a before or
      *    after image.
           MOVE SPACES TO WS-CUR-IMAGE
           MOVE WS-ACT-LOC TO STATS-LOC
           READ STATS-MASTER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CUR-ON-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CUR-ON-FILE
                 PERFORM IMAGE-FROM-STATS
                 MOVE WS-IMG TO WS-CUR-IMAGE
           END-READ
           EXIT.

       IMAGE-FROM-STATS.
           MOVE STATS-LOC TO WS-IMG-LOC
           MOVE STATS-LAST-RUN-DATE TO WS-IMG-LAST-RUN-DATE
           MOVE STATS-DAY-MIN TO WS-IMG-DAY-MIN
           MOVE STATS-DAY-MAX TO WS-IMG-DAY-MAX
           MOVE STATS-DAY-COUNT TO WS-IMG-DAY-COUNT
           MOVE STATS-DAY-TOTALTEMP TO WS-IMG-DAY-TOTALTEMP
           MOVE STATS-MTD-MIN TO WS-IMG-MTD-MIN
           MOVE STATS-MTD-MAX TO WS-IMG-MTD-MAX
           MOVE STATS-MTD-COUNT TO WS-IMG-MTD-COUNT
           MOVE STATS-MTD-TOTALTEMP TO WS-IMG-MTD-TOTALTEMP
           MOVE STATS-YTD-MIN TO WS-IMG-YTD-MIN
           MOVE STATS-YTD-MAX TO WS-IMG-YTD-MAX
           MOVE STATS-YTD-COUNT TO WS-IMG-YTD-COUNT
           MOVE STATS-YTD-TOTALTEMP TO WS-IMG-YTD-TOTALTEMP
           MOVE STATS-DAY-HDD TO WS-IMG-DAY-HDD
           MOVE STATS-DAY-CDD TO WS-IMG-DAY-CDD
           MOVE STATS-MTD-HDD TO WS-IMG-MTD-HDD
           MOVE STATS-MTD-CDD TO WS-IMG-MTD-CDD
           MOVE STATS-YTD-HDD TO WS-IMG-YTD-HDD
           MOVE STATS-YTD-CDD TO WS-IMG-YTD-CDD
           EXIT.

       STATS-FROM-IMAGE.
           MOVE WS-IMG-LOC TO STATS-LOC
           MOVE WS-IMG-LAST-RUN-DATE TO STATS-LAST-RUN-DATE
           MOVE WS-IMG-DAY-MIN TO STATS-DAY-MIN
           MOVE WS-IMG-DAY-MAX TO STATS-DAY-MAX
           MOVE WS-IMG-DAY-COUNT TO STATS-DAY-COUNT
           MOVE WS-IMG-DAY-TOTALTEMP TO STATS-DAY-TOTALTEMP
           MOVE WS-IMG-MTD-MIN TO STATS-MTD-MIN
           MOVE WS-IMG-MTD-MAX TO STATS-MTD-MAX
           MOVE WS-IMG-MTD-COUNT TO STATS-MTD-COUNT
           MOVE WS-IMG-MTD-TOTALTEMP TO STATS-MTD-TOTALTEMP
           MOVE WS-IMG-YTD-MIN TO STATS-YTD-MIN
           MOVE WS-IMG-YTD-MAX TO STATS-YTD-MAX
           MOVE WS-IMG-YTD-COUNT TO STATS-YTD-COUNT
           MOVE WS-IMG-YTD-TOTALTEMP TO STATS-YTD-TOTALTEMP
           MOVE WS-IMG-DAY-HDD TO STATS-DAY-HDD
           MOVE WS-IMG-DAY-CDD TO STATS-DAY-CDD
           MOVE WS-IMG-MTD-HDD TO STATS-MTD-HDD
           MOVE WS-IMG-MTD-CDD TO STATS-MTD-CDD
           MOVE WS-IMG-YTD-HDD TO STATS-YTD-HDD
           MOVE WS-IMG-YTD-CDD TO STATS-YTD-CDD
           EXIT.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO AUDIT-REC
           IF MODE-FORWARD
              STRING "STATS MASTER RECOVERY AUDIT - RUN DATE "
                        DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     " - FORWARD TO " DELIMITED BY SIZE
                     WS-TARGET-DATE DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              IF WS-FROM-DATE > ZERO
                 STRING FUNCTION TRIM(AUDIT-REC) DELIMITED BY SIZE
                        " FROM " DELIMITED BY SIZE
                        WS-FROM-DATE DELIMITED BY SIZE
                    INTO AUDIT-REC
                 END-STRING
              END-IF
           ELSE
              STRING "STATS MASTER RECOVERY AUDIT - RUN DATE "
                        DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     " - UNDO OF " DELIMITED BY SIZE
                     WS-TARGET-DATE DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              IF SEQ-GIVEN
                 MOVE WS-TARGET-SEQ TO DSPL-SEQ
                 STRING FUNCTION TRIM(AUDIT-REC) DELIMITED BY SIZE
                        " RUN " DELIMITED BY SIZE
                        FUNCTION TRIM(DSPL-SEQ) DELIMITED BY SIZE
                    INTO AUDIT-REC
                 END-STRING
              END-IF
           END-IF
           WRITE AUDIT-REC
           MOVE SPACES TO AUDIT-REC
           STRING "FROM JOURNAL " DELIMITED BY SIZE
                  FUNCTION TRIM(CMD-JOURNAL) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE SPACES TO AUDIT-REC
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-ACTION.
           MOVE WS-ACT-RUN-SEQ TO DSPL-SEQ
           MOVE SPACES TO AUDIT-REC
           STRING WS-ACT-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACT-LOC) DELIMITED BY SIZE
                  " - RUN " DELIMITED BY SIZE
                  WS-ACT-RUN-DATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-SEQ) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACT-PROGRAM DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-REC
           WRITE AUDIT-REC
           MOVE WS-JNL-READ-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "JOURNAL IMAGES READ:    " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-PAIRS-SELECTED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "PAIRS SELECTED:         " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-PAIRS-OUT-RANGE-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "PAIRS NOT SELECTED:     " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           IF MODE-FORWARD
              MOVE WS-APPLIED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "RECORDS APPLIED:        " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
              MOVE WS-ADDED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "RECORDS ADDED:          " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
           ELSE
              MOVE WS-APPLIED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "RECORDS RESTORED:       " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
              MOVE WS-REMOVED-CNT TO DSPL-AUDIT-CNT
              MOVE SPACES TO AUDIT-REC
              STRING "RECORDS REMOVED:        " DELIMITED BY SIZE
                     FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
                 INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
           END-IF
           MOVE WS-ALREADY-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "ALREADY IN PLACE:       " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-MISMATCH-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "REFUSED OR FAILED:      " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-BROKEN-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "BROKEN PAIRS:           " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           EXIT.
