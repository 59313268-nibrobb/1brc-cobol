      *****************************************************************
      * Program name:    RCDMNTCBL
      * Original author: Robin Kristiansen
      *
      * Description: operator decisions on all-time station record
      *    candidates. ONEBRCCBL will not let a reading from its
      *    suspect list set a station's all-time high or low - the
      *    candidate is held pending on the station-records file
      *    instead. This program applies a transaction file of
      *    confirmations and rejections against those pending
      *    candidates: a confirmed one becomes the record (the old
      *    record kept as the previous one, the same as a record set
      *    at run time), a rejected one is dropped. An audit report
      *    shows every decision applied and every transaction
      *    bounced, with a reason.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RCDMNTCBL.
       AUTHOR. Robin Kristiansen.
       DATE-WRITTEN. 15.10.2026
       DATE-COMPILED. 15.10.2026.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-RECORDS-FILE
              ASSIGN USING CMD-STATION-RECORDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ATR-LOC
              FILE STATUS IS WS-STATION-RECORDS-STATUS.

           SELECT TRX-FILE ASSIGN USING CMD-TRX
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-TRX-STATUS.

           SELECT AUDIT-FILE ASSIGN USING CMD-AUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *    Decisions, one per line:
      *    CNF;location;MAX|MIN
      *    REJ;location;MAX|MIN
      *    A blank side applies the decision to both sides.
       FD TRX-FILE DATA RECORD IS TRX-REC.
       01 TRX-REC.
          05 TRX-REC-DATA          PIC X(150).
             88 TRX-EOF                               VALUE HIGH-VALUES.

      *    Audit report - one line per side decided, or one per
      *    transaction rejected with a reason, plus run totals.
       FD AUDIT-FILE DATA RECORD IS AUDIT-REC.
       01 AUDIT-REC                PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-STATION-RECORDS-STATUS PIC XX           VALUE SPACES.
       01 WS-TRX-STATUS            PIC XX            VALUE SPACES.

      *    One pulled-apart transaction.
       01 WS-TRX-FIELDS.
          05 WS-TRX-ACTION         PIC X(3).
          05 WS-TRX-LOC            PIC X(100).
          05 WS-TRX-SIDE           PIC X(3).
       01 WS-REJECT-REASON-WK      PIC X(20)         VALUE SPACES.
       01 WS-RECORD-FOUND-FLAG     PIC X             VALUE 'N'.
          88 RECORD-FOUND                            VALUE 'Y'.
       01 WS-DO-MAX-FLAG           PIC X             VALUE 'N'.
          88 DO-MAX                                  VALUE 'Y'.
       01 WS-DO-MIN-FLAG           PIC X             VALUE 'N'.
          88 DO-MIN                                  VALUE 'Y'.

      *    Per-side audit detail, filled by the APPLY- paragraphs.
       01 WS-AUDIT-SIDE-WK         PIC X(3)          VALUE SPACES.
       01 WS-AUDIT-RESULT-WK       PIC X(20)         VALUE SPACES.
       01 WS-AUDIT-DATE-WK         PIC 9(8)          VALUE ZERO.

       01 WS-TRX-READ-CNT          PIC 9(7)          VALUE ZERO.
       01 WS-TRX-APPLIED-CNT       PIC 9(7)          VALUE ZERO.
       01 WS-TRX-REJECTED-CNT      PIC 9(7)          VALUE ZERO.
       01 WS-CONFIRMED-CNT         PIC 9(7)          VALUE ZERO.
       01 WS-SUPERSEDED-CNT        PIC 9(7)          VALUE ZERO.
       01 WS-DISCARDED-CNT         PIC 9(7)          VALUE ZERO.

       01 WS-RUN-DATE              PIC X(8)          VALUE SPACES.
       01 WS-TIMESTAMP             PIC X(21)         VALUE SPACES.
       77 DSPL-AUDIT-CNT           PIC Z(6)9.
       77 DSPL-REC-VALUE           PIC -99.9.

       LINKAGE SECTION.
       01 CMD-STATION-RECORDS      PIC X(255).
       01 CMD-TRX                  PIC X(255).
       01 CMD-AUDIT                PIC X(255).

       PROCEDURE DIVISION USING CMD-STATION-RECORDS, CMD-TRX,
                                 CMD-AUDIT.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE

           OPEN OUTPUT AUDIT-FILE
           PERFORM WRITE-AUDIT-HEADER

           OPEN I-O STATION-RECORDS-FILE
           IF WS-STATION-RECORDS-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open station records '"
                 FUNCTION TRIM(CMD-STATION-RECORDS)
                 "' (status " WS-STATION-RECORDS-STATUS ")"
              MOVE SPACES TO AUDIT-REC
              MOVE "* STATION RECORDS UNREADABLE - RUN ABANDONED"
                 TO AUDIT-REC
              WRITE AUDIT-REC
           ELSE
              PERFORM APPLY-TRANSACTIONS
              CLOSE STATION-RECORDS-FILE
           END-IF

           PERFORM WRITE-AUDIT-TOTALS
           CLOSE AUDIT-FILE

      *    Same contract as STNMNTCBL: a rejected transaction leaves
      *    the file valid but a decision unmade (RC 4); a file that
      *    won't open means nothing was decided at all (RC 8).
           IF WS-STATION-RECORDS-STATUS NOT = "00"
              OR WS-TRX-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TRX-REJECTED-CNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       APPLY-TRANSACTIONS.
           MOVE SPACES TO TRX-REC
           OPEN INPUT TRX-FILE
           IF WS-TRX-STATUS NOT = "00"
              DISPLAY "ERROR: cannot open transaction file '"
                 FUNCTION TRIM(CMD-TRX)
                 "' (status " WS-TRX-STATUS ")"
              MOVE SPACES TO AUDIT-REC
              MOVE "* TRANSACTION FILE UNREADABLE - NO CHANGES APPLIED"
                 TO AUDIT-REC
              WRITE AUDIT-REC
           ELSE
              PERFORM UNTIL TRX-EOF
                      READ TRX-FILE INTO TRX-REC
                      AT END
                         SET TRX-EOF TO TRUE
                      NOT AT END
                          IF TRX-REC-DATA NOT = SPACES
                             ADD 1 TO WS-TRX-READ-CNT
                             PERFORM APPLY-ONE-TRANSACTION
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE TRX-FILE
           END-IF
           EXIT.

       APPLY-ONE-TRANSACTION.
      *    Validate, then route by action. A rejected transaction
      *    gets exactly one audit line; an applied one gets one per
      *    side it decided.
           MOVE SPACES TO WS-TRX-FIELDS
           MOVE SPACES TO WS-REJECT-REASON-WK
           MOVE 'N' TO WS-RECORD-FOUND-FLAG
           MOVE 'N' TO WS-DO-MAX-FLAG
           MOVE 'N' TO WS-DO-MIN-FLAG
           UNSTRING TRX-REC-DATA DELIMITED BY ';'
              INTO WS-TRX-ACTION
                   WS-TRX-LOC
                   WS-TRX-SIDE
           END-UNSTRING

           IF WS-TRX-LOC = SPACES
              MOVE "BLANK-LOCATION" TO WS-REJECT-REASON-WK
           ELSE
           IF WS-TRX-ACTION NOT = "CNF" AND WS-TRX-ACTION NOT = "REJ"
              MOVE "BAD-ACTION" TO WS-REJECT-REASON-WK
           ELSE
           IF WS-TRX-SIDE NOT = SPACES AND WS-TRX-SIDE NOT = "MAX"
              AND WS-TRX-SIDE NOT = "MIN"
              MOVE "BAD-SIDE" TO WS-REJECT-REASON-WK
           ELSE
              PERFORM FIND-STATION-RECORD
              IF NOT RECORD-FOUND
                 MOVE "NO-RECORD" TO WS-REJECT-REASON-WK
              ELSE
                 PERFORM VALIDATE-PENDING
              END-IF
           END-IF
           END-IF
           END-IF

           IF WS-REJECT-REASON-WK NOT = SPACES
              ADD 1 TO WS-TRX-REJECTED-CNT
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              IF DO-MAX
                 IF WS-TRX-ACTION = "CNF"
                    PERFORM CONFIRM-PENDING-MAX
                 ELSE
                    PERFORM DISCARD-PENDING-MAX
                 END-IF
              END-IF
              IF DO-MIN
                 IF WS-TRX-ACTION = "CNF"
                    PERFORM CONFIRM-PENDING-MIN
                 ELSE
                    PERFORM DISCARD-PENDING-MIN
                 END-IF
              END-IF
              REWRITE ATR-REC
              ADD 1 TO WS-TRX-APPLIED-CNT
           END-IF
           EXIT.

       FIND-STATION-RECORD.
           MOVE WS-TRX-LOC TO ATR-LOC
           READ STATION-RECORDS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RECORD-FOUND TO TRUE
           END-READ
           EXIT.

       VALIDATE-PENDING.
      *    A named side must have a candidate waiting; a blank side
      *    decides whichever sides have one, and needs at least one.
           IF WS-TRX-SIDE = "MAX" OR WS-TRX-SIDE = SPACES
              IF ATR-PEND-MAX-DATE NOT = ZERO
                 SET DO-MAX TO TRUE
              END-IF
           END-IF
           IF WS-TRX-SIDE = "MIN" OR WS-TRX-SIDE = SPACES
              IF ATR-PEND-MIN-DATE NOT = ZERO
                 SET DO-MIN TO TRUE
              END-IF
           END-IF
           IF (WS-TRX-SIDE = "MAX" AND NOT DO-MAX)
              OR (WS-TRX-SIDE = "MIN" AND NOT DO-MIN)
              OR (WS-TRX-SIDE = SPACES AND NOT DO-MAX AND NOT DO-MIN)
              MOVE "NOTHING-PENDING" TO WS-REJECT-REASON-WK
           END-IF
           EXIT.

       CONFIRM-PENDING-MAX.
      *    A record set since the candidate was held may already have
      *    gone past it - the candidate is then no longer a record at
      *    all and is simply cleared.
           MOVE "MAX" TO WS-AUDIT-SIDE-WK
           MOVE ATR-PEND-MAX TO DSPL-REC-VALUE
           MOVE ATR-PEND-MAX-DATE TO WS-AUDIT-DATE-WK
           IF ATR-MAX-DATE = ZERO OR ATR-PEND-MAX > ATR-MAX
              MOVE ATR-MAX TO ATR-PREV-MAX
              MOVE ATR-MAX-DATE TO ATR-PREV-MAX-DATE
              MOVE ATR-PEND-MAX TO ATR-MAX
              MOVE ATR-PEND-MAX-DATE TO ATR-MAX-DATE
              MOVE "NOW RECORD" TO WS-AUDIT-RESULT-WK
              ADD 1 TO WS-CONFIRMED-CNT
           ELSE
              MOVE "SUPERSEDED" TO WS-AUDIT-RESULT-WK
              ADD 1 TO WS-SUPERSEDED-CNT
           END-IF
           MOVE ZERO TO ATR-PEND-MAX ATR-PEND-MAX-DATE
           PERFORM WRITE-AUDIT-APPLIED
           EXIT.

       CONFIRM-PENDING-MIN.
           MOVE "MIN" TO WS-AUDIT-SIDE-WK
           MOVE ATR-PEND-MIN TO DSPL-REC-VALUE
           MOVE ATR-PEND-MIN-DATE TO WS-AUDIT-DATE-WK
           IF ATR-MIN-DATE = ZERO OR ATR-PEND-MIN < ATR-MIN
              MOVE ATR-MIN TO ATR-PREV-MIN
              MOVE ATR-MIN-DATE TO ATR-PREV-MIN-DATE
              MOVE ATR-PEND-MIN TO ATR-MIN
              MOVE ATR-PEND-MIN-DATE TO ATR-MIN-DATE
              MOVE "NOW RECORD" TO WS-AUDIT-RESULT-WK
              ADD 1 TO WS-CONFIRMED-CNT
           ELSE
              MOVE "SUPERSEDED" TO WS-AUDIT-RESULT-WK
              ADD 1 TO WS-SUPERSEDED-CNT
           END-IF
           MOVE ZERO TO ATR-PEND-MIN ATR-PEND-MIN-DATE
           PERFORM WRITE-AUDIT-APPLIED
           EXIT.

       DISCARD-PENDING-MAX.
           MOVE "MAX" TO WS-AUDIT-SIDE-WK
           MOVE ATR-PEND-MAX TO DSPL-REC-VALUE
           MOVE ATR-PEND-MAX-DATE TO WS-AUDIT-DATE-WK
           MOVE "DISCARDED" TO WS-AUDIT-RESULT-WK
           MOVE ZERO TO ATR-PEND-MAX ATR-PEND-MAX-DATE
           ADD 1 TO WS-DISCARDED-CNT
           PERFORM WRITE-AUDIT-APPLIED
           EXIT.

       DISCARD-PENDING-MIN.
           MOVE "MIN" TO WS-AUDIT-SIDE-WK
           MOVE ATR-PEND-MIN TO DSPL-REC-VALUE
           MOVE ATR-PEND-MIN-DATE TO WS-AUDIT-DATE-WK
           MOVE "DISCARDED" TO WS-AUDIT-RESULT-WK
           MOVE ZERO TO ATR-PEND-MIN ATR-PEND-MIN-DATE
           ADD 1 TO WS-DISCARDED-CNT
           PERFORM WRITE-AUDIT-APPLIED
           EXIT.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO AUDIT-REC
           STRING "STATION RECORDS MAINTENANCE AUDIT - RUN DATE "
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE SPACES TO AUDIT-REC
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-APPLIED.
           MOVE SPACES TO AUDIT-REC
           STRING "APPLIED  " DELIMITED BY SIZE
                  WS-TRX-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRX-LOC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-SIDE-WK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-REC-VALUE) DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-AUDIT-DATE-WK DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-RESULT-WK) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-REJECTED.
           MOVE SPACES TO AUDIT-REC
           STRING "REJECTED " DELIMITED BY SIZE
                  WS-TRX-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRX-LOC) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON-WK) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           EXIT.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-REC
           WRITE AUDIT-REC
           MOVE WS-TRX-READ-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-TRX-APPLIED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-TRX-REJECTED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-CONFIRMED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "RECORDS CONFIRMED:     " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-SUPERSEDED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "CANDIDATES SUPERSEDED: " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE WS-DISCARDED-CNT TO DSPL-AUDIT-CNT
           MOVE SPACES TO AUDIT-REC
           STRING "CANDIDATES DISCARDED:  " DELIMITED BY SIZE
                  FUNCTION TRIM(DSPL-AUDIT-CNT) DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           EXIT.
