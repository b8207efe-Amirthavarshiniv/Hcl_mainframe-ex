IDENTIFICATION DIVISION.
PROGRAM-ID. GAPFILL.

*> plans the scans that close the holes in SCANCOV. the coverage
*> records come back in low-bound order, and walking them from 2 up
*> to the target ceiling shows every gap no scan has proven and
*> every place two ranges overlap (scanned twice, paid for twice).
*>
*> the part of each gap some request already PENDING, RUNNING or
*> AWAITAPPR on the request master will cover is left alone - only a
*> trial or sieve request leaves a coverage claim behind, so
*> goldbach, list and random requests do not count. what is still
*> open is queued as new PENDING sieve requests, smallest piece first
*> so the most holes close soonest, each no bigger than the size
*> cap. the next scan run then works them like any other queued
*> request. they are operations' own work and already held to what
*> a night gets through, so they do not wait for PSUB's supervisor
*> approval.
*>
*> the size cap is what a request typically gets through: the
*> average width of the ranges that finished clean (RC 0) on the
*> audit log over the lookback period. with no such run in the
*> period the default of 100000 is used and the run says so.
*>
*> generated ids are G + the run date yyddd + a two-digit sequence,
*> clear of the all-digit ids the scan run gives blank-id cards; an
*> id already on the master is stepped over, so a second run the
*> same day carries on from the first.
*>
*> GAPPARM, all optional:
*>   cols  1-7   target ceiling, zero-filled (blank = 9999999)
*>   cols  9-15  size cap per request, overriding the audit log
*>   cols 17-19  audit log lookback in days (blank = 30)
*>   cols 21-25  department the fill requests are billed to
*>               (blank = OPS, operations)
*>   cols 27-28  most requests one run may write (blank = 20)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GAP-PARM-FILE ASSIGN TO "GAPPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT SCAN-COVERAGE-FILE ASSIGN TO "SCANCOV"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COV-LOW-BOUND
        FILE STATUS IS WS-COV-STATUS.

    SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMASTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS WS-REQM-STATUS.

    SELECT GAP-REPORT-FILE ASSIGN TO "GAPRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GRPT-STATUS.

    SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LCK-RESOURCE
        FILE STATUS IS WS-LOCK-STATUS.

    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  GAP-PARM-FILE.
01  GAP-PARM-RECORD.
    05 GP-CEILING-X          PIC X(07).
    05 FILLER                PIC X(01).
    05 GP-CAP-X              PIC X(07).
    05 FILLER                PIC X(01).
    05 GP-LOOKBACK-X         PIC X(03).
    05 FILLER                PIC X(01).
    05 GP-DEPT-ID            PIC X(05).
    05 FILLER                PIC X(01).
    05 GP-MAX-REQUESTS-X     PIC X(02).

FD  SCAN-COVERAGE-FILE.
01  SCAN-COVERAGE-RECORD.
    05 COV-LOW-BOUND         PIC 9(07).
    05 COV-HIGH-BOUND        PIC 9(07).
    05 COV-SCAN-DATE         PIC X(08).
    05 COV-REQUEST-ID        PIC X(08).

FD  REQUEST-MASTER-FILE.
01  REQUEST-MASTER-RECORD.
    05 RQ-REQUEST-ID         PIC X(08).
    05 RQ-LOW-BOUND-X        PIC X(07).
    05 RQ-HIGH-BOUND-X       PIC X(07).
    05 RQ-MODE               PIC X(01).
    05 RQ-STATUS             PIC X(09).
    05 RQ-ADDED-TS           PIC X(14).
    05 RQ-STARTED-TS         PIC X(14).
    05 RQ-ENDED-TS           PIC X(14).
    05 RQ-RC                 PIC 9(03).
    05 RQ-COUNT-X            PIC X(07).
    05 RQ-DEPT-ID            PIC X(05).
    05 RQ-TESTED             PIC 9(09).
    05 RQ-PRIMES             PIC 9(09).
    05 RQ-ELAPSED            PIC 9(07).
    05 RQ-XMIT-TS            PIC X(14).
    05 RQ-XMIT-COUNT         PIC 9(09).
    05 RQ-XMIT-HASH          PIC 9(15).
    05 RQ-ACK-TS             PIC X(14).
    05 RQ-ACK-REASON         PIC X(32).
    05 RQ-RESEND             PIC X(01).
    05 RQ-SUBMIT-USER        PIC X(08).
    05 RQ-CANCEL-USER        PIC X(08).
    05 RQ-REVIEW-USER        PIC X(08).
    05 RQ-REVIEW-TS          PIC X(14).
    05 RQ-REVIEW-REASON      PIC X(30).

FD  GAP-REPORT-FILE.
01  GAP-REPORT-RECORD        PIC X(132).

FD  LOCK-FILE.
01  LOCK-RECORD.
    05 LCK-RESOURCE          PIC X(12).
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD         PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-COV-STATUS      PIC XX.
01 WS-REQM-STATUS     PIC XX.
01 WS-GRPT-STATUS     PIC XX.
01 WS-LOCK-STATUS     PIC XX.
01 WS-AUDIT-STATUS    PIC XX.

01 WS-FILES-OK        PIC X VALUE 'Y'.
01 WS-PARM-OK         PIC X VALUE 'Y'.
01 WS-COV-AVAILABLE   PIC X VALUE 'N'.
01 WS-RETURN-CODE     PIC 9(03) VALUE 0.
01 WS-QUEUE-EOF       PIC X VALUE 'N'.

01 WS-LOCK-LIST.
    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(12) VALUE "SCANCOV".
    05 FILLER PIC X(12) VALUE "REQMASTR".
01 WS-LOCK-LIST-R REDEFINES WS-LOCK-LIST.
    05 WS-LOCK-NAME OCCURS 3 TIMES PIC X(12).
01 WS-LOCK-COUNT    PIC 9(02) VALUE 3.
01 WS-LOCK-IDX      PIC 9(02) VALUE 0.
01 WS-LOCK-REL-IDX  PIC 9(02) VALUE 0.
01 WS-LOCKS-HELD    PIC 9(02) VALUE 0.
01 WS-LOCK-OK       PIC X VALUE 'Y'.
01 WS-LOCK-HOLDER   PIC X(08) VALUE "GAPFILL".
01 WS-LOCK-EVENT    PIC X(08) VALUE SPACES.
01 WS-LOCK-OTHER    PIC X(08) VALUE SPACES.
01 WS-NOW-DATETIME  PIC X(21).
01 WS-AUDIT-LINE    PIC X(80) VALUE SPACES.

01 WS-TODAY-DATETIME  PIC X(21).
01 WS-TODAY-INT       PIC 9(07) VALUE 0.
01 WS-CUTOFF-INT      PIC 9(07) VALUE 0.
01 WS-LINE-INT        PIC 9(07) VALUE 0.
01 WS-JULIAN-NUM      PIC 9(07) VALUE 0.
01 WS-RUN-YYDDD       PIC X(05) VALUE SPACES.

01 WS-CEILING         PIC 9(07) VALUE 9999999.
01 WS-CAP             PIC 9(07) VALUE 0.
01 WS-CAP-SOURCE      PIC X(08) VALUE SPACES.
01 WS-LOOKBACK        PIC 9(03) VALUE 30.
01 WS-GEN-DEPT        PIC X(05) VALUE "OPS".
01 WS-MAX-REQUESTS    PIC 9(02) VALUE 20.

*> throughput from the audit log - clean RANGE= lines in the period
01 WS-TP-RUNS         PIC 9(05) VALUE 0.
01 WS-TP-NUMBERS      PIC 9(12) VALUE 0.
01 WS-LINE-LOW        PIC 9(07) VALUE 0.
01 WS-LINE-HIGH       PIC 9(07) VALUE 0.
01 WS-LINE-RC         PIC 9(03) VALUE 0.

*> the walk keeps the highest number proven so far and the request
*> whose range reached it, so an overlap can name both scans
01 WS-REACH           PIC 9(07) VALUE 1.
01 WS-REACH-REQ       PIC X(08) VALUE SPACES.
01 WS-COV-RANGES      PIC 9(05) VALUE 0.
01 WS-OVERLAPS        PIC 9(05) VALUE 0.
01 WS-OVERLAP-NUMBERS PIC 9(08) VALUE 0.
01 WS-OVERLAP-HIGH    PIC 9(07) VALUE 0.
01 WS-WORK-LOW        PIC 9(07) VALUE 0.
01 WS-WORK-HIGH       PIC 9(07) VALUE 0.
01 WS-WORK-SIZE       PIC 9(08) VALUE 0.

01 WS-GAP-TABLE.
    05 WS-GAP-ENTRY OCCURS 500 TIMES.
        10 WS-GAP-LOW     PIC 9(07).
        10 WS-GAP-HIGH    PIC 9(07).
01 WS-GAP-USED        PIC 9(03) VALUE 0.
01 WS-GAP-IDX         PIC 9(03) VALUE 0.
01 WS-GAPS-FOUND      PIC 9(05) VALUE 0.
01 WS-GAP-NUMBERS     PIC 9(08) VALUE 0.
01 WS-GAP-OVERFLOW    PIC X VALUE 'N'.

*> queued trial and sieve requests, held in low-bound order
01 WS-QUEUED-TABLE.
    05 WS-QUEUED-ENTRY OCCURS 500 TIMES.
        10 WS-Q-LOW       PIC 9(07).
        10 WS-Q-HIGH      PIC 9(07).
        10 WS-Q-REQ-ID    PIC X(08).
        10 WS-Q-STATUS    PIC X(09).
01 WS-Q-USED          PIC 9(03) VALUE 0.
01 WS-Q-IDX           PIC 9(03) VALUE 0.
01 WS-Q-SHIFT         PIC 9(03) VALUE 0.
01 WS-Q-OVERFLOW      PIC X VALUE 'N'.
01 WS-QUEUED-NUMBERS  PIC 9(08) VALUE 0.

*> the open pieces of the gaps once queued work is taken out
01 WS-PIECE-TABLE.
    05 WS-PIECE-ENTRY OCCURS 500 TIMES.
        10 WS-P-LOW       PIC 9(07).
        10 WS-P-HIGH      PIC 9(07).
        10 WS-P-SIZE      PIC 9(07).
        10 WS-P-DONE      PIC X(01).
01 WS-P-USED          PIC 9(03) VALUE 0.
01 WS-P-IDX           PIC 9(03) VALUE 0.
01 WS-P-BEST          PIC 9(03) VALUE 0.
01 WS-P-OVERFLOW      PIC X VALUE 'N'.
01 WS-OPEN-NUMBERS    PIC 9(08) VALUE 0.
01 WS-CURSOR          PIC 9(08) VALUE 0.
01 WS-PICK-DONE       PIC X VALUE 'N'.

01 WS-CHUNK-LOW       PIC 9(08) VALUE 0.
01 WS-CHUNK-HIGH      PIC 9(08) VALUE 0.
01 WS-GENERATED       PIC 9(03) VALUE 0.
01 WS-GEN-NUMBERS     PIC 9(08) VALUE 0.
01 WS-DEFERRED        PIC 9(03) VALUE 0.
01 WS-DEFER-NUMBERS   PIC 9(08) VALUE 0.
01 WS-GEN-SEQ         PIC 9(03) VALUE 0.
01 WS-GEN-ID          PIC X(08) VALUE SPACES.
01 WS-ID-DONE         PIC X VALUE 'N'.
01 WS-GEN-STOPPED     PIC X VALUE 'N'.
01 WS-STOP-REASON     PIC X(30) VALUE SPACES.

01 WS-RPT-LINE        PIC X(132) VALUE SPACES.
01 WS-COUNT-EDIT      PIC ZZZZ9.
01 WS-NUM-EDIT        PIC ZZZZZZ9.
01 WS-NUM2-EDIT       PIC ZZZZZZ9.
01 WS-BIG-EDIT        PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM 1000-READ-PARM-CARD
    IF WS-PARM-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 0200-CLAIM-RUN-LOCKS
    IF WS-LOCK-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1400-OPEN-FILES
    IF WS-FILES-OK = 'Y'
        PERFORM 1100-MEASURE-THROUGHPUT
        PERFORM 1500-WRITE-REPORT-TITLE
        PERFORM 2000-WALK-COVERAGE
        IF WS-COV-AVAILABLE = 'Y'
            PERFORM 3000-LOAD-QUEUED-REQUESTS
            PERFORM 3500-REPORT-GAPS
            PERFORM 4000-WRITE-FILL-REQUESTS
        END-IF
        PERFORM 5000-WRITE-SUMMARY
        CLOSE REQUEST-MASTER-FILE
        CLOSE GAP-REPORT-FILE
        PERFORM 5500-WRITE-GAP-AUDIT
    END-IF

    PERFORM 0270-RELEASE-RUN-LOCKS
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

*> the shared run-lock convention - see the scan run for the full
*> story; a holder already on the file means another job owns these
*> files right now and this run leaves with RC 24
0200-CLAIM-RUN-LOCKS.
    MOVE 'Y' TO WS-LOCK-OK
    MOVE 0 TO WS-LOCKS-HELD

    OPEN I-O LOCK-FILE
    IF WS-LOCK-STATUS = "35"
        OPEN OUTPUT LOCK-FILE
        CLOSE LOCK-FILE
        OPEN I-O LOCK-FILE
    END-IF
    IF WS-LOCK-STATUS NOT = "00"
        DISPLAY "ERROR OPENING LOCKFILE - FILE STATUS " WS-LOCK-STATUS
        MOVE 'N' TO WS-LOCK-OK
        MOVE 20 TO WS-RETURN-CODE
    ELSE
        MOVE 0 TO WS-LOCK-IDX
        PERFORM UNTIL WS-LOCK-IDX >= WS-LOCK-COUNT
                OR WS-LOCK-OK = 'N'
            ADD 1 TO WS-LOCK-IDX
            PERFORM 0210-CLAIM-ONE-LOCK
        END-PERFORM

        IF WS-LOCK-OK = 'N'
            PERFORM 0260-DROP-HELD-LOCKS
            CLOSE LOCK-FILE
            MOVE 24 TO WS-RETURN-CODE
        END-IF
    END-IF.

0210-CLAIM-ONE-LOCK.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE WS-LOCK-NAME(WS-LOCK-IDX) TO LCK-RESOURCE
    MOVE WS-LOCK-HOLDER TO LCK-HOLDER
    MOVE WS-NOW-DATETIME(1:14) TO LCK-CLAIM-TS

    WRITE LOCK-RECORD
        INVALID KEY
            MOVE 'N' TO WS-LOCK-OK
        NOT INVALID KEY
            ADD 1 TO WS-LOCKS-HELD
            MOVE "CLAIMED" TO WS-LOCK-EVENT
            MOVE WS-LOCK-HOLDER TO WS-LOCK-OTHER
            PERFORM 0280-WRITE-LOCK-AUDIT
    END-WRITE

    IF WS-LOCK-OK = 'N'
        MOVE WS-LOCK-NAME(WS-LOCK-IDX) TO LCK-RESOURCE
        MOVE SPACES TO WS-LOCK-OTHER
        READ LOCK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE LCK-HOLDER TO WS-LOCK-OTHER
        END-READ
        DISPLAY "LOCK " WS-LOCK-NAME(WS-LOCK-IDX)
            " ALREADY HELD BY " WS-LOCK-OTHER
            " - RUN REFUSED (RC 24)"
        MOVE "DENIED" TO WS-LOCK-EVENT
        PERFORM 0280-WRITE-LOCK-AUDIT
    END-IF.

0260-DROP-HELD-LOCKS.
    MOVE 0 TO WS-LOCK-REL-IDX
    PERFORM UNTIL WS-LOCK-REL-IDX >= WS-LOCKS-HELD
        ADD 1 TO WS-LOCK-REL-IDX
        MOVE WS-LOCK-NAME(WS-LOCK-REL-IDX) TO LCK-RESOURCE
        DELETE LOCK-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
    END-PERFORM
    MOVE 0 TO WS-LOCKS-HELD.

0270-RELEASE-RUN-LOCKS.
    PERFORM 0260-DROP-HELD-LOCKS
    CLOSE LOCK-FILE.

0280-WRITE-LOCK-AUDIT.
    MOVE SPACES TO WS-AUDIT-LINE
    STRING
        WS-NOW-DATETIME(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-NOW-DATETIME(9:6) DELIMITED BY SIZE
        " LOCK " DELIMITED BY SIZE
        WS-LOCK-EVENT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-LOCK-NAME(WS-LOCK-IDX) DELIMITED BY SIZE
        " HOLDER=" DELIMITED BY SIZE
        WS-LOCK-OTHER DELIMITED BY SIZE
        " BY=" DELIMITED BY SIZE
        WS-LOCK-HOLDER DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    END-STRING

    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE.

*> a card that says something unreadable is refused outright - a
*> mistyped ceiling or cap would queue the wrong work for the night
1000-READ-PARM-CARD.
    MOVE 'Y' TO WS-PARM-OK
    MOVE SPACES TO GAP-PARM-RECORD
    OPEN INPUT GAP-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ GAP-PARM-FILE
            AT END
                MOVE SPACES TO GAP-PARM-RECORD
        END-READ
        CLOSE GAP-PARM-FILE
    END-IF

    IF GP-CEILING-X NOT = SPACES
        IF GP-CEILING-X IS NUMERIC
            MOVE GP-CEILING-X TO WS-CEILING
            IF WS-CEILING < 2
                DISPLAY "GAPPARM TARGET CEILING MUST BE AT LEAST 2"
                MOVE 'N' TO WS-PARM-OK
            END-IF
        ELSE
            DISPLAY "GAPPARM TARGET CEILING IS NOT NUMERIC"
            MOVE 'N' TO WS-PARM-OK
        END-IF
    END-IF

    IF GP-CAP-X NOT = SPACES
        IF GP-CAP-X IS NUMERIC AND GP-CAP-X NOT = "0000000"
            MOVE GP-CAP-X TO WS-CAP
            MOVE "GAPPARM" TO WS-CAP-SOURCE
        ELSE
            DISPLAY "GAPPARM SIZE CAP MUST BE NUMERIC AND NOT ZERO"
            MOVE 'N' TO WS-PARM-OK
        END-IF
    END-IF

    IF GP-LOOKBACK-X NOT = SPACES
        IF GP-LOOKBACK-X IS NUMERIC
            MOVE GP-LOOKBACK-X TO WS-LOOKBACK
        ELSE
            DISPLAY "GAPPARM LOOKBACK DAYS IS NOT NUMERIC"
            MOVE 'N' TO WS-PARM-OK
        END-IF
    END-IF

    IF GP-DEPT-ID NOT = SPACES
        MOVE GP-DEPT-ID TO WS-GEN-DEPT
    END-IF

    IF GP-MAX-REQUESTS-X NOT = SPACES
        IF GP-MAX-REQUESTS-X IS NUMERIC
                AND GP-MAX-REQUESTS-X NOT = "00"
            MOVE GP-MAX-REQUESTS-X TO WS-MAX-REQUESTS
        ELSE
            DISPLAY "GAPPARM REQUEST LIMIT MUST BE 01 TO 99"
            MOVE 'N' TO WS-PARM-OK
        END-IF
    END-IF

    IF WS-PARM-OK = 'N'
        DISPLAY "GAPFILL NOT RUN - NOTHING QUEUED (RC 16)"
        MOVE 16 TO WS-RETURN-CODE
    END-IF

    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE
            (FUNCTION NUMVAL(WS-TODAY-DATETIME(1:8)))
    IF WS-TODAY-INT > WS-LOOKBACK
        COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-LOOKBACK
    ELSE
        MOVE 0 TO WS-CUTOFF-INT
    END-IF
    COMPUTE WS-JULIAN-NUM =
        FUNCTION DAY-OF-INTEGER(WS-TODAY-INT)
    MOVE WS-JULIAN-NUM(3:5) TO WS-RUN-YYDDD.

*> the same RANGE=/REQ= layout test the monthly report applies -
*> lock, time-box and other programs' lines carry no range width.
*> a run that failed, or an open failure with its 0-0 range, says
*> nothing about how much a night gets through
1100-MEASURE-THROUGHPUT.
    MOVE 0 TO WS-TP-RUNS
    MOVE 0 TO WS-TP-NUMBERS
    IF WS-CAP-SOURCE = SPACES
        OPEN INPUT AUDIT-LOG-FILE
        PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
            READ AUDIT-LOG-FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM 1150-MEASURE-ONE-LINE
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG-FILE

        IF WS-TP-RUNS > 0
            COMPUTE WS-CAP = WS-TP-NUMBERS / WS-TP-RUNS
            MOVE "AUDITLOG" TO WS-CAP-SOURCE
        END-IF
        IF WS-CAP = 0
            MOVE 100000 TO WS-CAP
            MOVE "DEFAULT" TO WS-CAP-SOURCE
            DISPLAY "NO CLEAN RUNS ON AUDITLOG IN THE LAST "
                WS-LOOKBACK " DAYS - DEFAULT SIZE CAP USED"
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF.

1150-MEASURE-ONE-LINE.
    IF AUDIT-LOG-RECORD(1:8) IS NUMERIC
            AND AUDIT-LOG-RECORD(17:6) = "RANGE="
            AND AUDIT-LOG-RECORD(62:5) = " REQ="
        COMPUTE WS-LINE-INT =
            FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL(AUDIT-LOG-RECORD(1:8)))
        MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(59:3)) TO WS-LINE-RC
        MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(23:7)) TO WS-LINE-LOW
        MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(31:7)) TO WS-LINE-HIGH
        IF WS-LINE-INT >= WS-CUTOFF-INT
                AND WS-LINE-RC = 0
                AND WS-LINE-LOW >= 2
                AND WS-LINE-HIGH >= WS-LINE-LOW
            ADD 1 TO WS-TP-RUNS
            COMPUTE WS-TP-NUMBERS =
                WS-TP-NUMBERS + WS-LINE-HIGH - WS-LINE-LOW + 1
        END-IF
    END-IF.

*> without a report or the master nothing can be planned or queued.
*> a missing SCANCOV is reported in the walk itself
1400-OPEN-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN I-O REQUEST-MASTER-FILE
    IF WS-REQM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING REQMASTR - FILE STATUS " WS-REQM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN OUTPUT GAP-REPORT-FILE
    IF WS-GRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING GAPRPT - FILE STATUS " WS-GRPT-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF.

1500-WRITE-REPORT-TITLE.
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "COVERAGE GAP ANALYSIS  " DELIMITED BY SIZE
        WS-TODAY-DATETIME(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-TODAY-DATETIME(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-TODAY-DATETIME(7:2) DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-CEILING TO WS-NUM-EDIT
    STRING
        "TARGET CEILING       : " DELIMITED BY SIZE
        WS-NUM-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-CAP TO WS-NUM-EDIT
    STRING
        "SIZE CAP PER REQUEST : " DELIMITED BY SIZE
        WS-NUM-EDIT DELIMITED BY SIZE
        "  FROM " DELIMITED BY SIZE
        WS-CAP-SOURCE DELIMITED BY SPACE
        INTO WS-RPT-LINE(2:)
    END-STRING
    IF WS-CAP-SOURCE = "AUDITLOG"
        MOVE WS-TP-RUNS TO WS-COUNT-EDIT
        MOVE WS-LOOKBACK TO WS-NUM2-EDIT
        STRING
            " - AVERAGE OF " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            " CLEAN RUNS IN " DELIMITED BY SIZE
            WS-NUM2-EDIT DELIMITED BY SIZE
            " DAYS" DELIMITED BY SIZE
            INTO WS-RPT-LINE(48:)
        END-STRING
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE

    STRING
        "FILL DEPARTMENT      : " DELIMITED BY SIZE
        WS-GEN-DEPT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-MAX-REQUESTS TO WS-COUNT-EDIT
    STRING
        "REQUEST LIMIT        : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE.

*> every coverage record is listed, with a GAP line ahead of any
*> range that starts past the reach so far and an OVERLAP line for
*> any that starts inside it. gaps are only counted up to the
*> target ceiling; overlaps are counted wherever they are
2000-WALK-COVERAGE.
    MOVE "COVERAGE WALK" TO WS-RPT-LINE(2:13)
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "KIND          LOW     HIGH    NUMBERS  SCANNED   REQUEST"
        TO WS-RPT-LINE(2:57)
    MOVE "NOTE" TO WS-RPT-LINE(62:4)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE 1 TO WS-REACH
    MOVE SPACES TO WS-REACH-REQ
    OPEN INPUT SCAN-COVERAGE-FILE
    IF WS-COV-STATUS = "00"
        MOVE 'Y' TO WS-COV-AVAILABLE
        PERFORM UNTIL WS-COV-STATUS NOT = "00"
            READ SCAN-COVERAGE-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM 2100-WALK-ONE-RANGE
            END-READ
        END-PERFORM
        CLOSE SCAN-COVERAGE-FILE

        IF WS-REACH < WS-CEILING
            COMPUTE WS-WORK-LOW = WS-REACH + 1
            MOVE WS-CEILING TO WS-WORK-HIGH
            PERFORM 2300-NOTE-GAP
        END-IF
    ELSE
        MOVE 'N' TO WS-COV-AVAILABLE
        DISPLAY "SCANCOV NOT AVAILABLE - FILE STATUS " WS-COV-STATUS
            " - NO GAPS PLANNED"
        MOVE "SCANCOV NOT AVAILABLE - NO GAPS PLANNED"
            TO WS-RPT-LINE(2:39)
        PERFORM 2900-WRITE-REPORT-LINE
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE.

2100-WALK-ONE-RANGE.
    ADD 1 TO WS-COV-RANGES

    IF COV-LOW-BOUND > WS-REACH + 1 AND WS-REACH < WS-CEILING
        COMPUTE WS-WORK-LOW = WS-REACH + 1
        COMPUTE WS-WORK-HIGH = COV-LOW-BOUND - 1
        IF WS-WORK-HIGH > WS-CEILING
            MOVE WS-CEILING TO WS-WORK-HIGH
        END-IF
        PERFORM 2300-NOTE-GAP
    END-IF

    IF COV-LOW-BOUND <= WS-REACH
        MOVE COV-HIGH-BOUND TO WS-OVERLAP-HIGH
        IF WS-OVERLAP-HIGH > WS-REACH
            MOVE WS-REACH TO WS-OVERLAP-HIGH
        END-IF
        ADD 1 TO WS-OVERLAPS
        COMPUTE WS-WORK-SIZE = WS-OVERLAP-HIGH - COV-LOW-BOUND + 1
        ADD WS-WORK-SIZE TO WS-OVERLAP-NUMBERS
        MOVE "OVERLAP" TO WS-RPT-LINE(2:7)
        MOVE COV-LOW-BOUND TO WS-NUM-EDIT
        MOVE WS-NUM-EDIT TO WS-RPT-LINE(13:7)
        MOVE WS-OVERLAP-HIGH TO WS-NUM-EDIT
        MOVE WS-NUM-EDIT TO WS-RPT-LINE(22:7)
        MOVE WS-WORK-SIZE TO WS-BIG-EDIT
        MOVE WS-BIG-EDIT TO WS-RPT-LINE(31:9)
        MOVE COV-REQUEST-ID TO WS-RPT-LINE(52:8)
        STRING
            "ALSO SCANNED BY " DELIMITED BY SIZE
            WS-REACH-REQ DELIMITED BY SIZE
            INTO WS-RPT-LINE(62:)
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF

    MOVE "COVERED" TO WS-RPT-LINE(2:7)
    MOVE COV-LOW-BOUND TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(13:7)
    MOVE COV-HIGH-BOUND TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(22:7)
    IF COV-HIGH-BOUND >= COV-LOW-BOUND
        COMPUTE WS-WORK-SIZE = COV-HIGH-BOUND - COV-LOW-BOUND + 1
        MOVE WS-WORK-SIZE TO WS-BIG-EDIT
        MOVE WS-BIG-EDIT TO WS-RPT-LINE(31:9)
    END-IF
    MOVE COV-SCAN-DATE TO WS-RPT-LINE(42:8)
    MOVE COV-REQUEST-ID TO WS-RPT-LINE(52:8)
    IF COV-LOW-BOUND > WS-CEILING
        MOVE "ABOVE TARGET CEILING" TO WS-RPT-LINE(62:20)
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE

    IF COV-HIGH-BOUND > WS-REACH
        MOVE COV-HIGH-BOUND TO WS-REACH
        MOVE COV-REQUEST-ID TO WS-REACH-REQ
    END-IF.

*> a gap past the table is still listed and counted, only not
*> planned - the next run picks it up once these are filled
2300-NOTE-GAP.
    ADD 1 TO WS-GAPS-FOUND
    COMPUTE WS-WORK-SIZE = WS-WORK-HIGH - WS-WORK-LOW + 1
    ADD WS-WORK-SIZE TO WS-GAP-NUMBERS
    MOVE "GAP" TO WS-RPT-LINE(2:3)
    MOVE WS-WORK-LOW TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(13:7)
    MOVE WS-WORK-HIGH TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(22:7)
    MOVE WS-WORK-SIZE TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(31:9)
    MOVE "NOT PROVEN BY ANY SCAN" TO WS-RPT-LINE(62:22)

    IF WS-GAP-USED < 500
        ADD 1 TO WS-GAP-USED
        MOVE WS-WORK-LOW TO WS-GAP-LOW(WS-GAP-USED)
        MOVE WS-WORK-HIGH TO WS-GAP-HIGH(WS-GAP-USED)
    ELSE
        MOVE "NOT PROVEN - GAP TABLE FULL, NOT PLANNED"
            TO WS-RPT-LINE(62:40)
        IF WS-GAP-OVERFLOW = 'N'
            DISPLAY "MORE THAN 500 GAPS - THE REST ARE NOT PLANNED"
            MOVE 'Y' TO WS-GAP-OVERFLOW
        END-IF
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE.

2900-WRITE-REPORT-LINE.
    MOVE WS-RPT-LINE TO GAP-REPORT-RECORD
    WRITE GAP-REPORT-RECORD
    MOVE SPACES TO WS-RPT-LINE.

*> a RUNNING entry belongs to a run that stopped part way and will
*> resume, so its range is as good as queued; so is one waiting on
*> supervisor approval - filling round it would queue the same work
*> twice the moment it is approved. the table is kept in low-bound
*> order by inserting each entry in place
3000-LOAD-QUEUED-REQUESTS.
    MOVE 'N' TO WS-QUEUE-EOF
    MOVE LOW-VALUES TO RQ-REQUEST-ID
    START REQUEST-MASTER-FILE
        KEY IS NOT LESS THAN RQ-REQUEST-ID
        INVALID KEY
            MOVE 'Y' TO WS-QUEUE-EOF
    END-START

    PERFORM UNTIL WS-QUEUE-EOF = 'Y'
        READ REQUEST-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-QUEUE-EOF
            NOT AT END
                IF (RQ-STATUS = "PENDING" OR RQ-STATUS = "RUNNING"
                        OR RQ-STATUS = "AWAITAPPR")
                        AND RQ-MODE NOT = 'G'
                        AND RQ-MODE NOT = 'L'
                        AND RQ-MODE NOT = 'R'
                        AND RQ-LOW-BOUND-X IS NUMERIC
                        AND RQ-HIGH-BOUND-X IS NUMERIC
                    PERFORM 3100-HOLD-QUEUED-REQUEST
                END-IF
        END-READ
    END-PERFORM.

3100-HOLD-QUEUED-REQUEST.
    MOVE RQ-LOW-BOUND-X TO WS-WORK-LOW
    MOVE RQ-HIGH-BOUND-X TO WS-WORK-HIGH
    IF WS-WORK-LOW <= WS-WORK-HIGH
        IF WS-Q-USED < 500
            MOVE 0 TO WS-Q-IDX
            MOVE 'N' TO WS-PICK-DONE
            PERFORM UNTIL WS-PICK-DONE = 'Y'
                ADD 1 TO WS-Q-IDX
                IF WS-Q-IDX > WS-Q-USED
                    MOVE 'Y' TO WS-PICK-DONE
                ELSE
                    IF WS-Q-LOW(WS-Q-IDX) > WS-WORK-LOW
                        MOVE 'Y' TO WS-PICK-DONE
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-Q-USED TO WS-Q-SHIFT
            PERFORM UNTIL WS-Q-SHIFT < WS-Q-IDX
                MOVE WS-QUEUED-ENTRY(WS-Q-SHIFT)
                    TO WS-QUEUED-ENTRY(WS-Q-SHIFT + 1)
                SUBTRACT 1 FROM WS-Q-SHIFT
            END-PERFORM
            ADD 1 TO WS-Q-USED
            MOVE WS-WORK-LOW TO WS-Q-LOW(WS-Q-IDX)
            MOVE WS-WORK-HIGH TO WS-Q-HIGH(WS-Q-IDX)
            MOVE RQ-REQUEST-ID TO WS-Q-REQ-ID(WS-Q-IDX)
            MOVE RQ-STATUS TO WS-Q-STATUS(WS-Q-IDX)
        ELSE
            IF WS-Q-OVERFLOW = 'N'
                DISPLAY "MORE THAN 500 QUEUED SCANS - GAP PLANNING"
                    " STOPPED, NOTHING QUEUED"
                MOVE 'Y' TO WS-Q-OVERFLOW
            END-IF
        END-IF
    END-IF.

*> each gap is cut down by the queued ranges that fall inside it -
*> they are listed under it, and what is left between them is the
*> open work. the cursor runs one past the ceiling when a queued
*> range reaches 9999999, hence its extra digit
3500-REPORT-GAPS.
    MOVE "GAPS AGAINST QUEUED WORK" TO WS-RPT-LINE(2:24)
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "KIND          LOW     HIGH    NUMBERS            REQUEST"
        TO WS-RPT-LINE(2:57)
    MOVE "STATUS" TO WS-RPT-LINE(62:6)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE 0 TO WS-GAP-IDX
    PERFORM UNTIL WS-GAP-IDX >= WS-GAP-USED
        ADD 1 TO WS-GAP-IDX
        PERFORM 3600-SPLIT-ONE-GAP
    END-PERFORM

    IF WS-GAP-USED = 0
        MOVE "NONE - COVERAGE IS UNBROKEN TO THE CEILING"
            TO WS-RPT-LINE(2:42)
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE.

3600-SPLIT-ONE-GAP.
    MOVE "GAP" TO WS-RPT-LINE(2:3)
    MOVE WS-GAP-LOW(WS-GAP-IDX) TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(13:7)
    MOVE WS-GAP-HIGH(WS-GAP-IDX) TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(22:7)
    COMPUTE WS-WORK-SIZE =
        WS-GAP-HIGH(WS-GAP-IDX) - WS-GAP-LOW(WS-GAP-IDX) + 1
    MOVE WS-WORK-SIZE TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(31:9)
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-GAP-LOW(WS-GAP-IDX) TO WS-CURSOR
    MOVE 0 TO WS-Q-IDX
    PERFORM UNTIL WS-Q-IDX >= WS-Q-USED
            OR WS-CURSOR > WS-GAP-HIGH(WS-GAP-IDX)
        ADD 1 TO WS-Q-IDX
        IF WS-Q-HIGH(WS-Q-IDX) >= WS-CURSOR
                AND WS-Q-LOW(WS-Q-IDX) <= WS-GAP-HIGH(WS-GAP-IDX)
            IF WS-Q-LOW(WS-Q-IDX) > WS-CURSOR
                MOVE WS-CURSOR TO WS-WORK-LOW
                COMPUTE WS-WORK-HIGH = WS-Q-LOW(WS-Q-IDX) - 1
                PERFORM 3700-HOLD-OPEN-PIECE
            END-IF
            PERFORM 3650-REPORT-QUEUED-PIECE
            COMPUTE WS-CURSOR = WS-Q-HIGH(WS-Q-IDX) + 1
        END-IF
    END-PERFORM

    IF WS-CURSOR <= WS-GAP-HIGH(WS-GAP-IDX)
        MOVE WS-CURSOR TO WS-WORK-LOW
        MOVE WS-GAP-HIGH(WS-GAP-IDX) TO WS-WORK-HIGH
        PERFORM 3700-HOLD-OPEN-PIECE
    END-IF.

*> only the part of the queued range inside this gap is shown
3650-REPORT-QUEUED-PIECE.
    IF WS-Q-LOW(WS-Q-IDX) > WS-CURSOR
        MOVE WS-Q-LOW(WS-Q-IDX) TO WS-WORK-LOW
    ELSE
        MOVE WS-CURSOR TO WS-WORK-LOW
    END-IF
    IF WS-Q-HIGH(WS-Q-IDX) < WS-GAP-HIGH(WS-GAP-IDX)
        MOVE WS-Q-HIGH(WS-Q-IDX) TO WS-WORK-HIGH
    ELSE
        MOVE WS-GAP-HIGH(WS-GAP-IDX) TO WS-WORK-HIGH
    END-IF
    COMPUTE WS-WORK-SIZE = WS-WORK-HIGH - WS-WORK-LOW + 1
    ADD WS-WORK-SIZE TO WS-QUEUED-NUMBERS

    MOVE "  QUEUED" TO WS-RPT-LINE(2:8)
    MOVE WS-WORK-LOW TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(13:7)
    MOVE WS-WORK-HIGH TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(22:7)
    MOVE WS-WORK-SIZE TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(31:9)
    MOVE WS-Q-REQ-ID(WS-Q-IDX) TO WS-RPT-LINE(52:8)
    MOVE WS-Q-STATUS(WS-Q-IDX) TO WS-RPT-LINE(62:9)
    PERFORM 2900-WRITE-REPORT-LINE.

3700-HOLD-OPEN-PIECE.
    COMPUTE WS-WORK-SIZE = WS-WORK-HIGH - WS-WORK-LOW + 1
    ADD WS-WORK-SIZE TO WS-OPEN-NUMBERS

    MOVE "  OPEN" TO WS-RPT-LINE(2:6)
    MOVE WS-WORK-LOW TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(13:7)
    MOVE WS-WORK-HIGH TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(22:7)
    MOVE WS-WORK-SIZE TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(31:9)

    IF WS-P-USED < 500
        ADD 1 TO WS-P-USED
        MOVE WS-WORK-LOW TO WS-P-LOW(WS-P-USED)
        MOVE WS-WORK-HIGH TO WS-P-HIGH(WS-P-USED)
        MOVE WS-WORK-SIZE TO WS-P-SIZE(WS-P-USED)
        MOVE 'N' TO WS-P-DONE(WS-P-USED)
    ELSE
        MOVE "PIECE TABLE FULL - NOT PLANNED" TO WS-RPT-LINE(62:30)
        IF WS-P-OVERFLOW = 'N'
            DISPLAY "MORE THAN 500 OPEN PIECES - THE REST ARE NOT"
                " PLANNED"
            MOVE 'Y' TO WS-P-OVERFLOW
        END-IF
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE.

*> the smallest open piece goes first each time round. a piece wider
*> than the cap is cut into cap-sized requests, lowest first. once
*> the limit is reached - or the day's ids run out - whatever is
*> left is listed as deferred to the next run. with more queued work
*> than the table holds nothing is written at all, since the open
*> pieces could not be trusted
4000-WRITE-FILL-REQUESTS.
    MOVE "FILL REQUESTS QUEUED" TO WS-RPT-LINE(2:20)
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "KIND          LOW     HIGH    NUMBERS            REQUEST"
        TO WS-RPT-LINE(2:57)
    MOVE "NOTE" TO WS-RPT-LINE(62:4)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE 'N' TO WS-GEN-STOPPED
    MOVE SPACES TO WS-STOP-REASON
    IF WS-Q-OVERFLOW = 'Y'
        MOVE 'Y' TO WS-GEN-STOPPED
        MOVE "QUEUED WORK TABLE FULL" TO WS-STOP-REASON
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF

    MOVE 'N' TO WS-PICK-DONE
    PERFORM UNTIL WS-PICK-DONE = 'Y'
        MOVE 0 TO WS-P-BEST
        MOVE 0 TO WS-P-IDX
        PERFORM UNTIL WS-P-IDX >= WS-P-USED
            ADD 1 TO WS-P-IDX
            IF WS-P-DONE(WS-P-IDX) = 'N'
                IF WS-P-BEST = 0
                    MOVE WS-P-IDX TO WS-P-BEST
                ELSE
                    IF WS-P-SIZE(WS-P-IDX) < WS-P-SIZE(WS-P-BEST)
                        MOVE WS-P-IDX TO WS-P-BEST
                    END-IF
                END-IF
            END-IF
        END-PERFORM

        IF WS-P-BEST = 0
            MOVE 'Y' TO WS-PICK-DONE
        ELSE
            MOVE 'Y' TO WS-P-DONE(WS-P-BEST)
            PERFORM 4100-FILL-ONE-PIECE
        END-IF
    END-PERFORM

    IF WS-P-USED = 0
        MOVE "NONE - NOTHING OPEN" TO WS-RPT-LINE(2:19)
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF
    IF WS-DEFERRED > 0
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE.

4100-FILL-ONE-PIECE.
    MOVE WS-P-LOW(WS-P-BEST) TO WS-CHUNK-LOW
    PERFORM UNTIL WS-CHUNK-LOW > WS-P-HIGH(WS-P-BEST)
            OR WS-GEN-STOPPED = 'Y'
        IF WS-GENERATED >= WS-MAX-REQUESTS
            MOVE 'Y' TO WS-GEN-STOPPED
            MOVE "REQUEST LIMIT REACHED" TO WS-STOP-REASON
        ELSE
            COMPUTE WS-CHUNK-HIGH = WS-CHUNK-LOW + WS-CAP - 1
            IF WS-CHUNK-HIGH > WS-P-HIGH(WS-P-BEST)
                MOVE WS-P-HIGH(WS-P-BEST) TO WS-CHUNK-HIGH
            END-IF
            PERFORM 4200-WRITE-ONE-REQUEST
            IF WS-GEN-STOPPED = 'N'
                COMPUTE WS-CHUNK-LOW = WS-CHUNK-HIGH + 1
            END-IF
        END-IF
    END-PERFORM

    IF WS-CHUNK-LOW <= WS-P-HIGH(WS-P-BEST)
        ADD 1 TO WS-DEFERRED
        COMPUTE WS-WORK-SIZE =
            WS-P-HIGH(WS-P-BEST) - WS-CHUNK-LOW + 1
        ADD WS-WORK-SIZE TO WS-DEFER-NUMBERS
        MOVE "DEFERRED" TO WS-RPT-LINE(2:8)
        MOVE WS-CHUNK-LOW TO WS-NUM-EDIT
        MOVE WS-NUM-EDIT TO WS-RPT-LINE(13:7)
        MOVE WS-P-HIGH(WS-P-BEST) TO WS-NUM-EDIT
        MOVE WS-NUM-EDIT TO WS-RPT-LINE(22:7)
        MOVE WS-WORK-SIZE TO WS-BIG-EDIT
        MOVE WS-BIG-EDIT TO WS-RPT-LINE(31:9)
        MOVE WS-STOP-REASON TO WS-RPT-LINE(62:30)
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF.

*> the entry is built the way the scan run queues a card, as a
*> sieve request - the mode that gets through a range fastest
4200-WRITE-ONE-REQUEST.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE 'N' TO WS-ID-DONE
    PERFORM UNTIL WS-ID-DONE = 'Y'
        ADD 1 TO WS-GEN-SEQ
        IF WS-GEN-SEQ > 99
            MOVE 'Y' TO WS-ID-DONE
            MOVE 'Y' TO WS-GEN-STOPPED
            MOVE "ALL 99 IDS FOR TODAY IN USE" TO WS-STOP-REASON
        ELSE
            MOVE SPACES TO WS-GEN-ID
            STRING
                "G" DELIMITED BY SIZE
                WS-RUN-YYDDD DELIMITED BY SIZE
                WS-GEN-SEQ(2:2) DELIMITED BY SIZE
                INTO WS-GEN-ID
            END-STRING

            MOVE SPACES TO REQUEST-MASTER-RECORD
            MOVE WS-GEN-ID TO RQ-REQUEST-ID
            MOVE WS-CHUNK-LOW TO WS-WORK-LOW
            MOVE WS-CHUNK-HIGH TO WS-WORK-HIGH
            MOVE WS-WORK-LOW TO RQ-LOW-BOUND-X
            MOVE WS-WORK-HIGH TO RQ-HIGH-BOUND-X
            MOVE 'S' TO RQ-MODE
            MOVE "PENDING" TO RQ-STATUS
            MOVE WS-NOW-DATETIME(1:14) TO RQ-ADDED-TS
            MOVE 0 TO RQ-RC
            MOVE SPACES TO RQ-COUNT-X
            MOVE WS-GEN-DEPT TO RQ-DEPT-ID
            MOVE 0 TO RQ-TESTED
            MOVE 0 TO RQ-PRIMES
            MOVE 0 TO RQ-ELAPSED
            MOVE 0 TO RQ-XMIT-COUNT
            MOVE 0 TO RQ-XMIT-HASH
            MOVE 'N' TO RQ-RESEND
            MOVE WS-LOCK-HOLDER TO RQ-SUBMIT-USER

            WRITE REQUEST-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            EVALUATE TRUE
                WHEN WS-REQM-STATUS = "00"
                    MOVE 'Y' TO WS-ID-DONE
                    PERFORM 4300-REPORT-NEW-REQUEST
                WHEN WS-REQM-STATUS = "22"
                    *> an earlier run today already used this id
                    CONTINUE
                WHEN OTHER
                    DISPLAY "ERROR WRITING REQUEST " WS-GEN-ID
                        " - FILE STATUS " WS-REQM-STATUS
                    MOVE 'Y' TO WS-ID-DONE
                    MOVE 'Y' TO WS-GEN-STOPPED
                    MOVE "REQUEST MASTER WRITE FAILED"
                        TO WS-STOP-REASON
                    IF WS-RETURN-CODE < 12
                        MOVE 12 TO WS-RETURN-CODE
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM.

4300-REPORT-NEW-REQUEST.
    ADD 1 TO WS-GENERATED
    COMPUTE WS-WORK-SIZE = WS-WORK-HIGH - WS-WORK-LOW + 1
    ADD WS-WORK-SIZE TO WS-GEN-NUMBERS

    MOVE "QUEUED" TO WS-RPT-LINE(2:6)
    MOVE WS-WORK-LOW TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(13:7)
    MOVE WS-WORK-HIGH TO WS-NUM-EDIT
    MOVE WS-NUM-EDIT TO WS-RPT-LINE(22:7)
    MOVE WS-WORK-SIZE TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(31:9)
    MOVE WS-GEN-ID TO WS-RPT-LINE(52:8)
    STRING
        "PENDING, MODE S, DEPT " DELIMITED BY SIZE
        WS-GEN-DEPT DELIMITED BY SIZE
        INTO WS-RPT-LINE(62:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE.

5000-WRITE-SUMMARY.
    MOVE WS-COV-RANGES TO WS-COUNT-EDIT
    STRING
        "COVERAGE RANGES      : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-OVERLAPS TO WS-COUNT-EDIT
    MOVE WS-OVERLAP-NUMBERS TO WS-BIG-EDIT
    STRING
        "OVERLAPS             : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        "  NUMBERS " DELIMITED BY SIZE
        WS-BIG-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-GAPS-FOUND TO WS-COUNT-EDIT
    MOVE WS-GAP-NUMBERS TO WS-BIG-EDIT
    STRING
        "GAPS                 : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        "  NUMBERS " DELIMITED BY SIZE
        WS-BIG-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-QUEUED-NUMBERS TO WS-BIG-EDIT
    STRING
        "ALREADY QUEUED       :        NUMBERS " DELIMITED BY SIZE
        WS-BIG-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-P-USED TO WS-COUNT-EDIT
    MOVE WS-OPEN-NUMBERS TO WS-BIG-EDIT
    STRING
        "OPEN PIECES          : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        "  NUMBERS " DELIMITED BY SIZE
        WS-BIG-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-GENERATED TO WS-COUNT-EDIT
    MOVE WS-GEN-NUMBERS TO WS-BIG-EDIT
    STRING
        "REQUESTS QUEUED      : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        "  NUMBERS " DELIMITED BY SIZE
        WS-BIG-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-DEFERRED TO WS-COUNT-EDIT
    MOVE WS-DEFER-NUMBERS TO WS-BIG-EDIT
    STRING
        "DEFERRED PIECES      : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        "  NUMBERS " DELIMITED BY SIZE
        WS-BIG-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    DISPLAY "GAPFILL: " WS-GAPS-FOUND " GAPS, " WS-OVERLAPS
        " OVERLAPS, " WS-GENERATED " REQUESTS QUEUED, "
        WS-DEFERRED " PIECES DEFERRED".

5500-WRITE-GAP-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE SPACES TO WS-AUDIT-LINE
    STRING
        WS-NOW-DATETIME(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-NOW-DATETIME(9:6) DELIMITED BY SIZE
        " GAPFILL GAPS=" DELIMITED BY SIZE
        WS-GAPS-FOUND DELIMITED BY SIZE
        " NEW=" DELIMITED BY SIZE
        WS-GENERATED DELIMITED BY SIZE
        " CAP=" DELIMITED BY SIZE
        WS-CAP DELIMITED BY SIZE
        " CEIL=" DELIMITED BY SIZE
        WS-CEILING DELIMITED BY SIZE
        " BY=GAPFILL" DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    END-STRING

    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE.
