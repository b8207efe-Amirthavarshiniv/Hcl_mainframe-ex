IDENTIFICATION DIVISION.
PROGRAM-ID. REQBKOUT.

*> withdraws one request the scan run should never have made - wrong
*> bounds keyed on the screen, or a run nobody trusts any more. the
*> BKOPARM card names the request id. the program:
*>   - takes back its coverage claim: the SCANCOV record it owns is
*>     shrunk to the next-widest completed scan from the same low
*>     bound, or deleted when no such scan exists
*>   - removes from PRIMEVSAM only the keys the journal shows this
*>     request newly loaded, and journals a delete image for each one
*>     first, so a PRIMRBLD REBUILD replays the back-out instead of
*>     resurrecting the keys
*>   - strips its records from PRIMEOUT, FACTOROUT, FACTFULL and
*>     GOLDBOUT so the extract never ships them
*>   - closes it out on the request master as BACKEDOUT
*> a RUNNING request is refused - its checkpoint still owns it

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BACKOUT-PARM-FILE ASSIGN TO "BKOPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMASTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS WS-REQM-STATUS.

    SELECT PRIME-VSAM-FILE ASSIGN TO "PRIMEVSAM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VSAM-PRIME-KEY
        FILE STATUS IS WS-VSAM-STATUS.

    SELECT SCAN-COVERAGE-FILE ASSIGN TO "SCANCOV"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COV-LOW-BOUND
        FILE STATUS IS WS-COV-STATUS.

    SELECT PRIME-JOURNAL-FILE ASSIGN TO "PRIMEJRN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JRN-STATUS.

    SELECT PRIME-OUT-FILE ASSIGN TO "PRIMEOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRIMEOUT-STATUS.

    SELECT FACTOR-OUT-FILE ASSIGN TO "FACTOROUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FACTOUT-STATUS.

    SELECT FACTOR-FULL-FILE ASSIGN TO "FACTFULL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FACTFULL-STATUS.

    SELECT GOLDBACH-OUT-FILE ASSIGN TO "GOLDBOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GOLD-STATUS.

    SELECT BACKOUT-WORK-FILE ASSIGN TO "BKOWORK"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BRPT-STATUS.

    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LCK-RESOURCE
        FILE STATUS IS WS-LOCK-STATUS.

DATA DIVISION.
FILE SECTION.

FD  BACKOUT-PARM-FILE.
01  BACKOUT-PARM-RECORD.
    05 BP-REQUEST-ID         PIC X(08).

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

FD  PRIME-VSAM-FILE.
01  PRIME-VSAM-RECORD.
    05 VSAM-PRIME-KEY        PIC 9(07).
    05 VSAM-PRIME-FLAG       PIC X(01).
    05 VSAM-LOAD-DATE        PIC X(08).

FD  SCAN-COVERAGE-FILE.
01  SCAN-COVERAGE-RECORD.
    05 COV-LOW-BOUND         PIC 9(07).
    05 COV-HIGH-BOUND        PIC 9(07).
    05 COV-SCAN-DATE         PIC X(08).
    05 COV-REQUEST-ID        PIC X(08).

*> JRN-FLAG 'Y' is the after-image the scan run writes for every key
*> it loads; 'D' is the delete image this program writes for every
*> key it takes back off the master
FD  PRIME-JOURNAL-FILE.
01  PRIME-JOURNAL-RECORD.
    05 JRN-PRIME-KEY         PIC 9(07).
    05 JRN-FLAG              PIC X(01).
    05 JRN-LOAD-DATE         PIC X(08).
    05 JRN-REQUEST-ID        PIC X(08).
    05 JRN-TIMESTAMP         PIC X(14).

FD  PRIME-OUT-FILE.
01  PRIME-OUT-RECORD.
    05 PRIME-OUT-NUMBER      PIC 9(07).
    05 FILLER                PIC X(01).
    05 PRIME-OUT-REQUEST-ID  PIC X(08).

FD  FACTOR-OUT-FILE.
01  FACTOR-OUT-RECORD.
    05 FACTOR-NUMBER         PIC 9(07).
    05 FILLER                PIC X(01).
    05 FACTOR-SMALLEST       PIC 9(07).
    05 FILLER                PIC X(01).
    05 FACTOR-REQUEST-ID     PIC X(08).

FD  FACTOR-FULL-FILE.
01  FACTOR-FULL-RECORD       PIC X(80).

FD  GOLDBACH-OUT-FILE.
01  GOLDBACH-OUT-RECORD.
    05 GOLD-NUMBER           PIC 9(07).
    05 FILLER                PIC X(01).
    05 GOLD-PRIME-A          PIC 9(07).
    05 FILLER                PIC X(01).
    05 GOLD-PRIME-B          PIC 9(07).
    05 FILLER                PIC X(01).
    05 GOLD-REQUEST-ID       PIC X(08).

*> scratch file - first the keys to take back, then each output's
*> surviving records on their way back to the output
FD  BACKOUT-WORK-FILE.
01  BACKOUT-WORK-RECORD      PIC X(80).
01  BACKOUT-WORK-KEY-RECORD.
    05 BKW-PRIME-KEY         PIC 9(07).
    05 FILLER                PIC X(73).

FD  BACKOUT-REPORT-FILE.
01  BACKOUT-REPORT-RECORD    PIC X(80).

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD         PIC X(80).

FD  LOCK-FILE.
01  LOCK-RECORD.
    05 LCK-RESOURCE          PIC X(12).
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-REQM-STATUS     PIC XX.
01 WS-VSAM-STATUS     PIC XX.
01 WS-COV-STATUS      PIC XX.
01 WS-JRN-STATUS      PIC XX.
01 WS-PRIMEOUT-STATUS PIC XX.
01 WS-FACTOUT-STATUS  PIC XX.
01 WS-FACTFULL-STATUS PIC XX.
01 WS-GOLD-STATUS     PIC XX.
01 WS-WORK-STATUS     PIC XX.
01 WS-BRPT-STATUS     PIC XX.
01 WS-AUDIT-STATUS    PIC XX.
01 WS-LOCK-STATUS     PIC XX.

01 WS-FILES-OK        PIC X VALUE 'Y'.
01 WS-BACKOUT-OK      PIC X VALUE 'N'.
01 WS-RETURN-CODE     PIC 9(03) VALUE 0.
01 WS-BACKOUT-ID      PIC X(08) VALUE SPACES.

*> the shared run-lock convention - see the scan run for the full
*> story. everything the back-out rewrites is claimed, so it can
*> never interleave with a scan run, an extract or a reconciliation
01 WS-LOCK-LIST.
    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(12) VALUE "PRIMEOUT".
    05 FILLER PIC X(12) VALUE "FACTOROUT".
    05 FILLER PIC X(12) VALUE "FACTFULL".
    05 FILLER PIC X(12) VALUE "GOLDBOUT".
    05 FILLER PIC X(12) VALUE "PRIMEVSAM".
    05 FILLER PIC X(12) VALUE "SCANCOV".
    05 FILLER PIC X(12) VALUE "REQMASTR".
    05 FILLER PIC X(12) VALUE "PRIMEJRN".
01 WS-LOCK-LIST-R REDEFINES WS-LOCK-LIST.
    05 WS-LOCK-NAME OCCURS 9 TIMES PIC X(12).
01 WS-LOCK-COUNT    PIC 9(02) VALUE 9.
01 WS-LOCK-IDX      PIC 9(02) VALUE 0.
01 WS-LOCK-REL-IDX  PIC 9(02) VALUE 0.
01 WS-LOCKS-HELD    PIC 9(02) VALUE 0.
01 WS-LOCK-OK       PIC X VALUE 'Y'.
01 WS-LOCK-HOLDER   PIC X(08) VALUE "REQBKOUT".
01 WS-LOCK-EVENT    PIC X(08) VALUE SPACES.
01 WS-LOCK-OTHER    PIC X(08) VALUE SPACES.

*> the request being withdrawn, as the master holds it
01 WS-REQ-LOW         PIC 9(07) VALUE 0.
01 WS-REQ-HIGH        PIC 9(07) VALUE 0.
01 WS-REQ-MODE        PIC X VALUE SPACE.
01 WS-REQ-BOUNDS-OK   PIC X VALUE 'N'.

*> coverage retraction - the widest other completed scan from the
*> same low bound that stops short of this request's high bound is
*> what the coverage record held before this request widened it
01 WS-COV-ACTION      PIC X(08) VALUE "NONE".
01 WS-PRIOR-ID        PIC X(08) VALUE SPACES.
01 WS-PRIOR-HIGH      PIC 9(07) VALUE 0.
01 WS-PRIOR-DATE      PIC X(08) VALUE SPACES.
01 WS-CAND-LOW        PIC 9(07) VALUE 0.
01 WS-CAND-HIGH       PIC 9(07) VALUE 0.
01 WS-QUEUE-EOF       PIC X VALUE 'N'.

*> coverage left after the retraction - a key this request loaded
*> that another request's coverage also vouches for stays on file,
*> or that other request's proof would be broken
01 WS-COV-TABLE.
    05 WS-COV-ENTRY OCCURS 500 TIMES.
        10 WS-COV-LOW   PIC 9(07).
        10 WS-COV-HIGH  PIC 9(07).
01 WS-COV-USED        PIC 9(03) VALUE 0.
01 WS-COV-IDX         PIC 9(03) VALUE 0.
01 WS-COV-OVERFLOW    PIC X VALUE 'N'.
01 WS-COV-EOF         PIC X VALUE 'N'.
01 WS-COVERED         PIC X VALUE 'N'.

01 WS-KEY-NUM         PIC 9(07) VALUE 0.
01 WS-IMAGES-READ     PIC 9(09) VALUE 0.
01 WS-KEYS-GATHERED   PIC 9(09) VALUE 0.
01 WS-KEYS-RETAINED   PIC 9(09) VALUE 0.
01 WS-KEYS-ABSENT     PIC 9(09) VALUE 0.
01 WS-KEYS-DELETED    PIC 9(09) VALUE 0.
01 WS-KEYS-DEL-FAILED PIC 9(09) VALUE 0.
01 WS-IMAGES-WRITTEN  PIC 9(09) VALUE 0.
01 WS-RETAIN-LISTED   PIC 9(03) VALUE 0.

01 WS-RECS-KEPT       PIC 9(09) VALUE 0.
01 WS-RECS-STRIPPED   PIC 9(09) VALUE 0.
01 WS-PRIMES-STRIPPED PIC 9(09) VALUE 0.
01 WS-FACTS-STRIPPED  PIC 9(09) VALUE 0.
01 WS-FULLS-STRIPPED  PIC 9(09) VALUE 0.
01 WS-GOLDS-STRIPPED  PIC 9(09) VALUE 0.
01 WS-STRIP-FILE      PIC X(09) VALUE SPACES.

01 WS-START-DATETIME  PIC X(21).
01 WS-NOW-DATETIME    PIC X(21).
01 WS-AUDIT-LINE      PIC X(80) VALUE SPACES.
01 WS-RPT-LINE        PIC X(80) VALUE SPACES.
01 WS-NUM-EDIT        PIC ZZZZZZ9.
01 WS-NUM2-EDIT       PIC ZZZZZZ9.
01 WS-COUNT-EDIT      PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-START-DATETIME
    PERFORM 1000-READ-PARM-CARD
    IF WS-BACKOUT-ID = SPACES
        DISPLAY "BKOPARM NAMES NO REQUEST - NOTHING BACKED OUT"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 0200-CLAIM-RUN-LOCKS
    IF WS-LOCK-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1400-OPEN-FILES
    IF WS-FILES-OK = 'Y'
        PERFORM 1500-CHECK-REQUEST
        IF WS-BACKOUT-OK = 'Y'
            PERFORM 1600-VERIFY-JOURNAL
        END-IF
        IF WS-BACKOUT-OK = 'Y'
            PERFORM 2000-RETRACT-COVERAGE
            PERFORM 2100-LOAD-COVERAGE-TABLE
            PERFORM 3000-GATHER-LOADED-KEYS
            PERFORM 3200-JOURNAL-DELETE-IMAGES
            *> no key leaves the master without its delete image
            IF WS-RETURN-CODE < 8
                PERFORM 3300-DELETE-GATHERED-KEYS
            END-IF
            *> a half-done back-out keeps the request's old status so
            *> a re-run is not refused and can finish the job
            IF WS-RETURN-CODE < 8
                PERFORM 4000-STRIP-NIGHT-OUTPUTS
                PERFORM 5000-MARK-BACKED-OUT
                PERFORM 5100-WRITE-BACKOUT-AUDIT
            ELSE
                MOVE "BACK-OUT INCOMPLETE - REQUEST NOT MARKED, RE-RUN"
                    TO WS-RPT-LINE
                PERFORM 2900-WRITE-REPORT-LINE
            END-IF
        END-IF
        PERFORM 5500-WRITE-SUMMARY
        CLOSE REQUEST-MASTER-FILE
        CLOSE PRIME-VSAM-FILE
        CLOSE SCAN-COVERAGE-FILE
        CLOSE BACKOUT-REPORT-FILE
    END-IF

    PERFORM 0270-RELEASE-RUN-LOCKS
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

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

1000-READ-PARM-CARD.
    MOVE SPACES TO BP-REQUEST-ID
    OPEN INPUT BACKOUT-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ BACKOUT-PARM-FILE
            AT END
                CONTINUE
        END-READ
        CLOSE BACKOUT-PARM-FILE
    END-IF
    MOVE BP-REQUEST-ID TO WS-BACKOUT-ID.

1400-OPEN-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN I-O REQUEST-MASTER-FILE
    IF WS-REQM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING REQMASTR - FILE STATUS " WS-REQM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN I-O PRIME-VSAM-FILE
    IF WS-VSAM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING PRIMEVSAM - FILE STATUS " WS-VSAM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN I-O SCAN-COVERAGE-FILE
    IF WS-COV-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SCANCOV - FILE STATUS " WS-COV-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN OUTPUT BACKOUT-REPORT-FILE
    IF WS-BRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING BKORPT - FILE STATUS " WS-BRPT-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF.

1500-CHECK-REQUEST.
    MOVE 'N' TO WS-BACKOUT-OK
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "REQUEST BACK-OUT  " DELIMITED BY SIZE
        WS-START-DATETIME(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-START-DATETIME(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-START-DATETIME(7:2) DELIMITED BY SIZE
        "  REQUEST " DELIMITED BY SIZE
        WS-BACKOUT-ID DELIMITED BY SIZE
        INTO WS-RPT-LINE
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-BACKOUT-ID TO RQ-REQUEST-ID
    READ REQUEST-MASTER-FILE
        INVALID KEY
            CONTINUE
    END-READ

    EVALUATE TRUE
        WHEN WS-REQM-STATUS NOT = "00"
            MOVE "REQUEST NOT ON THE REQUEST MASTER - NOTHING BACKED OUT"
                TO WS-RPT-LINE
            PERFORM 2900-WRITE-REPORT-LINE
            MOVE 16 TO WS-RETURN-CODE
        WHEN RQ-STATUS = "RUNNING"
            *> a dead run's checkpoint resumes this request tonight -
            *> pulling its keys from under it would leave a resumed
            *> request with half its output missing
            MOVE "REQUEST IS RUNNING - LET IT FINISH BEFORE BACKING OUT"
                TO WS-RPT-LINE
            PERFORM 2900-WRITE-REPORT-LINE
            MOVE 16 TO WS-RETURN-CODE
        WHEN RQ-STATUS = "BACKEDOUT"
            MOVE "REQUEST ALREADY BACKED OUT - NOTHING TO DO"
                TO WS-RPT-LINE
            PERFORM 2900-WRITE-REPORT-LINE
            MOVE 4 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE 'Y' TO WS-BACKOUT-OK
            MOVE RQ-MODE TO WS-REQ-MODE
            MOVE 'N' TO WS-REQ-BOUNDS-OK
            IF RQ-LOW-BOUND-X IS NUMERIC
                    AND RQ-HIGH-BOUND-X IS NUMERIC
                MOVE 'Y' TO WS-REQ-BOUNDS-OK
                MOVE RQ-LOW-BOUND-X TO WS-REQ-LOW
                MOVE RQ-HIGH-BOUND-X TO WS-REQ-HIGH
            END-IF
            MOVE SPACES TO WS-RPT-LINE
            STRING
                "STATUS BEFORE BACK-OUT " DELIMITED BY SIZE
                RQ-STATUS DELIMITED BY SIZE
                "  MODE " DELIMITED BY SIZE
                RQ-MODE DELIMITED BY SIZE
                "  RANGE " DELIMITED BY SIZE
                RQ-LOW-BOUND-X DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                RQ-HIGH-BOUND-X DELIMITED BY SIZE
                INTO WS-RPT-LINE
            END-STRING
            PERFORM 2900-WRITE-REPORT-LINE
    END-EVALUATE.

*> the journal is read for the loaded keys and then extended with
*> their delete images. both opens are proved here, before coverage
*> is touched - finding out half-way would leave the coverage gone
*> and the keys still on the master
1600-VERIFY-JOURNAL.
    OPEN INPUT PRIME-JOURNAL-FILE
    IF WS-JRN-STATUS = "00"
        CLOSE PRIME-JOURNAL-FILE
        OPEN EXTEND PRIME-JOURNAL-FILE
        IF WS-JRN-STATUS = "00"
            CLOSE PRIME-JOURNAL-FILE
        END-IF
    END-IF
    IF WS-JRN-STATUS NOT = "00"
        DISPLAY "PRIMEJRN NOT AVAILABLE - FILE STATUS " WS-JRN-STATUS
            " - NOTHING BACKED OUT"
        MOVE "JOURNAL NOT AVAILABLE - NOTHING BACKED OUT"
            TO WS-RPT-LINE
        PERFORM 2900-WRITE-REPORT-LINE
        MOVE 'N' TO WS-BACKOUT-OK
        IF WS-RETURN-CODE < 12
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

*> ----- coverage: retract or shrink the record this request owns -----

*> only a contiguous scan ever claims coverage, and it claims it
*> under its own low bound. a record now owned by another request
*> (a later, wider scan from the same low bound) is that request's
*> proof and is left alone
2000-RETRACT-COVERAGE.
    MOVE "NONE" TO WS-COV-ACTION
    IF WS-REQ-BOUNDS-OK = 'Y'
            AND WS-REQ-MODE NOT = 'G'
            AND WS-REQ-MODE NOT = 'L'
            AND WS-REQ-MODE NOT = 'R'
        MOVE WS-REQ-LOW TO COV-LOW-BOUND
        READ SCAN-COVERAGE-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-COV-STATUS = "00"
            IF COV-REQUEST-ID = WS-BACKOUT-ID
                PERFORM 2050-FIND-PRIOR-COVERAGE
                PERFORM 2080-APPLY-COVERAGE-CHANGE
            ELSE
                MOVE "KEPT" TO WS-COV-ACTION
                MOVE SPACES TO WS-RPT-LINE
                STRING
                    "COVERAGE RECORD NOW OWNED BY REQUEST "
                        DELIMITED BY SIZE
                    COV-REQUEST-ID DELIMITED BY SIZE
                    " - LEFT IN PLACE" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                END-STRING
                PERFORM 2900-WRITE-REPORT-LINE
            END-IF
        ELSE
            MOVE "NO COVERAGE RECORD UNDER THIS REQUEST'S LOW BOUND"
                TO WS-RPT-LINE
            PERFORM 2900-WRITE-REPORT-LINE
        END-IF
    ELSE
        MOVE "REQUEST MODE CLAIMS NO COVERAGE - SCANCOV UNCHANGED"
            TO WS-RPT-LINE
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF.

2050-FIND-PRIOR-COVERAGE.
    MOVE SPACES TO WS-PRIOR-ID
    MOVE 0 TO WS-PRIOR-HIGH
    MOVE SPACES TO WS-PRIOR-DATE

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
                PERFORM 2060-CONSIDER-PRIOR-SCAN
        END-READ
    END-PERFORM.

2060-CONSIDER-PRIOR-SCAN.
    IF RQ-REQUEST-ID NOT = WS-BACKOUT-ID
            AND (RQ-STATUS = "COMPLETE" OR RQ-STATUS = "XMITTED"
                OR RQ-STATUS = "ACKED" OR RQ-STATUS = "RCVREJECT")
            AND RQ-MODE NOT = 'G'
            AND RQ-MODE NOT = 'L'
            AND RQ-MODE NOT = 'R'
            AND RQ-LOW-BOUND-X IS NUMERIC
            AND RQ-HIGH-BOUND-X IS NUMERIC
        MOVE RQ-LOW-BOUND-X TO WS-CAND-LOW
        MOVE RQ-HIGH-BOUND-X TO WS-CAND-HIGH
        IF WS-CAND-LOW = WS-REQ-LOW
                AND WS-CAND-HIGH < WS-REQ-HIGH
                AND WS-CAND-HIGH > WS-PRIOR-HIGH
                AND WS-CAND-HIGH >= WS-CAND-LOW
            MOVE WS-CAND-HIGH TO WS-PRIOR-HIGH
            MOVE RQ-REQUEST-ID TO WS-PRIOR-ID
            MOVE RQ-ENDED-TS(1:8) TO WS-PRIOR-DATE
        END-IF
    END-IF.

2080-APPLY-COVERAGE-CHANGE.
    MOVE WS-REQ-LOW TO COV-LOW-BOUND
    READ SCAN-COVERAGE-FILE
        INVALID KEY
            CONTINUE
    END-READ

    IF WS-PRIOR-HIGH > 0
        MOVE WS-PRIOR-HIGH TO COV-HIGH-BOUND
        MOVE WS-PRIOR-DATE TO COV-SCAN-DATE
        MOVE WS-PRIOR-ID TO COV-REQUEST-ID
        REWRITE SCAN-COVERAGE-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE "SHRUNK" TO WS-COV-ACTION
        MOVE WS-REQ-LOW TO WS-NUM-EDIT
        MOVE WS-PRIOR-HIGH TO WS-NUM2-EDIT
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "COVERAGE SHRUNK TO " DELIMITED BY SIZE
            WS-NUM-EDIT DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-NUM2-EDIT DELIMITED BY SIZE
            " AS PROVEN BY REQUEST " DELIMITED BY SIZE
            WS-PRIOR-ID DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
    ELSE
        DELETE SCAN-COVERAGE-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE "DELETED" TO WS-COV-ACTION
        MOVE WS-REQ-LOW TO WS-NUM-EDIT
        MOVE WS-REQ-HIGH TO WS-NUM2-EDIT
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "COVERAGE RECORD " DELIMITED BY SIZE
            WS-NUM-EDIT DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-NUM2-EDIT DELIMITED BY SIZE
            " RETRACTED" DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
    END-IF

    IF WS-COV-STATUS NOT = "00"
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "ERROR UPDATING SCANCOV - FILE STATUS " DELIMITED BY SIZE
            WS-COV-STATUS DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE.

2100-LOAD-COVERAGE-TABLE.
    MOVE 0 TO WS-COV-USED
    MOVE 'N' TO WS-COV-EOF
    MOVE 0 TO COV-LOW-BOUND
    START SCAN-COVERAGE-FILE
        KEY IS NOT LESS THAN COV-LOW-BOUND
        INVALID KEY
            MOVE 'Y' TO WS-COV-EOF
    END-START

    PERFORM UNTIL WS-COV-EOF = 'Y'
        READ SCAN-COVERAGE-FILE NEXT
            AT END
                MOVE 'Y' TO WS-COV-EOF
            NOT AT END
                IF WS-COV-USED < 500
                    ADD 1 TO WS-COV-USED
                    MOVE COV-LOW-BOUND TO WS-COV-LOW(WS-COV-USED)
                    MOVE COV-HIGH-BOUND TO WS-COV-HIGH(WS-COV-USED)
                ELSE
                    MOVE 'Y' TO WS-COV-OVERFLOW
                END-IF
        END-READ
    END-PERFORM

    IF WS-COV-OVERFLOW = 'Y'
        DISPLAY "SCANCOV HOLDS MORE RANGES THAN THE TABLE - KEYS IN"
            " EXCESS RANGES ARE NOT PROTECTED"
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

2900-WRITE-REPORT-LINE.
    MOVE WS-RPT-LINE TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    MOVE SPACES TO WS-RPT-LINE.

*> ----- prime master: journal first, then delete -----

*> the after-images are the only record of which keys this request
*> loaded rather than found already on file. the keys to take back
*> are gathered onto the work file, their delete images are appended
*> to the journal, and only then do the keys leave the master - a
*> failure part-way leaves a journal that already says what the
*> master is about to become, and a re-run simply finishes the job
3000-GATHER-LOADED-KEYS.
    MOVE 0 TO WS-RETAIN-LISTED
    OPEN INPUT PRIME-JOURNAL-FILE
    IF WS-JRN-STATUS NOT = "00"
        DISPLAY "PRIMEJRN NOT AVAILABLE - FILE STATUS " WS-JRN-STATUS
        MOVE "NO JOURNAL - NO KEYS CAN BE TAKEN BACK" TO WS-RPT-LINE
        PERFORM 2900-WRITE-REPORT-LINE
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
        OPEN OUTPUT BACKOUT-WORK-FILE
        CLOSE BACKOUT-WORK-FILE
    ELSE
        OPEN OUTPUT BACKOUT-WORK-FILE
        PERFORM UNTIL WS-JRN-STATUS NOT = "00"
            READ PRIME-JOURNAL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF JRN-REQUEST-ID = WS-BACKOUT-ID
                            AND JRN-FLAG = 'Y'
                        ADD 1 TO WS-IMAGES-READ
                        PERFORM 3050-CONSIDER-ONE-IMAGE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRIME-JOURNAL-FILE
        CLOSE BACKOUT-WORK-FILE
    END-IF.

3050-CONSIDER-ONE-IMAGE.
    MOVE JRN-PRIME-KEY TO WS-KEY-NUM
    PERFORM 3100-CHECK-OTHER-COVERAGE

    IF WS-COVERED = 'Y'
        ADD 1 TO WS-KEYS-RETAINED
        IF WS-RETAIN-LISTED < 100
            ADD 1 TO WS-RETAIN-LISTED
            MOVE WS-KEY-NUM TO WS-NUM-EDIT
            MOVE SPACES TO WS-RPT-LINE
            STRING
                "KEY " DELIMITED BY SIZE
                WS-NUM-EDIT DELIMITED BY SIZE
                " KEPT - INSIDE ANOTHER REQUEST'S COVERAGE"
                    DELIMITED BY SIZE
                INTO WS-RPT-LINE
            END-STRING
            PERFORM 2900-WRITE-REPORT-LINE
        END-IF
    ELSE
        MOVE WS-KEY-NUM TO VSAM-PRIME-KEY
        READ PRIME-VSAM-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-VSAM-STATUS = "00"
            ADD 1 TO WS-KEYS-GATHERED
            MOVE SPACES TO BACKOUT-WORK-RECORD
            MOVE WS-KEY-NUM TO BKW-PRIME-KEY
            WRITE BACKOUT-WORK-KEY-RECORD
        ELSE
            *> already gone - an earlier back-out attempt that died
            *> after its deletes, or a rebuild from an older backup
            ADD 1 TO WS-KEYS-ABSENT
        END-IF
    END-IF.

3100-CHECK-OTHER-COVERAGE.
    MOVE 'N' TO WS-COVERED
    MOVE 0 TO WS-COV-IDX
    PERFORM UNTIL WS-COVERED = 'Y' OR WS-COV-IDX >= WS-COV-USED
        ADD 1 TO WS-COV-IDX
        IF WS-KEY-NUM >= WS-COV-LOW(WS-COV-IDX)
                AND WS-KEY-NUM <= WS-COV-HIGH(WS-COV-IDX)
            MOVE 'Y' TO WS-COVERED
        END-IF
    END-PERFORM.

3200-JOURNAL-DELETE-IMAGES.
    IF WS-KEYS-GATHERED > 0
        OPEN EXTEND PRIME-JOURNAL-FILE
        IF WS-JRN-STATUS NOT = "00"
            OPEN OUTPUT PRIME-JOURNAL-FILE
        END-IF
        IF WS-JRN-STATUS NOT = "00"
            *> without the delete images a rebuild would put every key
            *> straight back - the master is not touched
            DISPLAY "ERROR OPENING PRIMEJRN - FILE STATUS "
                WS-JRN-STATUS " - NO KEYS REMOVED"
            MOVE 0 TO WS-KEYS-GATHERED
            MOVE "JOURNAL WOULD NOT OPEN - NO KEYS REMOVED"
                TO WS-RPT-LINE
            PERFORM 2900-WRITE-REPORT-LINE
            IF WS-RETURN-CODE < 12
                MOVE 12 TO WS-RETURN-CODE
            END-IF
        ELSE
            OPEN INPUT BACKOUT-WORK-FILE
            PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                    OR WS-JRN-STATUS NOT = "00"
                READ BACKOUT-WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        PERFORM 3250-WRITE-DELETE-IMAGE
                END-READ
            END-PERFORM
            CLOSE BACKOUT-WORK-FILE
            CLOSE PRIME-JOURNAL-FILE
        END-IF
    END-IF.

3250-WRITE-DELETE-IMAGE.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE BKW-PRIME-KEY TO JRN-PRIME-KEY
    MOVE 'D' TO JRN-FLAG
    MOVE WS-START-DATETIME(1:8) TO JRN-LOAD-DATE
    MOVE WS-BACKOUT-ID TO JRN-REQUEST-ID
    MOVE WS-NOW-DATETIME(1:14) TO JRN-TIMESTAMP
    WRITE PRIME-JOURNAL-RECORD
    IF WS-JRN-STATUS = "00"
        ADD 1 TO WS-IMAGES-WRITTEN
    ELSE
        *> a key deleted without its image comes back on the next
        *> rebuild - the deletes are not done at all
        MOVE BKW-PRIME-KEY TO WS-NUM-EDIT
        DISPLAY "ERROR WRITING DELETE IMAGE FOR KEY " WS-NUM-EDIT
            " - FILE STATUS " WS-JRN-STATUS " - NO KEYS REMOVED"
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "JOURNAL WRITE FAILED AT KEY " DELIMITED BY SIZE
            WS-NUM-EDIT DELIMITED BY SIZE
            " - NO KEYS REMOVED" DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE
        IF WS-RETURN-CODE < 12
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

3300-DELETE-GATHERED-KEYS.
    IF WS-KEYS-GATHERED > 0
        OPEN INPUT BACKOUT-WORK-FILE
        PERFORM UNTIL WS-WORK-STATUS NOT = "00"
            READ BACKOUT-WORK-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE BKW-PRIME-KEY TO VSAM-PRIME-KEY
                    DELETE PRIME-VSAM-FILE RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                    EVALUATE WS-VSAM-STATUS
                        WHEN "00"
                            ADD 1 TO WS-KEYS-DELETED
                        WHEN "23"
                            ADD 1 TO WS-KEYS-ABSENT
                        WHEN OTHER
                            PERFORM 3350-REPORT-FAILED-DELETE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE BACKOUT-WORK-FILE
    END-IF.

*> a key the master would not give up is still on file, so the
*> request is not done - an update error, and the request keeps its
*> status for a re-run
3350-REPORT-FAILED-DELETE.
    ADD 1 TO WS-KEYS-DEL-FAILED
    MOVE BKW-PRIME-KEY TO WS-NUM-EDIT
    DISPLAY "DELETE OF KEY " WS-NUM-EDIT " FAILED - FILE STATUS "
        WS-VSAM-STATUS
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "DELETE OF KEY " DELIMITED BY SIZE
        WS-NUM-EDIT DELIMITED BY SIZE
        " FAILED - FILE STATUS " DELIMITED BY SIZE
        WS-VSAM-STATUS DELIMITED BY SIZE
        INTO WS-RPT-LINE
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    IF WS-RETURN-CODE < 12
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

*> ----- tonight's sequential outputs -----

*> each output is copied to the work file without this request's
*> records and copied back - an output holding none of them is left
*> exactly as it was
4000-STRIP-NIGHT-OUTPUTS.
    PERFORM 4100-STRIP-PRIMEOUT
    PERFORM 4200-STRIP-FACTOROUT
    PERFORM 4300-STRIP-FACTFULL
    PERFORM 4400-STRIP-GOLDBOUT.

4100-STRIP-PRIMEOUT.
    MOVE 0 TO WS-RECS-KEPT
    MOVE 0 TO WS-RECS-STRIPPED
    MOVE "PRIMEOUT" TO WS-STRIP-FILE
    OPEN INPUT PRIME-OUT-FILE
    IF WS-PRIMEOUT-STATUS NOT = "00"
        PERFORM 4900-NOTE-OUTPUT-MISSING
    ELSE
        OPEN OUTPUT BACKOUT-WORK-FILE
        PERFORM UNTIL WS-PRIMEOUT-STATUS NOT = "00"
            READ PRIME-OUT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PRIME-OUT-REQUEST-ID = WS-BACKOUT-ID
                        ADD 1 TO WS-RECS-STRIPPED
                    ELSE
                        ADD 1 TO WS-RECS-KEPT
                        MOVE SPACES TO BACKOUT-WORK-RECORD
                        MOVE PRIME-OUT-RECORD TO BACKOUT-WORK-RECORD(1:16)
                        WRITE BACKOUT-WORK-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRIME-OUT-FILE
        CLOSE BACKOUT-WORK-FILE

        IF WS-RECS-STRIPPED > 0
            OPEN OUTPUT PRIME-OUT-FILE
            OPEN INPUT BACKOUT-WORK-FILE
            PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                READ BACKOUT-WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE BACKOUT-WORK-RECORD(1:16) TO PRIME-OUT-RECORD
                        WRITE PRIME-OUT-RECORD
                END-READ
            END-PERFORM
            CLOSE BACKOUT-WORK-FILE
            CLOSE PRIME-OUT-FILE
        END-IF
        MOVE WS-RECS-STRIPPED TO WS-PRIMES-STRIPPED
        PERFORM 4950-REPORT-STRIPPED
    END-IF.

4200-STRIP-FACTOROUT.
    MOVE 0 TO WS-RECS-KEPT
    MOVE 0 TO WS-RECS-STRIPPED
    MOVE "FACTOROUT" TO WS-STRIP-FILE
    OPEN INPUT FACTOR-OUT-FILE
    IF WS-FACTOUT-STATUS NOT = "00"
        PERFORM 4900-NOTE-OUTPUT-MISSING
    ELSE
        OPEN OUTPUT BACKOUT-WORK-FILE
        PERFORM UNTIL WS-FACTOUT-STATUS NOT = "00"
            READ FACTOR-OUT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF FACTOR-REQUEST-ID = WS-BACKOUT-ID
                        ADD 1 TO WS-RECS-STRIPPED
                    ELSE
                        ADD 1 TO WS-RECS-KEPT
                        MOVE SPACES TO BACKOUT-WORK-RECORD
                        MOVE FACTOR-OUT-RECORD
                            TO BACKOUT-WORK-RECORD(1:24)
                        WRITE BACKOUT-WORK-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FACTOR-OUT-FILE
        CLOSE BACKOUT-WORK-FILE

        IF WS-RECS-STRIPPED > 0
            OPEN OUTPUT FACTOR-OUT-FILE
            OPEN INPUT BACKOUT-WORK-FILE
            PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                READ BACKOUT-WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE BACKOUT-WORK-RECORD(1:24)
                            TO FACTOR-OUT-RECORD
                        WRITE FACTOR-OUT-RECORD
                END-READ
            END-PERFORM
            CLOSE BACKOUT-WORK-FILE
            CLOSE FACTOR-OUT-FILE
        END-IF
        MOVE WS-RECS-STRIPPED TO WS-FACTS-STRIPPED
        PERFORM 4950-REPORT-STRIPPED
    END-IF.

*> the full factorization line carries the request id in its first
*> eight columns
4300-STRIP-FACTFULL.
    MOVE 0 TO WS-RECS-KEPT
    MOVE 0 TO WS-RECS-STRIPPED
    MOVE "FACTFULL" TO WS-STRIP-FILE
    OPEN INPUT FACTOR-FULL-FILE
    IF WS-FACTFULL-STATUS NOT = "00"
        PERFORM 4900-NOTE-OUTPUT-MISSING
    ELSE
        OPEN OUTPUT BACKOUT-WORK-FILE
        PERFORM UNTIL WS-FACTFULL-STATUS NOT = "00"
            READ FACTOR-FULL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF FACTOR-FULL-RECORD(1:8) = WS-BACKOUT-ID
                        ADD 1 TO WS-RECS-STRIPPED
                    ELSE
                        ADD 1 TO WS-RECS-KEPT
                        MOVE FACTOR-FULL-RECORD TO BACKOUT-WORK-RECORD
                        WRITE BACKOUT-WORK-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FACTOR-FULL-FILE
        CLOSE BACKOUT-WORK-FILE

        IF WS-RECS-STRIPPED > 0
            OPEN OUTPUT FACTOR-FULL-FILE
            OPEN INPUT BACKOUT-WORK-FILE
            PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                READ BACKOUT-WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE BACKOUT-WORK-RECORD TO FACTOR-FULL-RECORD
                        WRITE FACTOR-FULL-RECORD
                END-READ
            END-PERFORM
            CLOSE BACKOUT-WORK-FILE
            CLOSE FACTOR-FULL-FILE
        END-IF
        MOVE WS-RECS-STRIPPED TO WS-FULLS-STRIPPED
        PERFORM 4950-REPORT-STRIPPED
    END-IF.

4400-STRIP-GOLDBOUT.
    MOVE 0 TO WS-RECS-KEPT
    MOVE 0 TO WS-RECS-STRIPPED
    MOVE "GOLDBOUT" TO WS-STRIP-FILE
    OPEN INPUT GOLDBACH-OUT-FILE
    IF WS-GOLD-STATUS NOT = "00"
        PERFORM 4900-NOTE-OUTPUT-MISSING
    ELSE
        OPEN OUTPUT BACKOUT-WORK-FILE
        PERFORM UNTIL WS-GOLD-STATUS NOT = "00"
            READ GOLDBACH-OUT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF GOLD-REQUEST-ID = WS-BACKOUT-ID
                        ADD 1 TO WS-RECS-STRIPPED
                    ELSE
                        ADD 1 TO WS-RECS-KEPT
                        MOVE SPACES TO BACKOUT-WORK-RECORD
                        MOVE GOLDBACH-OUT-RECORD
                            TO BACKOUT-WORK-RECORD(1:32)
                        WRITE BACKOUT-WORK-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GOLDBACH-OUT-FILE
        CLOSE BACKOUT-WORK-FILE

        IF WS-RECS-STRIPPED > 0
            OPEN OUTPUT GOLDBACH-OUT-FILE
            OPEN INPUT BACKOUT-WORK-FILE
            PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                READ BACKOUT-WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE BACKOUT-WORK-RECORD(1:32)
                            TO GOLDBACH-OUT-RECORD
                        WRITE GOLDBACH-OUT-RECORD
                END-READ
            END-PERFORM
            CLOSE BACKOUT-WORK-FILE
            CLOSE GOLDBACH-OUT-FILE
        END-IF
        MOVE WS-RECS-STRIPPED TO WS-GOLDS-STRIPPED
        PERFORM 4950-REPORT-STRIPPED
    END-IF.

*> a missing output simply holds nothing to strip - the night it
*> belonged to has already been replaced
4900-NOTE-OUTPUT-MISSING.
    MOVE SPACES TO WS-RPT-LINE
    STRING
        WS-STRIP-FILE DELIMITED BY SPACE
        " NOT AVAILABLE - NOTHING STRIPPED" DELIMITED BY SIZE
        INTO WS-RPT-LINE
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE.

4950-REPORT-STRIPPED.
    MOVE WS-RECS-STRIPPED TO WS-COUNT-EDIT
    MOVE SPACES TO WS-RPT-LINE
    STRING
        WS-STRIP-FILE DELIMITED BY SIZE
        " RECORDS STRIPPED  : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE.

*> ----- close the request out -----

5000-MARK-BACKED-OUT.
    MOVE WS-BACKOUT-ID TO RQ-REQUEST-ID
    READ REQUEST-MASTER-FILE
        INVALID KEY
            CONTINUE
    END-READ
    IF WS-REQM-STATUS = "00"
        MOVE "BACKEDOUT" TO RQ-STATUS
        REWRITE REQUEST-MASTER-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    END-IF
    IF WS-REQM-STATUS NOT = "00"
        DISPLAY "ERROR UPDATING REQUEST MASTER FOR " WS-BACKOUT-ID
            " - FILE STATUS " WS-REQM-STATUS
        IF WS-RETURN-CODE < 12
            MOVE 12 TO WS-RETURN-CODE
        END-IF
    END-IF.

*> deliberately outside the RANGE= layout - the monthly statistics
*> keep the original run's line, this one records that it was undone
5100-WRITE-BACKOUT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE WS-KEYS-DELETED TO WS-COUNT-EDIT
    MOVE SPACES TO WS-AUDIT-LINE
    STRING
        WS-NOW-DATETIME(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-NOW-DATETIME(9:6) DELIMITED BY SIZE
        " BACKOUT REQ=" DELIMITED BY SIZE
        WS-BACKOUT-ID DELIMITED BY SIZE
        " KEYS=" DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        " COV=" DELIMITED BY SIZE
        WS-COV-ACTION DELIMITED BY SIZE
        " BY=REQBKOUT" DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    END-STRING

    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE.

5500-WRITE-SUMMARY.
    PERFORM 2900-WRITE-REPORT-LINE
    IF WS-BACKOUT-OK = 'Y'
        MOVE WS-IMAGES-READ TO WS-COUNT-EDIT
        STRING
            "AFTER-IMAGES FOUND   : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        MOVE WS-KEYS-DELETED TO WS-COUNT-EDIT
        STRING
            "KEYS REMOVED         : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        MOVE WS-KEYS-DEL-FAILED TO WS-COUNT-EDIT
        STRING
            "DELETES FAILED       : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        MOVE WS-IMAGES-WRITTEN TO WS-COUNT-EDIT
        STRING
            "DELETE IMAGES WRITTEN: " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        MOVE WS-KEYS-RETAINED TO WS-COUNT-EDIT
        STRING
            "KEYS KEPT (COVERED)  : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        MOVE WS-KEYS-ABSENT TO WS-COUNT-EDIT
        STRING
            "KEYS ALREADY ABSENT  : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        STRING
            "COVERAGE             : " DELIMITED BY SIZE
            WS-COV-ACTION DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF

    IF WS-RETURN-CODE = 0
        MOVE "REQUEST BACKED OUT" TO WS-RPT-LINE
    ELSE
        MOVE "BACK-OUT HAS EXCEPTIONS - SEE LINES ABOVE" TO WS-RPT-LINE
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE
    DISPLAY "REQBKOUT " WS-BACKOUT-ID " REMOVED " WS-KEYS-DELETED
        " KEY(S), ENDED RC " WS-RETURN-CODE.
