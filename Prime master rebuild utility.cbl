*> card chooses the function:
*>   REBUILD - empty the cluster and reload it from the last backup
*>             copy (PRIMEBKP) plus every after-image on the journal
*>             (PRIMEJRN), proving each key prime as it loads; a
*>             delete image left by a request back-out takes its key
*>             off again
*>   VERIFY  - the weekly check: every key on the cluster must pass a
*>             primality test, and every prime inside a range the
*>             coverage records claim was scanned must be on file
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RRPT-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.

DATA DIVISION.
FILE SECTION.

FD  REBUILD-REPORT-FILE.
01  REBUILD-REPORT-RECORD    PIC X(80).

*> shared operations exception feed - see the morning exception
*> summary for the layout
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-BKP-STATUS      PIC XX.
01 WS-JRN-APPLIED     PIC 9(09) VALUE 0.
01 WS-JRN-PRESENT     PIC 9(09) VALUE 0.
01 WS-JRN-NOT-PRIME   PIC 9(09) VALUE 0.
01 WS-JRN-DELETED     PIC 9(09) VALUE 0.
01 WS-JRN-DEL-ABSENT  PIC 9(09) VALUE 0.
01 WS-JRN-DEL-FAILED  PIC 9(09) VALUE 0.

01 WS-KEYS-CHECKED    PIC 9(09) VALUE 0.
01 WS-KEYS-BAD        PIC 9(09) VALUE 0.
01 WS-RANGES-CHECKED  PIC 9(05) VALUE 0.
01 WS-PRIMES-MISSING  PIC 9(09) VALUE 0.
01 WS-MISSING-BEFORE  PIC 9(09) VALUE 0.
01 WS-MISSING-NEW     PIC 9(09) VALUE 0.
01 WS-JRN-MISSING     PIC X VALUE 'N'.
01 WS-SWEEP-EOF       PIC X VALUE 'N'.
01 WS-WALK-NUM        PIC 9(07) VALUE 0.
01 WS-COV-EOF         PIC X VALUE 'N'.
01 WS-NUM2-EDIT       PIC ZZZZZZ9.
01 WS-COUNT-EDIT      PIC ZZZZZZZZ9.

*> one line per exception on the shared feed the morning summary
*> reads. it is appended outside the run-lock convention on purpose -
*> a run turned away by a lock must still be able to say so
01 WS-EXCP-STATUS     PIC XX.
01 WS-EXCP-DATETIME   PIC X(21).
01 WS-EXCP-REC.
    05 WS-EXC-DATE        PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TIME        PIC X(06).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-SEVERITY    PIC X(07).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-PROGRAM     PIC X(08) VALUE "PRIMRBLD".
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REQUEST-ID  PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REASON      PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TEXT        PIC X(49).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
            PERFORM 5000-VERIFY-MASTER
        END-IF
        PERFORM 3500-WRITE-SUMMARY
        PERFORM 3600-WRITE-EXCEPTIONS
        CLOSE REBUILD-REPORT-FILE
    ELSE
        MOVE "SEVERE" TO WS-EXC-SEVERITY
        MOVE SPACES TO WS-EXC-REQUEST-ID
        MOVE "OPENFAIL" TO WS-EXC-REASON
        MOVE "FILES COULD NOT BE OPENED - NOTHING RUN"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    END-IF

    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

*> severity, request id, reason code and text are set by the caller
0290-WRITE-EXCEPTION.
    MOVE FUNCTION CURRENT-DATE TO WS-EXCP-DATETIME
    MOVE WS-EXCP-DATETIME(1:8) TO WS-EXC-DATE
    MOVE WS-EXCP-DATETIME(9:6) TO WS-EXC-TIME

    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCP-STATUS NOT = "00"
        OPEN OUTPUT EXCEPTION-FILE
    END-IF
    MOVE WS-EXCP-REC TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    CLOSE EXCEPTION-FILE.

1000-READ-PARM-CARD.
    MOVE SPACES TO RB-FUNCTION-X
    OPEN INPUT REBUILD-PARM-FILE
        MOVE 20 TO WS-RETURN-CODE
    ELSE
        PERFORM 4100-LOAD-FROM-BACKUP
        *> the load needs OUTPUT to empty the cluster, but the
        *> journal's delete images need I-O - a DELETE is refused on
        *> a file opened OUTPUT
        CLOSE PRIME-VSAM-FILE
        OPEN I-O PRIME-VSAM-FILE
        IF WS-VSAM-STATUS NOT = "00"
            DISPLAY "ERROR REOPENING PRIMEVSAM FOR JOURNAL - "
                "FILE STATUS " WS-VSAM-STATUS
            MOVE 20 TO WS-RETURN-CODE
        ELSE
            PERFORM 4200-APPLY-JOURNAL
            CLOSE PRIME-VSAM-FILE
        END-IF
    END-IF.

4100-LOAD-FROM-BACKUP.
        MOVE "NO JOURNAL - CLUSTER HOLDS THE BACKUP ONLY"
            TO WS-RPT-LINE
        PERFORM 2900-WRITE-REPORT-LINE
        MOVE 'Y' TO WS-JRN-MISSING
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

4250-APPLY-ONE-IMAGE.
    *> a delete image is a back-out taking a request's key off the
    *> master - replaying it keeps the key gone even though the
    *> backup copy or an earlier after-image put it back
    IF JRN-FLAG = 'D'
        MOVE JRN-PRIME-KEY TO VSAM-PRIME-KEY
        DELETE PRIME-VSAM-FILE RECORD
            INVALID KEY
                ADD 1 TO WS-JRN-DEL-ABSENT
            NOT INVALID KEY
                ADD 1 TO WS-JRN-DELETED
        END-DELETE
        IF WS-VSAM-STATUS NOT = "00" AND WS-VSAM-STATUS NOT = "23"
            PERFORM 4255-REPORT-FAILED-DELETE
        END-IF
    ELSE
        PERFORM 4260-APPLY-AFTER-IMAGE
    END-IF.

*> a delete that did not happen leaves a backed-out key on the
*> master, so it is an update error and not just a count
4255-REPORT-FAILED-DELETE.
    ADD 1 TO WS-JRN-DEL-FAILED
    MOVE JRN-PRIME-KEY TO WS-NUM-EDIT
    STRING
        "JOURNAL DELETE OF KEY " DELIMITED BY SIZE
        WS-NUM-EDIT DELIMITED BY SIZE
        " FAILED - FILE STATUS " DELIMITED BY SIZE
        WS-VSAM-STATUS DELIMITED BY SIZE
        INTO WS-RPT-LINE
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    IF WS-RETURN-CODE < 12
        MOVE 12 TO WS-RETURN-CODE
    END-IF.

4260-APPLY-AFTER-IMAGE.
    MOVE JRN-PRIME-KEY TO WS-TEST-NUM
    PERFORM 2950-TEST-PRIME
    IF WS-TEST-PRIME = 'N'
                    ADD 1 TO WS-RANGES-CHECKED
                    MOVE COV-LOW-BOUND TO WS-RANGE-LOW
                    MOVE COV-HIGH-BOUND TO WS-RANGE-HIGH
                    MOVE WS-PRIMES-MISSING TO WS-MISSING-BEFORE
                    PERFORM 5400-WALK-ONE-RANGE
                    IF WS-PRIMES-MISSING > WS-MISSING-BEFORE
                        PERFORM 5450-NOTE-MISSING-PRIMES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCAN-COVERAGE-FILE
        ADD 1 TO WS-WALK-NUM
    END-PERFORM.

*> one exception per covered range with holes, under the request
*> that claimed to have scanned it
5450-NOTE-MISSING-PRIMES.
    COMPUTE WS-MISSING-NEW = WS-PRIMES-MISSING - WS-MISSING-BEFORE
    MOVE WS-MISSING-NEW TO WS-COUNT-EDIT
    MOVE WS-RANGE-LOW TO WS-NUM-EDIT
    MOVE WS-RANGE-HIGH TO WS-NUM2-EDIT
    MOVE "ERROR" TO WS-EXC-SEVERITY
    MOVE COV-REQUEST-ID TO WS-EXC-REQUEST-ID
    MOVE "RBLDMISS" TO WS-EXC-REASON
    MOVE SPACES TO WS-EXC-TEXT
    STRING
        WS-COUNT-EDIT DELIMITED BY SIZE
        " PRIMES MISSING FROM" DELIMITED BY SIZE
        WS-NUM-EDIT DELIMITED BY SIZE
        " -" DELIMITED BY SIZE
        WS-NUM2-EDIT DELIMITED BY SIZE
        INTO WS-EXC-TEXT
    END-STRING
    PERFORM 0290-WRITE-EXCEPTION.

3500-WRITE-SUMMARY.
    PERFORM 2900-WRITE-REPORT-LINE
    IF WS-FUNCTION = "REBUILD"
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        MOVE WS-JRN-DELETED TO WS-COUNT-EDIT
        MOVE WS-JRN-DEL-ABSENT TO WS-NUM-EDIT
        STRING
            "JOURNAL KEYS DELETED : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            WS-NUM-EDIT DELIMITED BY SIZE
            " ALREADY ABSENT)" DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        MOVE WS-JRN-DEL-FAILED TO WS-COUNT-EDIT
        STRING
            "DELETES FAILED       : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE

        MOVE WS-BKP-NOT-PRIME TO WS-COUNT-EDIT
        MOVE WS-JRN-NOT-PRIME TO WS-NUM-EDIT
        STRING
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE
    DISPLAY "PRIMRBLD " WS-FUNCTION " ENDED RC " WS-RETURN-CODE.

*> the rest of the night's trouble goes on the exception feed as one
*> line per kind, with the count - the report holds the keys
3600-WRITE-EXCEPTIONS.
    MOVE SPACES TO WS-EXC-REQUEST-ID
    IF WS-RETURN-CODE = 20
        MOVE "SEVERE" TO WS-EXC-SEVERITY
        MOVE "OPENFAIL" TO WS-EXC-REASON
        MOVE "PRIMEVSAM COULD NOT BE OPENED - NOTHING RUN"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    END-IF

    MOVE "ERROR" TO WS-EXC-SEVERITY
    IF WS-BKP-NOT-PRIME > 0
        MOVE WS-BKP-NOT-PRIME TO WS-COUNT-EDIT
        MOVE "RBLDBKEY" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            WS-COUNT-EDIT DELIMITED BY SIZE
            " BACKUP KEYS NOT PRIME - NOT LOADED" DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
    END-IF
    IF WS-JRN-NOT-PRIME > 0
        MOVE WS-JRN-NOT-PRIME TO WS-COUNT-EDIT
        MOVE "RBLDJKEY" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            WS-COUNT-EDIT DELIMITED BY SIZE
            " JOURNAL KEYS NOT PRIME - NOT APPLIED"
                DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
    END-IF
    IF WS-JRN-DEL-FAILED > 0
        MOVE WS-JRN-DEL-FAILED TO WS-COUNT-EDIT
        MOVE "RBLDDELF" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            WS-COUNT-EDIT DELIMITED BY SIZE
            " JOURNAL DELETES FAILED - KEYS STILL ON"
                DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
    END-IF
    IF WS-JRN-MISSING = 'Y'
        MOVE "RBLDNJRN" TO WS-EXC-REASON
        MOVE "NO JOURNAL - CLUSTER HOLDS THE BACKUP ONLY"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    END-IF
    IF WS-KEYS-BAD > 0
        MOVE WS-KEYS-BAD TO WS-COUNT-EDIT
        MOVE "RBLDBADK" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            WS-COUNT-EDIT DELIMITED BY SIZE
            " KEYS ON FILE FAIL THE PRIMALITY TEST"
                DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.
