        RECORD KEY IS LCK-RESOURCE
        FILE STATUS IS WS-LOCK-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.

DATA DIVISION.
FILE SECTION.

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

FD  PRIME-OUT-FILE.
01  PRIME-OUT-RECORD.
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

*> shared operations exception feed - see the morning exception
*> summary for the layout
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01 WS-REQM-STATUS     PIC XX.
01 WS-PRIMEOUT-STATUS PIC XX.
01 WS-TOT-PRIMES      PIC 9(09) VALUE 0.
01 WS-TOT-FACTORS     PIC 9(09) VALUE 0.
01 WS-DISCREP-COUNT   PIC 9(09) VALUE 0.
01 WS-DISCREP-BEFORE  PIC 9(09) VALUE 0.
01 WS-DISCREP-NEW     PIC 9(09) VALUE 0.

01 WS-AUDIT-FOUND     PIC X VALUE 'N'.
01 WS-AUDIT-PRIMES    PIC 9(09) VALUE 0.
01 WS-COUNT-EDIT      PIC ZZZZZZZZ9.
01 WS-COUNT2-EDIT     PIC ZZZZZZZZ9.

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
    05 WS-EXC-PROGRAM     PIC X(08) VALUE "PRIMCHEK".
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REQUEST-ID  PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REASON      PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TEXT        PIC X(49).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
        PERFORM 2100-READ-NEXT-PRIME
        PERFORM 2200-READ-NEXT-FACTOR
        PERFORM 1000-PROCESS-MASTER-REQUESTS
        MOVE WS-DISCREP-COUNT TO WS-DISCREP-BEFORE
        MOVE SPACES TO WS-REQUEST-ID
        PERFORM 2500-CHECK-TRAILING-RECORDS
        PERFORM 1690-NOTE-DISCREPANCIES
        PERFORM 3500-WRITE-RECON-SUMMARY
        CLOSE PRIME-OUT-FILE
        CLOSE FACTOR-OUT-FILE
        CLOSE PRIME-VSAM-FILE
        CLOSE RECON-REPORT-FILE
    ELSE
        MOVE "SEVERE" TO WS-EXC-SEVERITY
        MOVE SPACES TO WS-EXC-REQUEST-ID
        MOVE "OPENFAIL" TO WS-EXC-REASON
        MOVE "FILES COULD NOT BE OPENED - NOTHING RUN"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    END-IF

    PERFORM 0270-RELEASE-RUN-LOCKS
            " - RUN REFUSED (RC 24)"
        MOVE "DENIED" TO WS-LOCK-EVENT
        PERFORM 0280-WRITE-LOCK-AUDIT
        MOVE "SEVERE" TO WS-EXC-SEVERITY
        MOVE SPACES TO WS-EXC-REQUEST-ID
        MOVE "LOCKDENY" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            "LOCK " DELIMITED BY SIZE
            WS-LOCK-NAME(WS-LOCK-IDX) DELIMITED BY SPACE
            " HELD BY " DELIMITED BY SIZE
            WS-LOCK-OTHER DELIMITED BY SIZE
            " - RUN REFUSED" DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.

0260-DROP-HELD-LOCKS.
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE.

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

*> one pass over each output file collecting the distinct request
*> ids in first-appearance order - exactly the order the scan run
*> wrote them, resume nights included
    END-IF.

1600-RECONCILE-ONE-REQUEST.
    MOVE WS-DISCREP-COUNT TO WS-DISCREP-BEFORE
    MOVE 'N' TO WS-ENTRY-FOUND
    IF WS-REQM-OK = 'Y'
        MOVE WS-REQUEST-ID TO RQ-REQUEST-ID
        PERFORM 1650-HANDLE-UNKNOWN-REQUEST
    ELSE
        PERFORM 1680-RECONCILE-KNOWN-REQUEST
    END-IF
    PERFORM 1690-NOTE-DISCREPANCIES.

*> the stand-alone default run queues nothing on the master but
*> still writes under its generated id - its output reconciles
        *> a request that did not complete tonight (rejected, failed
        *> part-way, or time-boxed and still running) may have left
        *> partial records - pass over them so the next request's
        *> walk starts at its own records. a completed request the
        *> extract has since sent on carries its transmission state
        *> instead and is still reconciled
        WHEN RQ-STATUS NOT = "COMPLETE"
                AND RQ-STATUS NOT = "XMITTED"
                AND RQ-STATUS NOT = "ACKED"
                AND RQ-STATUS NOT = "RCVREJECT"
            MOVE SPACES TO WS-RECON-LINE
            STRING
                "REQUEST " DELIMITED BY SIZE
            END-IF
    END-EVALUATE.

*> the report carries the detail; the exception feed gets one line
*> per request that had any, so the morning summary can point at it
1690-NOTE-DISCREPANCIES.
    IF WS-DISCREP-COUNT > WS-DISCREP-BEFORE
        COMPUTE WS-DISCREP-NEW = WS-DISCREP-COUNT - WS-DISCREP-BEFORE
        MOVE WS-DISCREP-NEW TO WS-COUNT-EDIT
        MOVE "ERROR" TO WS-EXC-SEVERITY
        MOVE WS-REQUEST-ID TO WS-EXC-REQUEST-ID
        MOVE "RECONDIS" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            WS-COUNT-EDIT DELIMITED BY SIZE
            " DISCREPANCIES - SEE RECONRPT" DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.

1700-RECONCILE-RANGE.
    MOVE 0 TO WS-PRIME-COUNT
    MOVE 0 TO WS-FACTOR-COUNT
