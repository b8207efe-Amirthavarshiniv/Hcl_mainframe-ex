        RECORD KEY IS LCK-RESOURCE
        FILE STATUS IS WS-LOCK-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.

DATA DIVISION.
FILE SECTION.

    05 CC-REQUEST-ID         PIC X(08).
*> how many primes a mode R request draws - other modes leave it blank
    05 CC-COUNT-X            PIC X(07).
*> the requesting department / cost centre the run is billed to
    05 CC-DEPT-ID            PIC X(05).

*> optional run-level card: the most minutes the whole run may hold
*> the batch window - blank or missing means no budget
    05 RQ-ENDED-TS           PIC X(14).
    05 RQ-RC                 PIC 9(03).
    05 RQ-COUNT-X            PIC X(07).
*> who asked for the request and what it cost the batch window - the
*> monthly chargeback bills each department from these. a resumed
*> request carries its candidates and primes forward through the
*> checkpoint and adds each night's elapsed seconds
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

*> one record per contiguous scan actually completed, keyed by its
*> low bound - the inquiry programs answer NOT PRIME only for numbers
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

*> shared operations exception feed - see the morning exception
*> summary for the layout
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01 WS-NUM   PIC 9(07).
01 WS-I     PIC 9(07).

01 WS-REQUEST-ID    PIC X(08) VALUE SPACES.
01 WS-REQUEST-RC    PIC 9(03) VALUE 0.
01 WS-DEPT-ID       PIC X(05) VALUE SPACES.
01 WS-CARD-COUNT    PIC 9(05) VALUE 0.
01 WS-QUEUE-TAKEN   PIC 9(05) VALUE 0.
01 WS-QUEUE-EOF     PIC X VALUE 'N'.
01 WS-END-SECONDS       PIC 9(07) VALUE 0.
01 WS-ELAPSED-SECONDS   PIC 9(07) VALUE 0.

*> the one request's share of the window, timed around the request
*> itself - the run-level elapsed above starts at job start
01 WS-REQ-BEGIN-DATETIME PIC X(21).
01 WS-REQ-BEGIN-SECONDS  PIC 9(07) VALUE 0.
01 WS-REQ-END-SECONDS    PIC 9(07) VALUE 0.
01 WS-REQ-ELAPSED        PIC 9(07) VALUE 0.

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
    05 WS-EXC-PROGRAM     PIC X(08) VALUE "EXERCISE".
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REQUEST-ID  PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REASON      PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TEXT        PIC X(49).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
        MOVE SPACES TO WS-REQUEST-ID
        MOVE WS-RETURN-CODE TO WS-REQUEST-RC
        PERFORM 3200-WRITE-AUDIT-LOG
        MOVE "SEVERE" TO WS-EXC-SEVERITY
        MOVE SPACES TO WS-EXC-REQUEST-ID
        MOVE "OPENFAIL" TO WS-EXC-REASON
        MOVE "OUTPUT FILES COULD NOT BE OPENED - NOTHING RUN"
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

*> the card deck no longer drives the run directly - cards are queued
*> onto the request master first, and the run then works everything
*> PENDING or RUNNING there, so a request survives a rejected card or
    MOVE WS-NOW-DATETIME(1:14) TO RQ-ADDED-TS
    MOVE 0 TO RQ-RC
    MOVE CC-COUNT-X TO RQ-COUNT-X
    MOVE CC-DEPT-ID TO RQ-DEPT-ID
    MOVE 0 TO RQ-TESTED
    MOVE 0 TO RQ-PRIMES
    MOVE 0 TO RQ-ELAPSED
    MOVE 0 TO RQ-XMIT-COUNT
    MOVE 0 TO RQ-XMIT-HASH
    MOVE 'N' TO RQ-RESEND
    *> a deck card has no terminal user behind it - the batch run
    *> that queued it stands as the submitter
    MOVE WS-LOCK-HOLDER TO RQ-SUBMIT-USER
    *> a request id already on the master keeps its record and its
    *> status - re-submitting last night's deck must not re-run what
    *> already completed
                MOVE 'Y' TO WS-QUEUE-EOF
            NOT AT END
                *> a RUNNING entry belongs to a run that died - the
                *> checkpoint logic resumes it exactly as before. an
                *> AWAITAPPR entry waits for a supervisor on PAPR and
                *> is passed over until it is approved to PENDING
                IF RQ-STATUS = "PENDING" OR RQ-STATUS = "RUNNING"
                    PERFORM 1070-RUN-ONE-QUEUED-REQUEST
                END-IF
    MOVE RQ-MODE TO CC-MODE
    MOVE RQ-REQUEST-ID TO CC-REQUEST-ID
    MOVE RQ-COUNT-X TO CC-COUNT-X
    MOVE RQ-DEPT-ID TO CC-DEPT-ID
    MOVE RQ-DEPT-ID TO WS-DEPT-ID

    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE WS-NOW-DATETIME TO WS-REQ-BEGIN-DATETIME
    MOVE "RUNNING" TO RQ-STATUS
    IF RQ-STARTED-TS = SPACES
        MOVE WS-NOW-DATETIME(1:14) TO RQ-STARTED-TS
    PERFORM 1100-PROCESS-ONE-REQUEST

    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    PERFORM 1075-RECORD-REQUEST-USAGE
    IF WS-TIME-EXPIRED = 'Y'
        *> the budget ran out mid-request - it stays RUNNING so the
        *> next night's run resumes it from the checkpoint
        EVALUATE TRUE
            WHEN WS-REQUEST-RC = 16
                MOVE "REJECTED" TO RQ-STATUS
                MOVE "REQREJ" TO WS-EXC-REASON
            WHEN WS-REQUEST-RC >= 8
                MOVE "FAILED" TO RQ-STATUS
                MOVE "REQFAIL" TO WS-EXC-REASON
            WHEN OTHER
                MOVE "COMPLETE" TO RQ-STATUS
        END-EVALUATE
        MOVE WS-NOW-DATETIME(1:14) TO RQ-ENDED-TS
        MOVE WS-REQUEST-RC TO RQ-RC
        IF RQ-STATUS NOT = "COMPLETE"
            PERFORM 1080-WRITE-REQUEST-EXCEPTION
        END-IF
    END-IF
    REWRITE REQUEST-MASTER-RECORD
        INVALID KEY
                RQ-REQUEST-ID " - FILE STATUS " WS-REQM-STATUS
    END-REWRITE.

*> a request that ended badly goes on the exception feed, so the
*> morning summary shows it without anyone reading REQSTRPT
1080-WRITE-REQUEST-EXCEPTION.
    MOVE "ERROR" TO WS-EXC-SEVERITY
    MOVE RQ-REQUEST-ID TO WS-EXC-REQUEST-ID
    MOVE WS-REQUEST-RC TO WS-AUDIT-RC-EDIT
    MOVE SPACES TO WS-EXC-TEXT
    STRING
        "REQUEST " DELIMITED BY SIZE
        RQ-STATUS DELIMITED BY SPACE
        " RC=" DELIMITED BY SIZE
        WS-AUDIT-RC-EDIT DELIMITED BY SIZE
        " RANGE " DELIMITED BY SIZE
        RQ-LOW-BOUND-X DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        RQ-HIGH-BOUND-X DELIMITED BY SIZE
        INTO WS-EXC-TEXT
    END-STRING
    PERFORM 0290-WRITE-EXCEPTION.

*> usage for the chargeback. a request carried over RUNNING from an
*> earlier night adds tonight's seconds to what the master holds; its
*> counters came back from the checkpoint, so they already cover the
*> earlier nights (a request skipped as finished-before-restart takes
*> them from the completion marker). an entry written before usage
*> was kept holds spaces here
1075-RECORD-REQUEST-USAGE.
    COMPUTE WS-REQ-BEGIN-SECONDS =
        FUNCTION NUMVAL(WS-REQ-BEGIN-DATETIME(9:2)) * 3600
        + FUNCTION NUMVAL(WS-REQ-BEGIN-DATETIME(11:2)) * 60
        + FUNCTION NUMVAL(WS-REQ-BEGIN-DATETIME(13:2))
    COMPUTE WS-REQ-END-SECONDS =
        FUNCTION NUMVAL(WS-NOW-DATETIME(9:2)) * 3600
        + FUNCTION NUMVAL(WS-NOW-DATETIME(11:2)) * 60
        + FUNCTION NUMVAL(WS-NOW-DATETIME(13:2))
    IF WS-REQ-END-SECONDS >= WS-REQ-BEGIN-SECONDS
        COMPUTE WS-REQ-ELAPSED =
            WS-REQ-END-SECONDS - WS-REQ-BEGIN-SECONDS
    ELSE
        COMPUTE WS-REQ-ELAPSED =
            WS-REQ-END-SECONDS + 86400 - WS-REQ-BEGIN-SECONDS
    END-IF

    IF RQ-ELAPSED IS NOT NUMERIC
        MOVE 0 TO RQ-ELAPSED
    END-IF
    IF WS-PRIOR-STATUS = "RUNNING"
        ADD WS-REQ-ELAPSED TO RQ-ELAPSED
    ELSE
        MOVE WS-REQ-ELAPSED TO RQ-ELAPSED
    END-IF

    EVALUATE TRUE
        WHEN WS-VALID-PARMS = 'N'
            MOVE 0 TO RQ-TESTED
            MOVE 0 TO RQ-PRIMES
        WHEN WS-SKIP-THIS = 'Y'
            MOVE WS-SAVE-CANDIDATES-TESTED TO RQ-TESTED
            MOVE WS-SAVE-PRIME-COUNT TO RQ-PRIMES
        WHEN OTHER
            MOVE WS-CANDIDATES-TESTED TO RQ-TESTED
            MOVE WS-PRIME-COUNT TO RQ-PRIMES
    END-EVALUATE.

1100-PROCESS-ONE-REQUEST.
    IF CC-REQUEST-ID = SPACES
        MOVE SPACES TO WS-REQUEST-ID
    MOVE 'T' TO CC-MODE
    MOVE SPACES TO CC-REQUEST-ID
    MOVE SPACES TO CC-COUNT-X
    MOVE SPACES TO CC-DEPT-ID
    MOVE SPACES TO WS-DEPT-ID
    PERFORM 1100-PROCESS-ONE-REQUEST.

*> the restarted run's report holds no pages for requests the prior
        WS-REQUEST-ID DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    END-STRING
    *> the department rides in the last five columns, clear of every
    *> field the statistics and reconciliation read by position
    MOVE WS-DEPT-ID TO WS-AUDIT-LINE(76:5)

    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "00"

    MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE

    MOVE "WARNING" TO WS-EXC-SEVERITY
    MOVE WS-REQUEST-ID TO WS-EXC-REQUEST-ID
    MOVE "TIMEBOX" TO WS-EXC-REASON
    MOVE SPACES TO WS-EXC-TEXT
    STRING
        "TIME-BOXED AFTER " DELIMITED BY SIZE
        WS-AUDIT-LOW-EDIT DELIMITED BY SIZE
        " - RESUMES NEXT RUN" DELIMITED BY SIZE
        INTO WS-EXC-TEXT
    END-STRING
    PERFORM 0290-WRITE-EXCEPTION.
