*> PENDING so the next scan run picks them up without anybody
*> re-keying a card, and everything not COMPLETE is listed on the
*> daily status report - the report replaces grepping DISPLAY output
*> to find out what actually ran. requests held for supervisor
*> approval are listed with who keyed them, and a supervisor's
*> rejection with who made it and why

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

FD  STATUS-REPORT-FILE.
01  STATUS-REPORT-RECORD     PIC X(132).
01 WS-NOT-COMPLETE    PIC 9(05) VALUE 0.
01 WS-REQUEUED        PIC 9(05) VALUE 0.
01 WS-REJECTED-SEEN   PIC 9(05) VALUE 0.
01 WS-AWAITING-SEEN   PIC 9(05) VALUE 0.

01 WS-TODAY-DATETIME  PIC X(21).
01 WS-RPT-LINE        PIC X(132) VALUE SPACES.
        PERFORM 2200-REQUEUE-FAILED
    END-IF

    *> a completed request the extract has sent, or the receiver
    *> has loaded, is as finished as one still marked COMPLETE; one
    *> the receiver turned back is still listed
    IF RQ-STATUS NOT = "COMPLETE"
            AND RQ-STATUS NOT = "XMITTED"
            AND RQ-STATUS NOT = "ACKED"
        ADD 1 TO WS-NOT-COMPLETE
        IF RQ-STATUS = "REJECTED"
            ADD 1 TO WS-REJECTED-SEEN
        END-IF
        IF RQ-STATUS = "AWAITAPPR"
            ADD 1 TO WS-AWAITING-SEEN
        END-IF
        PERFORM 2300-REPORT-ONE-ENTRY
    END-IF.

    IF RQ-STATUS = "PENDING" AND RQ-RC > 0
        MOVE "REQUEUED" TO WS-RPT-LINE(92:8)
    END-IF
    IF RQ-STATUS = "AWAITAPPR"
        STRING
            "KEYED BY " DELIMITED BY SIZE
            RQ-SUBMIT-USER DELIMITED BY SIZE
            INTO WS-RPT-LINE(92:)
        END-STRING
    END-IF
    IF RQ-STATUS = "REJECTED" AND RQ-REVIEW-USER NOT = SPACES
        STRING
            RQ-REVIEW-USER DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            RQ-REVIEW-REASON DELIMITED BY SIZE
            INTO WS-RPT-LINE(92:)
        END-STRING
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE.

2900-WRITE-REPORT-LINE.
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-AWAITING-SEEN TO WS-COUNT-EDIT
    STRING
        "AWAITING APPROVAL    : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    IF WS-REQUEUED > 0 OR WS-REJECTED-SEEN > 0
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE

    DISPLAY "REQSTAT: " WS-RECORDS-READ " ON MASTER, "
        WS-NOT-COMPLETE " NOT COMPLETE, "
        WS-REQUEUED " REQUEUED, "
        WS-AWAITING-SEEN " AWAITING APPROVAL".
