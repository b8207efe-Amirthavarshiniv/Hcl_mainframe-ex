        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DRPT-STATUS.

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

FD  DENSITY-REPORT-FILE.
01  DENSITY-REPORT-RECORD    PIC X(132).

*> shared operations exception feed - see the morning exception
*> summary for the layout
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-PRIMEOUT-STATUS PIC XX.
01 WS-DEV-EDIT        PIC ZZZZ9.9.
01 WS-TOT-EDIT        PIC ZZZZZZZZ9.

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
    05 WS-EXC-PROGRAM     PIC X(08) VALUE "PRIMDENS".
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REQUEST-ID  PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REASON      PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TEXT        PIC X(49).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
            CLOSE REQUEST-MASTER-FILE
        END-IF
        CLOSE DENSITY-REPORT-FILE
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
    MOVE SPACES TO DP-BAND-WIDTH-X
    OPEN INPUT DENSITY-PARM-FILE
    MOVE WS-DENS-EDIT TO WS-RPT-LINE(44:7)
    MOVE WS-DEV-EDIT TO WS-RPT-LINE(53:8)
    MOVE WS-FLAG-TEXT TO WS-RPT-LINE(63:5)
    PERFORM 2900-WRITE-REPORT-LINE

    *> a band spans requests, so its exception carries no request id
    IF WS-FLAG-TEXT = "CHECK"
        MOVE "WARNING" TO WS-EXC-SEVERITY
        MOVE SPACES TO WS-EXC-REQUEST-ID
        MOVE "DENSCHK" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            "BAND" DELIMITED BY SIZE
            WS-LOW-EDIT DELIMITED BY SIZE
            " -" DELIMITED BY SIZE
            WS-HIGH-EDIT DELIMITED BY SIZE
            " DEVIATES" DELIMITED BY SIZE
            WS-DEV-EDIT DELIMITED BY SIZE
            " PCT" DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.

3200-WRITE-TOTALS.
    PERFORM 2900-WRITE-REPORT-LINE
