        RECORD KEY IS LCK-RESOURCE
        FILE STATUS IS WS-LOCK-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.

DATA DIVISION.
FILE SECTION.

    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

*> shared operations exception feed - see the morning exception
*> summary for the layout
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-AUDIT-STATUS    PIC XX.
01 WS-NUM2-EDIT       PIC ZZZZZZ9.
01 WS-DAY-EDIT        PIC Z9.

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
    05 WS-EXC-PROGRAM     PIC X(08) VALUE "AUDITRPT".
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REQUEST-ID  PIC X(08) VALUE SPACES.
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REASON      PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TEXT        PIC X(49).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
        PERFORM 3000-WRITE-MONTH-REPORT
        CLOSE AUDIT-REPORT-FILE
        PERFORM 4000-REWRITE-LIVE-LOG
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

1000-READ-PARM-CARD.
    MOVE SPACES TO AP-MONTH-X
    MOVE SPACES TO AP-RETAIN-DAYS-X
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "WARNING" TO WS-EXC-SEVERITY
        MOVE "AUDHSKIP" TO WS-EXC-REASON
        MOVE "HOUSEKEEPING SKIPPED - LINE TABLE FULL"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    ELSE
        IF WS-LINES-ARCHIVED > 0
            PERFORM 4100-WRITE-HISTORY
                    DISPLAY "ERROR REWRITING AUDITLOG - FILE STATUS "
                        WS-AUDIT-STATUS
                    MOVE 12 TO WS-RETURN-CODE
                    MOVE "ERROR" TO WS-EXC-SEVERITY
                    MOVE "AUDREWRT" TO WS-EXC-REASON
                    MOVE "LIVE AUDITLOG COULD NOT BE REWRITTEN"
                        TO WS-EXC-TEXT
                    PERFORM 0290-WRITE-EXCEPTION
                END-IF
            END-IF
        END-IF
        DISPLAY "ERROR OPENING AUDITHST - FILE STATUS "
            WS-HIST-STATUS
        MOVE 12 TO WS-RETURN-CODE
        MOVE "ERROR" TO WS-EXC-SEVERITY
        MOVE "AUDHIST" TO WS-EXC-REASON
        MOVE "AUDITHST NOT OPENED - LIVE LOG LEFT UNTRIMMED"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.
