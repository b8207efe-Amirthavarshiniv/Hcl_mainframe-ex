        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.

DATA DIVISION.
FILE SECTION.

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD         PIC X(80).

*> shared operations exception feed - see the morning exception
*> summary for the layout
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-LOCK-STATUS     PIC XX.
01 WS-GONE-RESOURCE   PIC X(12) VALUE SPACES.
01 WS-GONE-HOLDER     PIC X(08) VALUE SPACES.

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
    05 WS-EXC-PROGRAM     PIC X(08) VALUE "LOCKUTIL".
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REQUEST-ID  PIC X(08) VALUE SPACES.
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REASON      PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TEXT        PIC X(49).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    IF WS-PARM-RESOURCE = SPACES
        DISPLAY "LCKPARM NAMES NO RESOURCE - NOTHING CLEARED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "ERROR" TO WS-EXC-SEVERITY
        MOVE "LOCKPARM" TO WS-EXC-REASON
        MOVE "LCKPARM NAMES NO RESOURCE - NOTHING CLEARED"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    ELSE
        PERFORM 1400-OPEN-LOCK-FILE
        IF WS-LOCK-OPEN = 'Y'
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
    MOVE SPACES TO LP-RESOURCE-X
    OPEN INPUT LOCK-PARM-FILE
            DISPLAY "ERROR OPENING LOCKFILE - FILE STATUS "
                WS-LOCK-STATUS
            MOVE 20 TO WS-RETURN-CODE
            MOVE "SEVERE" TO WS-EXC-SEVERITY
            MOVE "OPENFAIL" TO WS-EXC-REASON
            MOVE "LOCKFILE COULD NOT BE OPENED - NOTHING CLEARED"
                TO WS-EXC-TEXT
            PERFORM 0290-WRITE-EXCEPTION
    END-EVALUATE.

2000-GATHER-ALL-LOCKS.
                DISPLAY "LOCK " WS-CLEAR-RESOURCE(WS-CLEAR-IDX)
                    " HELD BY " WS-CLEAR-HOLDER(WS-CLEAR-IDX)
                    " CLEARED"
                PERFORM 3010-NOTE-OVERRIDE
        END-DELETE
    END-PERFORM

        PERFORM 3050-LOG-OVERRIDE-EVENTS
    END-IF.

*> an override always reaches the exception feed, even when the
*> audit log is held and the audit line below cannot be written
3010-NOTE-OVERRIDE.
    MOVE "WARNING" TO WS-EXC-SEVERITY
    MOVE "LOCKOVRD" TO WS-EXC-REASON
    MOVE SPACES TO WS-EXC-TEXT
    STRING
        "LOCK " DELIMITED BY SIZE
        WS-CLEAR-RESOURCE(WS-CLEAR-IDX) DELIMITED BY SPACE
        " HELD BY " DELIMITED BY SIZE
        WS-CLEAR-HOLDER(WS-CLEAR-IDX) DELIMITED BY SIZE
        " OVERRIDDEN" DELIMITED BY SIZE
        INTO WS-EXC-TEXT
    END-STRING
    PERFORM 0290-WRITE-EXCEPTION.

*> the override lines append only while this utility holds the
*> AUDITLOG lock itself - appending under a live holder is the very
*> race the lock convention exists to close. clearing ALL freed any
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
            MOVE "WARNING" TO WS-EXC-SEVERITY
            MOVE "LOCKNLOG" TO WS-EXC-REASON
            MOVE "AUDITLOG HELD - OVERRIDES NOT ON THE AUDIT LOG"
                TO WS-EXC-TEXT
            PERFORM 0290-WRITE-EXCEPTION
        NOT INVALID KEY
            MOVE 0 TO WS-CLEAR-IDX
            PERFORM UNTIL WS-CLEAR-IDX >= WS-CLEAR-USED
