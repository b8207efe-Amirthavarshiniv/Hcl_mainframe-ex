IDENTIFICATION DIVISION.
PROGRAM-ID. GENCAPT.

*> keeps each night's output set as a dated generation. run after the
*> scan step, it copies PRIMEOUT, FACTOROUT, FACTFULL, GOLDBOUT,
*> RANDPOUT and PRIMERPT record for record into the keyed archive
*> GENSTORE (run date + file + sequence) and catalogs the night on
*> GENCAT: capture time, which files were there and how many records
*> each held, and the request ids whose output is in the set.
*>
*> a file the scan step did not leave behind is cataloged as absent
*> and the generation is PARTIAL instead of COMPLETE. capturing the
*> same run date twice replaces the earlier generation, so a night
*> that was restarted is captured again once it has finished.
*>
*> retention: after the capture the oldest generations beyond the
*> retention count are expired - their archive records are deleted
*> and the catalog entry stays behind marked EXPIRED, so the history
*> of what was kept remains on GENCAT. GENRSTR puts a generation back.
*>
*> GENPARM: cols 1-3  retention count, generations kept, zero-filled
*>                    (blank = 7)
*>          cols 5-12 run date yyyymmdd to catalog under (blank =
*>                    today) - for a capture run after midnight

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GEN-PARM-FILE ASSIGN TO "GENPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

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

    SELECT RANDOM-PRIME-FILE ASSIGN TO "RANDPOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RAND-STATUS.

    SELECT PRINT-REPORT-FILE ASSIGN TO "PRIMERPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

    SELECT GEN-STORE-FILE ASSIGN TO "GENSTORE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GS-KEY
        FILE STATUS IS WS-STORE-STATUS.

    SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GC-RUN-DATE
        FILE STATUS IS WS-CAT-STATUS.

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

FD  GEN-PARM-FILE.
01  GEN-PARM-RECORD.
    05 GP-RETAIN-X           PIC X(03).
    05 FILLER                PIC X(01).
    05 GP-RUN-DATE           PIC X(08).

FD  PRIME-OUT-FILE.
01  PRIME-OUT-RECORD         PIC X(16).

FD  FACTOR-OUT-FILE.
01  FACTOR-OUT-RECORD        PIC X(24).

FD  FACTOR-FULL-FILE.
01  FACTOR-FULL-RECORD       PIC X(80).

FD  GOLDBACH-OUT-FILE.
01  GOLDBACH-OUT-RECORD      PIC X(32).

FD  RANDOM-PRIME-FILE.
01  RANDOM-PRIME-RECORD      PIC X(16).

FD  PRINT-REPORT-FILE.
01  PRINT-REPORT-RECORD      PIC X(132).

FD  GEN-STORE-FILE.
01  GEN-STORE-RECORD.
    05 GS-KEY.
       10 GS-RUN-DATE        PIC X(08).
       10 GS-FILE-ID         PIC X(10).
       10 GS-SEQ             PIC 9(07).
    05 GS-DATA               PIC X(132).

FD  GEN-CATALOG-FILE.
01  GEN-CATALOG-RECORD.
    05 GC-RUN-DATE           PIC X(08).
    05 GC-STATUS             PIC X(08).
    05 GC-CAPTURE-TS         PIC X(14).
    05 GC-RESTORE-TS         PIC X(14).
    05 GC-RESTORE-COUNT      PIC 9(03).
    05 GC-FILE-ENTRY OCCURS 6 TIMES.
       10 GC-FILE-ID         PIC X(10).
       10 GC-FILE-PRESENT    PIC X(01).
       10 GC-FILE-COUNT      PIC 9(07).
    05 GC-REQUEST-COUNT      PIC 9(03).
    05 GC-REQUEST-ID OCCURS 40 TIMES PIC X(08).

FD  LOCK-FILE.
01  LOCK-RECORD.
    05 LCK-RESOURCE          PIC X(12).
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD         PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-PRIMEOUT-STATUS PIC XX.
01 WS-FACTOUT-STATUS  PIC XX.
01 WS-FACTFULL-STATUS PIC XX.
01 WS-GOLD-STATUS     PIC XX.
01 WS-RAND-STATUS     PIC XX.
01 WS-PRINT-STATUS    PIC XX.
01 WS-STORE-STATUS    PIC XX.
01 WS-CAT-STATUS      PIC XX.
01 WS-LOCK-STATUS     PIC XX.
01 WS-AUDIT-STATUS    PIC XX.

01 WS-FILES-OK        PIC X VALUE 'Y'.
01 WS-RETURN-CODE     PIC 9(03) VALUE 0.

01 WS-LOCK-LIST.
    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(12) VALUE "PRIMEOUT".
    05 FILLER PIC X(12) VALUE "FACTOROUT".
    05 FILLER PIC X(12) VALUE "FACTFULL".
    05 FILLER PIC X(12) VALUE "GOLDBOUT".
    05 FILLER PIC X(12) VALUE "RANDPOUT".
    05 FILLER PIC X(12) VALUE "GENSTORE".
    05 FILLER PIC X(12) VALUE "GENCAT".
01 WS-LOCK-LIST-R REDEFINES WS-LOCK-LIST.
    05 WS-LOCK-NAME OCCURS 8 TIMES PIC X(12).
01 WS-LOCK-COUNT    PIC 9(02) VALUE 8.
01 WS-LOCK-IDX      PIC 9(02) VALUE 0.
01 WS-LOCK-REL-IDX  PIC 9(02) VALUE 0.
01 WS-LOCKS-HELD    PIC 9(02) VALUE 0.
01 WS-LOCK-OK       PIC X VALUE 'Y'.
01 WS-LOCK-HOLDER   PIC X(08) VALUE "GENCAPT".
01 WS-LOCK-EVENT    PIC X(08) VALUE SPACES.
01 WS-LOCK-OTHER    PIC X(08) VALUE SPACES.
01 WS-NOW-DATETIME  PIC X(21).
01 WS-AUDIT-LINE    PIC X(80) VALUE SPACES.

01 WS-RUN-DATETIME  PIC X(21).
01 WS-GEN-DATE      PIC X(08) VALUE SPACES.
01 WS-RETAIN        PIC 9(03) VALUE 7.

*> the six files of a night's set, in the order they are captured,
*> restored and listed on the catalog
01 WS-GEN-FILE-LIST.
    05 FILLER PIC X(10) VALUE "PRIMEOUT".
    05 FILLER PIC X(10) VALUE "FACTOROUT".
    05 FILLER PIC X(10) VALUE "FACTFULL".
    05 FILLER PIC X(10) VALUE "GOLDBOUT".
    05 FILLER PIC X(10) VALUE "RANDPOUT".
    05 FILLER PIC X(10) VALUE "PRIMERPT".
01 WS-GEN-FILE-LIST-R REDEFINES WS-GEN-FILE-LIST.
    05 WS-GEN-FILE-NAME OCCURS 6 TIMES PIC X(10).
01 WS-FILE-IDX      PIC 9(02) VALUE 0.
01 WS-FILE-TABLE.
    05 WS-FILE-ENTRY OCCURS 6 TIMES.
       10 WS-FILE-PRESENT PIC X.
       10 WS-FILE-RECS    PIC 9(07).
01 WS-FILES-ABSENT  PIC 9(02) VALUE 0.
01 WS-FILE-EOF      PIC X VALUE 'N'.

01 WS-CAPTURE-DATA  PIC X(132) VALUE SPACES.
01 WS-CAPTURE-REQID PIC X(08) VALUE SPACES.
01 WS-TOTAL-RECS    PIC 9(09) VALUE 0.
01 WS-STORE-ERRORS  PIC 9(07) VALUE 0.

*> distinct request ids seen in the set; the catalog holds the first
*> 40 and counts the rest
01 WS-REQ-TABLE.
    05 WS-REQ-ID OCCURS 40 TIMES PIC X(08).
01 WS-REQ-USED      PIC 9(03) VALUE 0.
01 WS-REQ-TOTAL     PIC 9(03) VALUE 0.
01 WS-REQ-IDX       PIC 9(03) VALUE 0.
01 WS-REQ-FOUND     PIC X VALUE 'N'.
01 WS-REQ-LAST      PIC X(08) VALUE SPACES.

01 WS-CAT-EXISTS    PIC X VALUE 'N'.
01 WS-GEN-STATUS    PIC X(08) VALUE SPACES.
01 WS-PURGE-DATE    PIC X(08) VALUE SPACES.
01 WS-PURGE-DONE    PIC X VALUE 'N'.
01 WS-PURGED-RECS   PIC 9(09) VALUE 0.
01 WS-REPLACED      PIC X VALUE 'N'.

*> live generations on the catalog, oldest first, for retention
01 WS-LIVE-TABLE.
    05 WS-LIVE-DATE OCCURS 500 TIMES PIC X(08).
01 WS-LIVE-USED     PIC 9(03) VALUE 0.
01 WS-LIVE-TOTAL    PIC 9(05) VALUE 0.
01 WS-LIVE-IDX      PIC 9(03) VALUE 0.
01 WS-EXPIRE-COUNT  PIC 9(05) VALUE 0.
01 WS-EXPIRED-NOW   PIC 9(05) VALUE 0.
01 WS-CAT-EOF       PIC X VALUE 'N'.

01 WS-COUNT-EDIT    PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME
    PERFORM 1000-READ-PARM-CARD
    PERFORM 0200-CLAIM-RUN-LOCKS
    IF WS-LOCK-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1400-OPEN-ARCHIVE-FILES
    IF WS-FILES-OK = 'Y'
        PERFORM 1500-CHECK-PRIOR-CAPTURE
        PERFORM 2000-CAPTURE-NIGHT-SET
        PERFORM 2800-WRITE-CATALOG-ENTRY
        PERFORM 3000-APPLY-RETENTION
        CLOSE GEN-STORE-FILE
        CLOSE GEN-CATALOG-FILE
        PERFORM 4000-WRITE-CAPTURE-AUDIT
        PERFORM 5000-WRITE-SUMMARY
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

*> a retention count of zero would throw tonight's set away as soon
*> as it was captured, so it is treated as one
1000-READ-PARM-CARD.
    MOVE SPACES TO GEN-PARM-RECORD
    OPEN INPUT GEN-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ GEN-PARM-FILE
            AT END
                CONTINUE
        END-READ
        CLOSE GEN-PARM-FILE
    END-IF

    IF GP-RETAIN-X NOT = SPACES
        IF GP-RETAIN-X IS NUMERIC
            MOVE GP-RETAIN-X TO WS-RETAIN
        ELSE
            DISPLAY "GENPARM RETENTION COUNT NOT NUMERIC - "
                GP-RETAIN-X " - DEFAULT OF 7 USED"
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF
    IF WS-RETAIN = 0
        MOVE 1 TO WS-RETAIN
    END-IF

    IF GP-RUN-DATE = SPACES
        MOVE WS-RUN-DATETIME(1:8) TO WS-GEN-DATE
    ELSE
        IF GP-RUN-DATE IS NUMERIC
            MOVE GP-RUN-DATE TO WS-GEN-DATE
        ELSE
            DISPLAY "GENPARM RUN DATE NOT NUMERIC - " GP-RUN-DATE
                " - TODAY USED"
            MOVE WS-RUN-DATETIME(1:8) TO WS-GEN-DATE
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF.

1400-OPEN-ARCHIVE-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN I-O GEN-STORE-FILE
    IF WS-STORE-STATUS = "35"
        OPEN OUTPUT GEN-STORE-FILE
        CLOSE GEN-STORE-FILE
        OPEN I-O GEN-STORE-FILE
    END-IF
    IF WS-STORE-STATUS NOT = "00"
        DISPLAY "ERROR OPENING GENSTORE - FILE STATUS "
            WS-STORE-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN I-O GEN-CATALOG-FILE
    IF WS-CAT-STATUS = "35"
        OPEN OUTPUT GEN-CATALOG-FILE
        CLOSE GEN-CATALOG-FILE
        OPEN I-O GEN-CATALOG-FILE
    END-IF
    IF WS-CAT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING GENCAT - FILE STATUS " WS-CAT-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF.

*> a second capture under the same run date replaces the first - its
*> archive records go before tonight's are written
1500-CHECK-PRIOR-CAPTURE.
    MOVE WS-GEN-DATE TO GC-RUN-DATE
    READ GEN-CATALOG-FILE
        INVALID KEY
            MOVE 'N' TO WS-CAT-EXISTS
        NOT INVALID KEY
            MOVE 'Y' TO WS-CAT-EXISTS
    END-READ

    IF WS-CAT-EXISTS = 'Y'
        MOVE 'Y' TO WS-REPLACED
        DISPLAY "GENERATION " WS-GEN-DATE " ALREADY CATALOGED ("
            GC-STATUS ") - REPLACED BY THIS CAPTURE"
        MOVE WS-GEN-DATE TO WS-PURGE-DATE
        PERFORM 3500-PURGE-GENERATION
    END-IF.

2000-CAPTURE-NIGHT-SET.
    MOVE 0 TO WS-FILE-IDX
    PERFORM UNTIL WS-FILE-IDX >= 6
        ADD 1 TO WS-FILE-IDX
        MOVE 'N' TO WS-FILE-PRESENT(WS-FILE-IDX)
        MOVE 0 TO WS-FILE-RECS(WS-FILE-IDX)
    END-PERFORM

    MOVE 1 TO WS-FILE-IDX
    PERFORM 2100-CAPTURE-PRIMEOUT
    MOVE 2 TO WS-FILE-IDX
    PERFORM 2200-CAPTURE-FACTOROUT
    MOVE 3 TO WS-FILE-IDX
    PERFORM 2300-CAPTURE-FACTFULL
    MOVE 4 TO WS-FILE-IDX
    PERFORM 2400-CAPTURE-GOLDBOUT
    MOVE 5 TO WS-FILE-IDX
    PERFORM 2500-CAPTURE-RANDPOUT
    MOVE 6 TO WS-FILE-IDX
    PERFORM 2600-CAPTURE-PRIMERPT

    MOVE 0 TO WS-FILES-ABSENT
    MOVE 0 TO WS-FILE-IDX
    PERFORM UNTIL WS-FILE-IDX >= 6
        ADD 1 TO WS-FILE-IDX
        IF WS-FILE-PRESENT(WS-FILE-IDX) = 'N'
            ADD 1 TO WS-FILES-ABSENT
            DISPLAY WS-GEN-FILE-NAME(WS-FILE-IDX)
                " NOT FOUND - CATALOGED AS ABSENT"
        END-IF
    END-PERFORM

    IF WS-FILES-ABSENT = 0 AND WS-STORE-ERRORS = 0
        MOVE "COMPLETE" TO WS-GEN-STATUS
    ELSE
        MOVE "PARTIAL" TO WS-GEN-STATUS
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

2100-CAPTURE-PRIMEOUT.
    OPEN INPUT PRIME-OUT-FILE
    IF WS-PRIMEOUT-STATUS = "00"
        MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
        MOVE 'N' TO WS-FILE-EOF
        PERFORM UNTIL WS-FILE-EOF = 'Y'
            READ PRIME-OUT-FILE
                AT END
                    MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                    MOVE PRIME-OUT-RECORD TO WS-CAPTURE-DATA
                    MOVE PRIME-OUT-RECORD(9:8) TO WS-CAPTURE-REQID
                    PERFORM 2900-ARCHIVE-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE PRIME-OUT-FILE
    END-IF.

2200-CAPTURE-FACTOROUT.
    OPEN INPUT FACTOR-OUT-FILE
    IF WS-FACTOUT-STATUS = "00"
        MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
        MOVE 'N' TO WS-FILE-EOF
        PERFORM UNTIL WS-FILE-EOF = 'Y'
            READ FACTOR-OUT-FILE
                AT END
                    MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                    MOVE FACTOR-OUT-RECORD TO WS-CAPTURE-DATA
                    MOVE FACTOR-OUT-RECORD(17:8) TO WS-CAPTURE-REQID
                    PERFORM 2900-ARCHIVE-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE FACTOR-OUT-FILE
    END-IF.

2300-CAPTURE-FACTFULL.
    OPEN INPUT FACTOR-FULL-FILE
    IF WS-FACTFULL-STATUS = "00"
        MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
        MOVE 'N' TO WS-FILE-EOF
        PERFORM UNTIL WS-FILE-EOF = 'Y'
            READ FACTOR-FULL-FILE
                AT END
                    MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                    MOVE FACTOR-FULL-RECORD TO WS-CAPTURE-DATA
                    MOVE FACTOR-FULL-RECORD(1:8) TO WS-CAPTURE-REQID
                    PERFORM 2900-ARCHIVE-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE FACTOR-FULL-FILE
    END-IF.

2400-CAPTURE-GOLDBOUT.
    OPEN INPUT GOLDBACH-OUT-FILE
    IF WS-GOLD-STATUS = "00"
        MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
        MOVE 'N' TO WS-FILE-EOF
        PERFORM UNTIL WS-FILE-EOF = 'Y'
            READ GOLDBACH-OUT-FILE
                AT END
                    MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                    MOVE GOLDBACH-OUT-RECORD TO WS-CAPTURE-DATA
                    MOVE GOLDBACH-OUT-RECORD(25:8)
                        TO WS-CAPTURE-REQID
                    PERFORM 2900-ARCHIVE-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE GOLDBACH-OUT-FILE
    END-IF.

2500-CAPTURE-RANDPOUT.
    OPEN INPUT RANDOM-PRIME-FILE
    IF WS-RAND-STATUS = "00"
        MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
        MOVE 'N' TO WS-FILE-EOF
        PERFORM UNTIL WS-FILE-EOF = 'Y'
            READ RANDOM-PRIME-FILE
                AT END
                    MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                    MOVE RANDOM-PRIME-RECORD TO WS-CAPTURE-DATA
                    MOVE RANDOM-PRIME-RECORD(9:8) TO WS-CAPTURE-REQID
                    PERFORM 2900-ARCHIVE-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE RANDOM-PRIME-FILE
    END-IF.

*> the printed report carries no request id on its lines
2600-CAPTURE-PRIMERPT.
    OPEN INPUT PRINT-REPORT-FILE
    IF WS-PRINT-STATUS = "00"
        MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
        MOVE 'N' TO WS-FILE-EOF
        PERFORM UNTIL WS-FILE-EOF = 'Y'
            READ PRINT-REPORT-FILE
                AT END
                    MOVE 'Y' TO WS-FILE-EOF
                NOT AT END
                    MOVE PRINT-REPORT-RECORD TO WS-CAPTURE-DATA
                    MOVE SPACES TO WS-CAPTURE-REQID
                    PERFORM 2900-ARCHIVE-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE PRINT-REPORT-FILE
    END-IF.

2800-WRITE-CATALOG-ENTRY.
    MOVE SPACES TO GEN-CATALOG-RECORD
    MOVE WS-GEN-DATE TO GC-RUN-DATE
    MOVE WS-GEN-STATUS TO GC-STATUS
    MOVE WS-RUN-DATETIME(1:14) TO GC-CAPTURE-TS
    MOVE 0 TO GC-RESTORE-COUNT
    MOVE 0 TO WS-FILE-IDX
    PERFORM UNTIL WS-FILE-IDX >= 6
        ADD 1 TO WS-FILE-IDX
        MOVE WS-GEN-FILE-NAME(WS-FILE-IDX) TO GC-FILE-ID(WS-FILE-IDX)
        MOVE WS-FILE-PRESENT(WS-FILE-IDX)
            TO GC-FILE-PRESENT(WS-FILE-IDX)
        MOVE WS-FILE-RECS(WS-FILE-IDX) TO GC-FILE-COUNT(WS-FILE-IDX)
    END-PERFORM
    MOVE WS-REQ-TOTAL TO GC-REQUEST-COUNT
    MOVE 0 TO WS-REQ-IDX
    PERFORM UNTIL WS-REQ-IDX >= WS-REQ-USED
        ADD 1 TO WS-REQ-IDX
        MOVE WS-REQ-ID(WS-REQ-IDX) TO GC-REQUEST-ID(WS-REQ-IDX)
    END-PERFORM

    IF WS-CAT-EXISTS = 'Y'
        REWRITE GEN-CATALOG-RECORD
            INVALID KEY
                DISPLAY "GENCAT REWRITE FAILED FOR " WS-GEN-DATE
                    " - FILE STATUS " WS-CAT-STATUS
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
        END-REWRITE
    ELSE
        WRITE GEN-CATALOG-RECORD
            INVALID KEY
                DISPLAY "GENCAT WRITE FAILED FOR " WS-GEN-DATE
                    " - FILE STATUS " WS-CAT-STATUS
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
        END-WRITE
    END-IF.

*> sequence numbers run from 1 within each file, so a restore reads
*> the records back in the order they were written
2900-ARCHIVE-ONE-RECORD.
    ADD 1 TO WS-FILE-RECS(WS-FILE-IDX)
    ADD 1 TO WS-TOTAL-RECS
    MOVE SPACES TO GEN-STORE-RECORD
    MOVE WS-GEN-DATE TO GS-RUN-DATE
    MOVE WS-GEN-FILE-NAME(WS-FILE-IDX) TO GS-FILE-ID
    MOVE WS-FILE-RECS(WS-FILE-IDX) TO GS-SEQ
    MOVE WS-CAPTURE-DATA TO GS-DATA
    WRITE GEN-STORE-RECORD
        INVALID KEY
            ADD 1 TO WS-STORE-ERRORS
            IF WS-STORE-ERRORS = 1
                DISPLAY "GENSTORE WRITE FAILED - "
                    WS-GEN-FILE-NAME(WS-FILE-IDX) " RECORD "
                    WS-FILE-RECS(WS-FILE-IDX) " - FILE STATUS "
                    WS-STORE-STATUS
            END-IF
            IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF
    END-WRITE

    IF WS-CAPTURE-REQID NOT = SPACES
            AND WS-CAPTURE-REQID NOT = WS-REQ-LAST
        PERFORM 2950-NOTE-REQUEST-ID
    END-IF.

*> output is written a request at a time, so the id seldom changes
*> from one record to the next; the table is only searched when it
*> does
2950-NOTE-REQUEST-ID.
    MOVE WS-CAPTURE-REQID TO WS-REQ-LAST
    MOVE 'N' TO WS-REQ-FOUND
    MOVE 0 TO WS-REQ-IDX
    PERFORM UNTIL WS-REQ-IDX >= WS-REQ-USED OR WS-REQ-FOUND = 'Y'
        ADD 1 TO WS-REQ-IDX
        IF WS-REQ-ID(WS-REQ-IDX) = WS-CAPTURE-REQID
            MOVE 'Y' TO WS-REQ-FOUND
        END-IF
    END-PERFORM

    IF WS-REQ-FOUND = 'N'
        IF WS-REQ-USED < 40
            ADD 1 TO WS-REQ-USED
            MOVE WS-CAPTURE-REQID TO WS-REQ-ID(WS-REQ-USED)
            ADD 1 TO WS-REQ-TOTAL
        ELSE
            IF WS-REQ-TOTAL = 40
                DISPLAY "MORE THAN 40 REQUEST IDS IN THE SET - THE"
                    " CATALOG LISTS THE FIRST 40"
            END-IF
            IF WS-REQ-TOTAL < 999
                ADD 1 TO WS-REQ-TOTAL
            END-IF
        END-IF
    END-IF.

*> the catalog comes back in run-date order, so the live table is
*> oldest first and the generations to expire are at its front
3000-APPLY-RETENTION.
    MOVE 0 TO WS-LIVE-USED
    MOVE 0 TO WS-LIVE-TOTAL
    MOVE 'N' TO WS-CAT-EOF
    MOVE LOW-VALUES TO GC-RUN-DATE
    START GEN-CATALOG-FILE
        KEY IS NOT LESS THAN GC-RUN-DATE
        INVALID KEY
            MOVE 'Y' TO WS-CAT-EOF
    END-START

    PERFORM UNTIL WS-CAT-EOF = 'Y'
        READ GEN-CATALOG-FILE NEXT
            AT END
                MOVE 'Y' TO WS-CAT-EOF
            NOT AT END
                IF GC-STATUS NOT = "EXPIRED"
                    ADD 1 TO WS-LIVE-TOTAL
                    IF WS-LIVE-USED < 500
                        ADD 1 TO WS-LIVE-USED
                        MOVE GC-RUN-DATE TO WS-LIVE-DATE(WS-LIVE-USED)
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF WS-LIVE-TOTAL > WS-RETAIN
        COMPUTE WS-EXPIRE-COUNT = WS-LIVE-TOTAL - WS-RETAIN
        IF WS-EXPIRE-COUNT > WS-LIVE-USED
            MOVE WS-LIVE-USED TO WS-EXPIRE-COUNT
        END-IF
        MOVE 0 TO WS-LIVE-IDX
        PERFORM UNTIL WS-LIVE-IDX >= WS-EXPIRE-COUNT
            ADD 1 TO WS-LIVE-IDX
            PERFORM 3100-EXPIRE-ONE-GENERATION
        END-PERFORM
    END-IF.

3100-EXPIRE-ONE-GENERATION.
    MOVE WS-LIVE-DATE(WS-LIVE-IDX) TO WS-PURGE-DATE
    PERFORM 3500-PURGE-GENERATION

    MOVE WS-PURGE-DATE TO GC-RUN-DATE
    READ GEN-CATALOG-FILE
        INVALID KEY
            CONTINUE
    END-READ
    IF WS-CAT-STATUS = "00"
        MOVE "EXPIRED" TO GC-STATUS
        REWRITE GEN-CATALOG-RECORD
            INVALID KEY
                DISPLAY "GENCAT REWRITE FAILED FOR " WS-PURGE-DATE
                    " - FILE STATUS " WS-CAT-STATUS
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
            NOT INVALID KEY
                ADD 1 TO WS-EXPIRED-NOW
                DISPLAY "GENERATION " WS-PURGE-DATE
                    " EXPIRED - RETENTION " WS-RETAIN
        END-REWRITE
    END-IF.

*> the archive is positioned afresh after every delete rather than
*> trusting READ NEXT across a record that is no longer there
3500-PURGE-GENERATION.
    MOVE 'N' TO WS-PURGE-DONE
    PERFORM UNTIL WS-PURGE-DONE = 'Y'
        MOVE WS-PURGE-DATE TO GS-RUN-DATE
        MOVE LOW-VALUES TO GS-FILE-ID
        MOVE 0 TO GS-SEQ
        START GEN-STORE-FILE
            KEY IS NOT LESS THAN GS-KEY
            INVALID KEY
                MOVE 'Y' TO WS-PURGE-DONE
        END-START
        IF WS-PURGE-DONE = 'N'
            READ GEN-STORE-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-PURGE-DONE
            END-READ
        END-IF
        IF WS-PURGE-DONE = 'N'
            IF GS-RUN-DATE NOT = WS-PURGE-DATE
                MOVE 'Y' TO WS-PURGE-DONE
            ELSE
                DELETE GEN-STORE-FILE RECORD
                    INVALID KEY
                        MOVE 'Y' TO WS-PURGE-DONE
                        DISPLAY "GENSTORE DELETE FAILED FOR "
                            WS-PURGE-DATE " - FILE STATUS "
                            WS-STORE-STATUS
                        IF WS-RETURN-CODE < 8
                            MOVE 8 TO WS-RETURN-CODE
                        END-IF
                    NOT INVALID KEY
                        ADD 1 TO WS-PURGED-RECS
                END-DELETE
            END-IF
        END-IF
    END-PERFORM.

4000-WRITE-CAPTURE-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE WS-TOTAL-RECS TO WS-COUNT-EDIT
    MOVE SPACES TO WS-AUDIT-LINE
    STRING
        WS-NOW-DATETIME(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-NOW-DATETIME(9:6) DELIMITED BY SIZE
        " GENCAPT DATE=" DELIMITED BY SIZE
        WS-GEN-DATE DELIMITED BY SIZE
        " RECS=" DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        " REQS=" DELIMITED BY SIZE
        WS-REQ-TOTAL DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-GEN-STATUS DELIMITED BY SPACE
        " BY=GENCAPT" DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    END-STRING

    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE.

5000-WRITE-SUMMARY.
    DISPLAY " "
    DISPLAY "===== GENERATION CAPTURE SUMMARY ====="
    DISPLAY "RUN DATE             : " WS-GEN-DATE
    DISPLAY "GENERATION STATUS    : " WS-GEN-STATUS
    DISPLAY "EARLIER CAPTURE      : " WS-REPLACED
    MOVE 0 TO WS-FILE-IDX
    PERFORM UNTIL WS-FILE-IDX >= 6
        ADD 1 TO WS-FILE-IDX
        DISPLAY WS-GEN-FILE-NAME(WS-FILE-IDX) "           : "
            WS-FILE-RECS(WS-FILE-IDX) " PRESENT="
            WS-FILE-PRESENT(WS-FILE-IDX)
    END-PERFORM
    DISPLAY "RECORDS ARCHIVED     : " WS-TOTAL-RECS
    DISPLAY "REQUEST IDS IN SET   : " WS-REQ-TOTAL
    DISPLAY "ARCHIVE WRITE ERRORS : " WS-STORE-ERRORS
    DISPLAY "RETENTION COUNT      : " WS-RETAIN
    DISPLAY "GENERATIONS EXPIRED  : " WS-EXPIRED-NOW
    SUBTRACT WS-EXPIRED-NOW FROM WS-LIVE-TOTAL
    DISPLAY "GENERATIONS KEPT     : " WS-LIVE-TOTAL
    DISPLAY "ARCHIVE RECS DELETED : " WS-PURGED-RECS.
