IDENTIFICATION DIVISION.
PROGRAM-ID. PRIMORDX.

*> keeps the ordinal index PRIMEORD in step with the prime master:
*> one record per prime keyed on its rank (2 is prime number 1), so
*> the inquiries can answer "the nth prime", "what rank is this
*> prime" and "how many primes up to x" without counting the file.
*> a rank only means something if every prime below it is on file,
*> so the index runs from 2 up to the contiguous coverage ceiling -
*> the top of the unbroken run of SCANCOV ranges starting at 2 - and
*> never past it. rank 0 is the control record carrying the ceiling
*> the index was built to and the number of primes in it.
*>
*> each run moves the index to tonight's ceiling: a higher ceiling
*> appends the new ranks, a lower one (after a back-out) drops the
*> ranks above it. the primes under a proven ceiling cannot change,
*> so the ranks already written never need touching.
*>
*> ORDPARM: cols 1-7 "REBUILD" empties the index and builds it again
*>          from 2 - for recovery after the file itself is damaged

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ORDINAL-PARM-FILE ASSIGN TO "ORDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

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

    SELECT PRIME-ORDINAL-FILE ASSIGN TO "PRIMEORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ORD-RANK
        FILE STATUS IS WS-ORD-STATUS.

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

FD  ORDINAL-PARM-FILE.
01  ORDINAL-PARM-RECORD.
    05 OP-MODE               PIC X(07).

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

FD  PRIME-ORDINAL-FILE.
01  PRIME-ORDINAL-RECORD.
    05 ORD-RANK              PIC 9(07).
    05 ORD-PRIME             PIC 9(07).
    05 ORD-BUILD-DATE        PIC X(08).
    05 FILLER                PIC X(07).
01  ORDINAL-CONTROL-RECORD.
    05 ORD-CTL-RANK          PIC 9(07).
    05 ORD-CTL-CEILING       PIC 9(07).
    05 ORD-CTL-DATE          PIC X(08).
    05 ORD-CTL-COUNT         PIC 9(07).

FD  LOCK-FILE.
01  LOCK-RECORD.
    05 LCK-RESOURCE          PIC X(12).
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD         PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS   PIC XX.
01 WS-VSAM-STATUS   PIC XX.
01 WS-COV-STATUS    PIC XX.
01 WS-ORD-STATUS    PIC XX.
01 WS-LOCK-STATUS   PIC XX.
01 WS-AUDIT-STATUS  PIC XX.

01 WS-FILES-OK      PIC X VALUE 'Y'.
01 WS-RETURN-CODE   PIC 9(03) VALUE 0.
01 WS-REBUILD       PIC X VALUE 'N'.

01 WS-LOCK-LIST.
    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(12) VALUE "PRIMEVSAM".
    05 FILLER PIC X(12) VALUE "SCANCOV".
    05 FILLER PIC X(12) VALUE "PRIMEORD".
01 WS-LOCK-LIST-R REDEFINES WS-LOCK-LIST.
    05 WS-LOCK-NAME OCCURS 4 TIMES PIC X(12).
01 WS-LOCK-COUNT    PIC 9(02) VALUE 4.
01 WS-LOCK-IDX      PIC 9(02) VALUE 0.
01 WS-LOCK-REL-IDX  PIC 9(02) VALUE 0.
01 WS-LOCKS-HELD    PIC 9(02) VALUE 0.
01 WS-LOCK-OK       PIC X VALUE 'Y'.
01 WS-LOCK-HOLDER   PIC X(08) VALUE "PRIMORDX".
01 WS-LOCK-EVENT    PIC X(08) VALUE SPACES.
01 WS-LOCK-OTHER    PIC X(08) VALUE SPACES.
01 WS-NOW-DATETIME  PIC X(21).
01 WS-AUDIT-LINE    PIC X(80) VALUE SPACES.

01 WS-RUN-DATETIME  PIC X(21).

01 WS-COV-AVAILABLE PIC X VALUE 'N'.
01 WS-COV-GAP-SEEN  PIC X VALUE 'N'.
01 WS-NEW-CEILING   PIC 9(07) VALUE 0.
01 WS-OLD-CEILING   PIC 9(07) VALUE 0.
01 WS-RANK-COUNT    PIC 9(07) VALUE 0.
01 WS-OLD-COUNT     PIC 9(07) VALUE 0.
01 WS-CTL-EXISTS    PIC X VALUE 'N'.

01 WS-SWEEP-EOF     PIC X VALUE 'N'.
01 WS-SHRINK-DONE   PIC X VALUE 'N'.
01 WS-RANKS-ADDED   PIC 9(07) VALUE 0.
01 WS-RANKS-DROPPED PIC 9(07) VALUE 0.
01 WS-RANKS-REWRITTEN PIC 9(07) VALUE 0.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME
    PERFORM 1000-READ-PARM-CARD
    PERFORM 0200-CLAIM-RUN-LOCKS
    IF WS-LOCK-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1100-FIND-CONTIGUOUS-CEILING
    IF WS-COV-AVAILABLE = 'Y'
        PERFORM 1400-OPEN-FILES
    END-IF

    IF WS-COV-AVAILABLE = 'Y' AND WS-FILES-OK = 'Y'
        PERFORM 1500-READ-CONTROL-RECORD
        IF WS-NEW-CEILING < WS-OLD-CEILING
            PERFORM 2000-DROP-RANKS-ABOVE-CEILING
        END-IF
        IF WS-NEW-CEILING > WS-OLD-CEILING
            PERFORM 3000-APPEND-NEW-RANKS
        END-IF
        PERFORM 4000-WRITE-CONTROL-RECORD
        CLOSE PRIME-VSAM-FILE
        CLOSE PRIME-ORDINAL-FILE
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

1000-READ-PARM-CARD.
    MOVE SPACES TO OP-MODE
    OPEN INPUT ORDINAL-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ ORDINAL-PARM-FILE
            AT END
                CONTINUE
        END-READ
        CLOSE ORDINAL-PARM-FILE
    END-IF
    IF OP-MODE = "REBUILD"
        MOVE 'Y' TO WS-REBUILD
    END-IF.

*> the coverage records come back in low-bound order, so the ceiling
*> is the end of the run of ranges that starts at 2 and never leaves
*> a hole - a gap anywhere above it leaves ranks past it unknowable.
*> without SCANCOV the index is left exactly as it stands
1100-FIND-CONTIGUOUS-CEILING.
    MOVE 1 TO WS-NEW-CEILING
    MOVE 'N' TO WS-COV-GAP-SEEN
    OPEN INPUT SCAN-COVERAGE-FILE
    IF WS-COV-STATUS = "00"
        MOVE 'Y' TO WS-COV-AVAILABLE
        PERFORM UNTIL WS-COV-STATUS NOT = "00"
                OR WS-COV-GAP-SEEN = 'Y'
            READ SCAN-COVERAGE-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF COV-LOW-BOUND > WS-NEW-CEILING + 1
                        MOVE 'Y' TO WS-COV-GAP-SEEN
                    ELSE
                        IF COV-HIGH-BOUND > WS-NEW-CEILING
                            MOVE COV-HIGH-BOUND TO WS-NEW-CEILING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCAN-COVERAGE-FILE
    ELSE
        MOVE 'N' TO WS-COV-AVAILABLE
        DISPLAY "SCANCOV NOT AVAILABLE - FILE STATUS " WS-COV-STATUS
            " - ORDINAL INDEX LEFT UNCHANGED"
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF

    IF WS-COV-AVAILABLE = 'Y' AND WS-NEW-CEILING < 2
        DISPLAY "NO SCANCOV RANGE STARTS AT 2 - THE ORDINAL INDEX"
            " HOLDS NO RANKS"
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

1400-OPEN-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN INPUT PRIME-VSAM-FILE
    IF WS-VSAM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING PRIMEVSAM - FILE STATUS " WS-VSAM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    IF WS-REBUILD = 'Y'
        OPEN OUTPUT PRIME-ORDINAL-FILE
        CLOSE PRIME-ORDINAL-FILE
        DISPLAY "REBUILD REQUESTED - ORDINAL INDEX EMPTIED"
    END-IF
    OPEN I-O PRIME-ORDINAL-FILE
    IF WS-ORD-STATUS = "35"
        OPEN OUTPUT PRIME-ORDINAL-FILE
        CLOSE PRIME-ORDINAL-FILE
        OPEN I-O PRIME-ORDINAL-FILE
    END-IF
    IF WS-ORD-STATUS NOT = "00"
        DISPLAY "ERROR OPENING PRIMEORD - FILE STATUS " WS-ORD-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF.

*> an index with no control record has no ranks anyone can trust,
*> so it is treated as empty and built from 2
1500-READ-CONTROL-RECORD.
    MOVE 0 TO ORD-CTL-RANK
    READ PRIME-ORDINAL-FILE
        INVALID KEY
            CONTINUE
    END-READ
    IF WS-ORD-STATUS = "00"
        MOVE 'Y' TO WS-CTL-EXISTS
        MOVE ORD-CTL-CEILING TO WS-OLD-CEILING
        MOVE ORD-CTL-COUNT TO WS-OLD-COUNT
    ELSE
        MOVE 'N' TO WS-CTL-EXISTS
        MOVE 1 TO WS-OLD-CEILING
        MOVE 0 TO WS-OLD-COUNT
    END-IF
    MOVE WS-OLD-COUNT TO WS-RANK-COUNT.

*> a back-out took coverage away under the old ceiling - the ranks
*> whose primes are now above it come off from the top down
2000-DROP-RANKS-ABOVE-CEILING.
    MOVE 'N' TO WS-SHRINK-DONE
    PERFORM UNTIL WS-SHRINK-DONE = 'Y' OR WS-RANK-COUNT = 0
        MOVE WS-RANK-COUNT TO ORD-RANK
        READ PRIME-ORDINAL-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-ORD-STATUS = "00" AND ORD-PRIME <= WS-NEW-CEILING
            MOVE 'Y' TO WS-SHRINK-DONE
        ELSE
            IF WS-ORD-STATUS = "00"
                DELETE PRIME-ORDINAL-FILE RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                ADD 1 TO WS-RANKS-DROPPED
            END-IF
            SUBTRACT 1 FROM WS-RANK-COUNT
        END-IF
    END-PERFORM.

*> the prime file is read in key order from just past the old
*> ceiling. a rank left over from a run that stopped before its
*> control record was written is simply rewritten - the nth prime
*> under a proven ceiling is the same number whoever writes it
3000-APPEND-NEW-RANKS.
    MOVE 'N' TO WS-SWEEP-EOF
    COMPUTE VSAM-PRIME-KEY = WS-OLD-CEILING + 1
    START PRIME-VSAM-FILE
        KEY IS NOT LESS THAN VSAM-PRIME-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SWEEP-EOF
    END-START

    PERFORM UNTIL WS-SWEEP-EOF = 'Y'
        READ PRIME-VSAM-FILE NEXT
            AT END
                MOVE 'Y' TO WS-SWEEP-EOF
            NOT AT END
                IF VSAM-PRIME-KEY > WS-NEW-CEILING
                    MOVE 'Y' TO WS-SWEEP-EOF
                ELSE
                    PERFORM 3100-WRITE-ONE-RANK
                END-IF
        END-READ
    END-PERFORM.

3100-WRITE-ONE-RANK.
    ADD 1 TO WS-RANK-COUNT
    MOVE SPACES TO PRIME-ORDINAL-RECORD
    MOVE WS-RANK-COUNT TO ORD-RANK
    MOVE VSAM-PRIME-KEY TO ORD-PRIME
    MOVE WS-RUN-DATETIME(1:8) TO ORD-BUILD-DATE
    WRITE PRIME-ORDINAL-RECORD
        INVALID KEY
            REWRITE PRIME-ORDINAL-RECORD
                INVALID KEY
                    DISPLAY "PRIMEORD WRITE FAILED AT RANK "
                        WS-RANK-COUNT " - FILE STATUS " WS-ORD-STATUS
                    IF WS-RETURN-CODE < 8
                        MOVE 8 TO WS-RETURN-CODE
                    END-IF
                NOT INVALID KEY
                    ADD 1 TO WS-RANKS-REWRITTEN
            END-REWRITE
        NOT INVALID KEY
            ADD 1 TO WS-RANKS-ADDED
    END-WRITE.

*> the control record goes last, so the ranks it vouches for are all
*> on file before any inquiry can trust them
4000-WRITE-CONTROL-RECORD.
    MOVE SPACES TO ORDINAL-CONTROL-RECORD
    MOVE 0 TO ORD-CTL-RANK
    MOVE WS-NEW-CEILING TO ORD-CTL-CEILING
    MOVE WS-RUN-DATETIME(1:8) TO ORD-CTL-DATE
    MOVE WS-RANK-COUNT TO ORD-CTL-COUNT
    IF WS-CTL-EXISTS = 'Y'
        REWRITE ORDINAL-CONTROL-RECORD
            INVALID KEY
                DISPLAY "PRIMEORD CONTROL RECORD REWRITE FAILED -"
                    " FILE STATUS " WS-ORD-STATUS
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
        END-REWRITE
    ELSE
        WRITE ORDINAL-CONTROL-RECORD
            INVALID KEY
                DISPLAY "PRIMEORD CONTROL RECORD WRITE FAILED -"
                    " FILE STATUS " WS-ORD-STATUS
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
        END-WRITE
    END-IF.

5000-WRITE-SUMMARY.
    DISPLAY " "
    DISPLAY "===== ORDINAL INDEX SUMMARY ====="
    DISPLAY "PREVIOUS CEILING     : " WS-OLD-CEILING
    DISPLAY "PREVIOUS RANKS       : " WS-OLD-COUNT
    DISPLAY "COVERAGE CEILING     : " WS-NEW-CEILING
    DISPLAY "RANKS ADDED          : " WS-RANKS-ADDED
    DISPLAY "RANKS REWRITTEN      : " WS-RANKS-REWRITTEN
    DISPLAY "RANKS DROPPED        : " WS-RANKS-DROPPED
    DISPLAY "PRIMES INDEXED       : " WS-RANK-COUNT.
