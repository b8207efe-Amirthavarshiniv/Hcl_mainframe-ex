IDENTIFICATION DIVISION.
PROGRAM-ID. PRIMCLAS.

*> sorts the primes on PRIMEVSAM into the special families the
*> research group asks about and rebuilds the keyed PRIMECLS file,
*> one record per prime, with a flag per family:
*>   Sophie Germain  2p+1 is also prime
*>   safe            (p-1)/2 is also prime
*>   twin            p-2 or p+2 is also prime
*>   cousin          p-4 or p+4 is also prime
*>   sexy            p-6 or p+6 is also prime
*>   emirp           p written backwards is a different prime
*>   palindromic     p reads the same backwards
*> each flag is Y, N or U. only primes inside a SCANCOV range are
*> classified, since only there is the prime file known complete.
*> a partner number outside every range cannot be proven either way
*> - a missing key there means nobody scanned it, not that it is
*> composite - so that family is marked U (unproven) and never N.
*> the file is rebuilt from scratch each run, so a family proven by
*> a later fill scan, or a range taken away by a back-out, is picked
*> up the next time round. CLSRPT counts the families by range

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT PRIME-CLASS-FILE ASSIGN TO "PRIMECLS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLS-PRIME-KEY
        FILE STATUS IS WS-CLS-STATUS.

    SELECT CLASS-REPORT-FILE ASSIGN TO "CLSRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CRPT-STATUS.

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

*> the family flags in the order the report and the inquiry answers
*> print them; the range is the SCANCOV record the prime was
*> classified under
FD  PRIME-CLASS-FILE.
01  PRIME-CLASS-RECORD.
    05 CLS-PRIME-KEY         PIC 9(07).
    05 CLS-FAMILY-FLAGS.
        10 CLS-SOPHIE-GERMAIN PIC X(01).
        10 CLS-SAFE          PIC X(01).
        10 CLS-TWIN          PIC X(01).
        10 CLS-COUSIN        PIC X(01).
        10 CLS-SEXY          PIC X(01).
        10 CLS-EMIRP         PIC X(01).
        10 CLS-PALINDROMIC   PIC X(01).
    05 CLS-FAMILY-FLAGS-R REDEFINES CLS-FAMILY-FLAGS.
        10 CLS-FAMILY-FLAG OCCURS 7 TIMES PIC X(01).
    05 CLS-RANGE-LOW         PIC 9(07).
    05 CLS-RANGE-HIGH        PIC 9(07).
    05 CLS-CLASS-DATE        PIC X(08).

FD  CLASS-REPORT-FILE.
01  CLASS-REPORT-RECORD      PIC X(132).

*> shared run-lock convention - the prime file and coverage records
*> must hold still for the sweep, and the classification file is
*> rebuilt under its own lock
FD  LOCK-FILE.
01  LOCK-RECORD.
    05 LCK-RESOURCE          PIC X(12).
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD         PIC X(80).

WORKING-STORAGE SECTION.
01 WS-VSAM-STATUS   PIC XX.
01 WS-COV-STATUS    PIC XX.
01 WS-CLS-STATUS    PIC XX.
01 WS-CRPT-STATUS   PIC XX.
01 WS-LOCK-STATUS   PIC XX.
01 WS-AUDIT-STATUS  PIC XX.

01 WS-FILES-OK      PIC X VALUE 'Y'.
01 WS-RETURN-CODE   PIC 9(03) VALUE 0.

01 WS-LOCK-LIST.
    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(12) VALUE "PRIMEVSAM".
    05 FILLER PIC X(12) VALUE "SCANCOV".
    05 FILLER PIC X(12) VALUE "PRIMECLS".
01 WS-LOCK-LIST-R REDEFINES WS-LOCK-LIST.
    05 WS-LOCK-NAME OCCURS 4 TIMES PIC X(12).
01 WS-LOCK-COUNT    PIC 9(02) VALUE 4.
01 WS-LOCK-IDX      PIC 9(02) VALUE 0.
01 WS-LOCK-REL-IDX  PIC 9(02) VALUE 0.
01 WS-LOCKS-HELD    PIC 9(02) VALUE 0.
01 WS-LOCK-OK       PIC X VALUE 'Y'.
01 WS-LOCK-HOLDER   PIC X(08) VALUE "PRIMCLAS".
01 WS-LOCK-EVENT    PIC X(08) VALUE SPACES.
01 WS-LOCK-OTHER    PIC X(08) VALUE SPACES.
01 WS-NOW-DATETIME  PIC X(21).
01 WS-AUDIT-LINE    PIC X(80) VALUE SPACES.

01 WS-RUN-DATETIME  PIC X(21).

*> the coverage records as keyed, which the report lines follow,
*> with the family counts for the primes classified under each
01 WS-COV-TABLE.
    05 WS-COV-ENTRY OCCURS 500 TIMES.
        10 WS-COV-LOW        PIC 9(07).
        10 WS-COV-HIGH       PIC 9(07).
        10 WS-RNG-PRIMES     PIC 9(07).
        10 WS-RNG-UNPROVEN   PIC 9(07).
        10 WS-RNG-FAMILY     PIC 9(07) OCCURS 7 TIMES.
01 WS-COV-USED        PIC 9(03) VALUE 0.
01 WS-COV-IDX         PIC 9(03) VALUE 0.
01 WS-COV-OVERFLOW    PIC X VALUE 'N'.

*> the same ranges with overlaps and abutting ranges run together -
*> the partner checks only ask whether a number is covered at all
01 WS-MRG-TABLE.
    05 WS-MRG-ENTRY OCCURS 500 TIMES.
        10 WS-MRG-LOW        PIC 9(07).
        10 WS-MRG-HIGH       PIC 9(07).
01 WS-MRG-USED        PIC 9(03) VALUE 0.
01 WS-MRG-IDX         PIC 9(03) VALUE 0.
01 WS-COVERED         PIC X VALUE 'N'.

01 WS-DONE-THROUGH    PIC 9(07) VALUE 0.
01 WS-SWEEP-FROM      PIC 9(07) VALUE 0.
01 WS-RANGE-EOF       PIC X VALUE 'N'.
01 WS-PRIME           PIC 9(07) VALUE 0.
01 WS-PARTNER         PIC 9(08) VALUE 0.
01 WS-OFFSET          PIC 9(01) VALUE 0.
01 WS-VERDICT         PIC X VALUE SPACE.
01 WS-VERDICT-BELOW   PIC X VALUE SPACE.
01 WS-PAIR-VERDICT    PIC X VALUE SPACE.
01 WS-ANY-UNPROVEN    PIC X VALUE 'N'.
01 WS-FAMILY-IDX      PIC 9(01) VALUE 0.

01 WS-REV-SOURCE      PIC 9(07) VALUE 0.
01 WS-REV-SOURCE-R REDEFINES WS-REV-SOURCE.
    05 WS-REV-DIGIT OCCURS 7 TIMES PIC 9(01).
01 WS-REVERSED        PIC 9(07) VALUE 0.
01 WS-FIRST-DIGIT     PIC 9(01) VALUE 0.
01 WS-DIGIT-IDX       PIC 9(01) VALUE 0.

01 WS-PRIMES-CLASSIFIED PIC 9(07) VALUE 0.
01 WS-PRIMES-UNPROVEN   PIC 9(07) VALUE 0.
01 WS-WRITE-ERRORS      PIC 9(07) VALUE 0.
01 WS-TOTAL-YES-TABLE.
    05 WS-TOTAL-YES     PIC 9(07) OCCURS 7 TIMES.
01 WS-TOTAL-UNP-TABLE.
    05 WS-TOTAL-UNP     PIC 9(07) OCCURS 7 TIMES.

01 WS-RPT-LINE        PIC X(132) VALUE SPACES.
01 WS-RPT-COL         PIC 9(03) VALUE 0.
01 WS-BOUND-EDIT      PIC ZZZZZZ9.
01 WS-COUNT-EDIT      PIC ZZZZZZZ9.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME
    PERFORM 0200-CLAIM-RUN-LOCKS
    IF WS-LOCK-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1000-OPEN-FILES

    IF WS-FILES-OK = 'Y'
        PERFORM 1100-LOAD-COVERAGE-TABLE
        PERFORM 1200-MERGE-COVERAGE
        PERFORM 2000-SWEEP-COVERED-RANGES
        PERFORM 3000-WRITE-FAMILY-REPORT
        CLOSE PRIME-VSAM-FILE
        CLOSE PRIME-CLASS-FILE
        CLOSE CLASS-REPORT-FILE
        PERFORM 4000-WRITE-SUMMARY
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

1000-OPEN-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN INPUT PRIME-VSAM-FILE
    IF WS-VSAM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING PRIMEVSAM - FILE STATUS " WS-VSAM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN OUTPUT PRIME-CLASS-FILE
    IF WS-CLS-STATUS NOT = "00"
        DISPLAY "ERROR OPENING PRIMECLS - FILE STATUS " WS-CLS-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN OUTPUT CLASS-REPORT-FILE
    IF WS-CRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CLSRPT - FILE STATUS " WS-CRPT-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF.

*> without the coverage records nothing is proven, so nothing is
*> classified - the empty PRIMECLS is the honest answer, and the
*> inquiries then report every prime as not classified
1100-LOAD-COVERAGE-TABLE.
    MOVE 0 TO WS-COV-USED
    OPEN INPUT SCAN-COVERAGE-FILE
    IF WS-COV-STATUS = "00"
        PERFORM UNTIL WS-COV-STATUS NOT = "00"
            READ SCAN-COVERAGE-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF WS-COV-USED < 500
                        ADD 1 TO WS-COV-USED
                        MOVE COV-LOW-BOUND
                            TO WS-COV-LOW(WS-COV-USED)
                        MOVE COV-HIGH-BOUND
                            TO WS-COV-HIGH(WS-COV-USED)
                        MOVE 0 TO WS-RNG-PRIMES(WS-COV-USED)
                        MOVE 0 TO WS-RNG-UNPROVEN(WS-COV-USED)
                        PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1
                                UNTIL WS-FAMILY-IDX > 7
                            MOVE 0 TO WS-RNG-FAMILY(WS-COV-USED,
                                WS-FAMILY-IDX)
                        END-PERFORM
                    ELSE
                        MOVE 'Y' TO WS-COV-OVERFLOW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCAN-COVERAGE-FILE
    ELSE
        DISPLAY "SCANCOV NOT AVAILABLE - FILE STATUS " WS-COV-STATUS
            " - NO PRIMES CAN BE CLASSIFIED"
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF

    IF WS-COV-OVERFLOW = 'Y'
        DISPLAY "SCANCOV HOLDS MORE RANGES THAN THE TABLE - EXCESS"
            " RANGES TREATED AS NOT COVERED"
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF

    PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1 UNTIL WS-FAMILY-IDX > 7
        MOVE 0 TO WS-TOTAL-YES(WS-FAMILY-IDX)
        MOVE 0 TO WS-TOTAL-UNP(WS-FAMILY-IDX)
    END-PERFORM.

*> the coverage file is keyed on the low bound, so one pass in key
*> order runs the overlapping and touching ranges together
1200-MERGE-COVERAGE.
    MOVE 0 TO WS-MRG-USED
    PERFORM VARYING WS-COV-IDX FROM 1 BY 1
            UNTIL WS-COV-IDX > WS-COV-USED
        IF WS-MRG-USED > 0
                AND WS-COV-LOW(WS-COV-IDX)
                    <= WS-MRG-HIGH(WS-MRG-USED) + 1
            IF WS-COV-HIGH(WS-COV-IDX) > WS-MRG-HIGH(WS-MRG-USED)
                MOVE WS-COV-HIGH(WS-COV-IDX)
                    TO WS-MRG-HIGH(WS-MRG-USED)
            END-IF
        ELSE
            ADD 1 TO WS-MRG-USED
            MOVE WS-COV-LOW(WS-COV-IDX) TO WS-MRG-LOW(WS-MRG-USED)
            MOVE WS-COV-HIGH(WS-COV-IDX) TO WS-MRG-HIGH(WS-MRG-USED)
        END-IF
    END-PERFORM.

*> ----- the sweep -----

*> each range is swept from where the ranges before it left off, so
*> a prime inside two overlapping ranges is classified once, under
*> the first of them
2000-SWEEP-COVERED-RANGES.
    MOVE 0 TO WS-DONE-THROUGH
    PERFORM VARYING WS-COV-IDX FROM 1 BY 1
            UNTIL WS-COV-IDX > WS-COV-USED
        PERFORM 2050-SWEEP-ONE-RANGE
    END-PERFORM.

*> the partner look-ups are keyed reads on the same file, which lose
*> the sequential position - so each step re-positions just past
*> the last prime classified
2050-SWEEP-ONE-RANGE.
    IF WS-COV-LOW(WS-COV-IDX) > WS-DONE-THROUGH
        MOVE WS-COV-LOW(WS-COV-IDX) TO WS-SWEEP-FROM
    ELSE
        COMPUTE WS-SWEEP-FROM = WS-DONE-THROUGH + 1
    END-IF

    IF WS-SWEEP-FROM <= WS-COV-HIGH(WS-COV-IDX)
            AND WS-DONE-THROUGH < 9999999
        MOVE 'N' TO WS-RANGE-EOF
        PERFORM UNTIL WS-RANGE-EOF = 'Y'
            MOVE WS-SWEEP-FROM TO VSAM-PRIME-KEY
            START PRIME-VSAM-FILE
                KEY IS NOT LESS THAN VSAM-PRIME-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-RANGE-EOF
            END-START
            IF WS-RANGE-EOF = 'N'
                READ PRIME-VSAM-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-RANGE-EOF
                END-READ
            END-IF
            IF WS-RANGE-EOF = 'N'
                IF VSAM-PRIME-KEY > WS-COV-HIGH(WS-COV-IDX)
                    MOVE 'Y' TO WS-RANGE-EOF
                ELSE
                    MOVE VSAM-PRIME-KEY TO WS-PRIME
                    PERFORM 2100-CLASSIFY-ONE-PRIME
                    IF WS-PRIME >= 9999999
                        MOVE 'Y' TO WS-RANGE-EOF
                    ELSE
                        COMPUTE WS-SWEEP-FROM = WS-PRIME + 1
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF

    IF WS-COV-HIGH(WS-COV-IDX) > WS-DONE-THROUGH
        MOVE WS-COV-HIGH(WS-COV-IDX) TO WS-DONE-THROUGH
    END-IF.

2100-CLASSIFY-ONE-PRIME.
    MOVE SPACES TO PRIME-CLASS-RECORD
    MOVE WS-PRIME TO CLS-PRIME-KEY
    MOVE WS-COV-LOW(WS-COV-IDX) TO CLS-RANGE-LOW
    MOVE WS-COV-HIGH(WS-COV-IDX) TO CLS-RANGE-HIGH
    MOVE WS-RUN-DATETIME(1:8) TO CLS-CLASS-DATE

    COMPUTE WS-PARTNER = WS-PRIME * 2 + 1
    PERFORM 2500-PROBE-PARTNER
    MOVE WS-VERDICT TO CLS-SOPHIE-GERMAIN

    *> truncates to 0 for p = 2, which has no safe partner
    COMPUTE WS-PARTNER = (WS-PRIME - 1) / 2
    PERFORM 2500-PROBE-PARTNER
    MOVE WS-VERDICT TO CLS-SAFE

    MOVE 2 TO WS-OFFSET
    PERFORM 2400-PROBE-PAIR
    MOVE WS-PAIR-VERDICT TO CLS-TWIN
    MOVE 4 TO WS-OFFSET
    PERFORM 2400-PROBE-PAIR
    MOVE WS-PAIR-VERDICT TO CLS-COUSIN
    MOVE 6 TO WS-OFFSET
    PERFORM 2400-PROBE-PAIR
    MOVE WS-PAIR-VERDICT TO CLS-SEXY

    PERFORM 2300-REVERSE-DIGITS
    IF WS-REVERSED = WS-PRIME
        MOVE 'Y' TO CLS-PALINDROMIC
        MOVE 'N' TO CLS-EMIRP
    ELSE
        MOVE 'N' TO CLS-PALINDROMIC
        MOVE WS-REVERSED TO WS-PARTNER
        PERFORM 2500-PROBE-PARTNER
        MOVE WS-VERDICT TO CLS-EMIRP
    END-IF

    WRITE PRIME-CLASS-RECORD
        INVALID KEY
            ADD 1 TO WS-WRITE-ERRORS
            DISPLAY "PRIMECLS WRITE FAILED FOR " WS-PRIME
                " - FILE STATUS " WS-CLS-STATUS
            IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF
    END-WRITE

    ADD 1 TO WS-PRIMES-CLASSIFIED
    ADD 1 TO WS-RNG-PRIMES(WS-COV-IDX)
    MOVE 'N' TO WS-ANY-UNPROVEN
    PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1 UNTIL WS-FAMILY-IDX > 7
        IF CLS-FAMILY-FLAG(WS-FAMILY-IDX) = 'Y'
            ADD 1 TO WS-RNG-FAMILY(WS-COV-IDX, WS-FAMILY-IDX)
            ADD 1 TO WS-TOTAL-YES(WS-FAMILY-IDX)
        END-IF
        IF CLS-FAMILY-FLAG(WS-FAMILY-IDX) = 'U'
            ADD 1 TO WS-TOTAL-UNP(WS-FAMILY-IDX)
            MOVE 'Y' TO WS-ANY-UNPROVEN
        END-IF
    END-PERFORM
    IF WS-ANY-UNPROVEN = 'Y'
        ADD 1 TO WS-RNG-UNPROVEN(WS-COV-IDX)
        ADD 1 TO WS-PRIMES-UNPROVEN
    END-IF.

*> the significant digits read from the units end; leading zeros
*> of the 7-digit key are not digits of the number
2300-REVERSE-DIGITS.
    MOVE WS-PRIME TO WS-REV-SOURCE
    MOVE 0 TO WS-REVERSED
    MOVE 1 TO WS-FIRST-DIGIT
    PERFORM UNTIL WS-FIRST-DIGIT >= 7
            OR WS-REV-DIGIT(WS-FIRST-DIGIT) NOT = 0
        ADD 1 TO WS-FIRST-DIGIT
    END-PERFORM
    PERFORM VARYING WS-DIGIT-IDX FROM 7 BY -1
            UNTIL WS-DIGIT-IDX < WS-FIRST-DIGIT
        COMPUTE WS-REVERSED =
            WS-REVERSED * 10 + WS-REV-DIGIT(WS-DIGIT-IDX)
    END-PERFORM.

*> a pair family holds if either partner is a proven prime, fails
*> only when both partners are proven composite (or impossible), and
*> is unproven otherwise
2400-PROBE-PAIR.
    IF WS-PRIME > WS-OFFSET
        COMPUTE WS-PARTNER = WS-PRIME - WS-OFFSET
    ELSE
        MOVE 0 TO WS-PARTNER
    END-IF
    PERFORM 2500-PROBE-PARTNER
    MOVE WS-VERDICT TO WS-VERDICT-BELOW

    COMPUTE WS-PARTNER = WS-PRIME + WS-OFFSET
    PERFORM 2500-PROBE-PARTNER

    EVALUATE TRUE
        WHEN WS-VERDICT-BELOW = 'Y' OR WS-VERDICT = 'Y'
            MOVE 'Y' TO WS-PAIR-VERDICT
        WHEN WS-VERDICT-BELOW = 'U' OR WS-VERDICT = 'U'
            MOVE 'U' TO WS-PAIR-VERDICT
        WHEN OTHER
            MOVE 'N' TO WS-PAIR-VERDICT
    END-EVALUATE.

*> Y the partner is on the prime file; N it is covered and absent,
*> or below 2; U nobody has scanned it, including anything past
*> the 7-digit ceiling of the prime file
2500-PROBE-PARTNER.
    EVALUATE TRUE
        WHEN WS-PARTNER < 2
            MOVE 'N' TO WS-VERDICT
        WHEN WS-PARTNER > 9999999
            MOVE 'U' TO WS-VERDICT
        WHEN OTHER
            PERFORM 2550-CHECK-COVERAGE
            IF WS-COVERED = 'N'
                MOVE 'U' TO WS-VERDICT
            ELSE
                MOVE WS-PARTNER TO VSAM-PRIME-KEY
                READ PRIME-VSAM-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                IF WS-VSAM-STATUS = "00"
                    MOVE 'Y' TO WS-VERDICT
                ELSE
                    MOVE 'N' TO WS-VERDICT
                END-IF
            END-IF
    END-EVALUATE.

2550-CHECK-COVERAGE.
    MOVE 'N' TO WS-COVERED
    MOVE 0 TO WS-MRG-IDX
    PERFORM UNTIL WS-COVERED = 'Y'
            OR WS-MRG-IDX >= WS-MRG-USED
        ADD 1 TO WS-MRG-IDX
        IF WS-PARTNER >= WS-MRG-LOW(WS-MRG-IDX)
                AND WS-PARTNER <= WS-MRG-HIGH(WS-MRG-IDX)
            MOVE 'Y' TO WS-COVERED
        END-IF
    END-PERFORM.

*> ----- family report -----

2900-WRITE-REPORT-LINE.
    MOVE WS-RPT-LINE TO CLASS-REPORT-RECORD
    WRITE CLASS-REPORT-RECORD
    MOVE SPACES TO WS-RPT-LINE.

3000-WRITE-FAMILY-REPORT.
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "PRIME FAMILY CLASSIFICATION - RUN OF " DELIMITED BY SIZE
        WS-RUN-DATETIME(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-RUN-DATETIME(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-RUN-DATETIME(7:2) DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "COUNTS ARE PROVEN MEMBERS. A FAMILY WHOSE PARTNER LIES"
        TO WS-RPT-LINE(2:54)
    MOVE " OUTSIDE SCANCOV COVERAGE IS UNPROVEN, NOT COUNTED."
        TO WS-RPT-LINE(56:51)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE "RANGE LOW" TO WS-RPT-LINE(2:9)
    MOVE "HIGH" TO WS-RPT-LINE(15:4)
    MOVE "PRIMES" TO WS-RPT-LINE(25:6)
    MOVE "SOPHIE G" TO WS-RPT-LINE(33:8)
    MOVE "SAFE" TO WS-RPT-LINE(47:4)
    MOVE "TWIN" TO WS-RPT-LINE(57:4)
    MOVE "COUSIN" TO WS-RPT-LINE(65:6)
    MOVE "SEXY" TO WS-RPT-LINE(77:4)
    MOVE "EMIRP" TO WS-RPT-LINE(86:5)
    MOVE "PALINDROME" TO WS-RPT-LINE(91:10)
    MOVE "UNPROVEN" TO WS-RPT-LINE(103:8)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    PERFORM VARYING WS-COV-IDX FROM 1 BY 1
            UNTIL WS-COV-IDX > WS-COV-USED
        MOVE WS-COV-LOW(WS-COV-IDX) TO WS-BOUND-EDIT
        MOVE WS-BOUND-EDIT TO WS-RPT-LINE(2:7)
        MOVE WS-COV-HIGH(WS-COV-IDX) TO WS-BOUND-EDIT
        MOVE WS-BOUND-EDIT TO WS-RPT-LINE(12:7)
        MOVE WS-RNG-PRIMES(WS-COV-IDX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-RPT-LINE(23:8)
        PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1
                UNTIL WS-FAMILY-IDX > 7
            MOVE WS-RNG-FAMILY(WS-COV-IDX, WS-FAMILY-IDX)
                TO WS-COUNT-EDIT
            COMPUTE WS-RPT-COL = 23 + WS-FAMILY-IDX * 10
            MOVE WS-COUNT-EDIT TO WS-RPT-LINE(WS-RPT-COL:8)
        END-PERFORM
        MOVE WS-RNG-UNPROVEN(WS-COV-IDX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-RPT-LINE(103:8)
        PERFORM 2900-WRITE-REPORT-LINE
    END-PERFORM

    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "TOTAL PROVEN" TO WS-RPT-LINE(2:12)
    MOVE WS-PRIMES-CLASSIFIED TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO WS-RPT-LINE(23:8)
    PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1 UNTIL WS-FAMILY-IDX > 7
        MOVE WS-TOTAL-YES(WS-FAMILY-IDX) TO WS-COUNT-EDIT
        COMPUTE WS-RPT-COL = 23 + WS-FAMILY-IDX * 10
        MOVE WS-COUNT-EDIT TO WS-RPT-LINE(WS-RPT-COL:8)
    END-PERFORM
    MOVE WS-PRIMES-UNPROVEN TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO WS-RPT-LINE(103:8)
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE "TOTAL UNPROVEN" TO WS-RPT-LINE(2:14)
    PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1 UNTIL WS-FAMILY-IDX > 7
        MOVE WS-TOTAL-UNP(WS-FAMILY-IDX) TO WS-COUNT-EDIT
        COMPUTE WS-RPT-COL = 23 + WS-FAMILY-IDX * 10
        MOVE WS-COUNT-EDIT TO WS-RPT-LINE(WS-RPT-COL:8)
    END-PERFORM
    PERFORM 2900-WRITE-REPORT-LINE

    IF WS-COV-USED = 0
        PERFORM 2900-WRITE-REPORT-LINE
        MOVE "NO SCANCOV RANGES - NOTHING CLASSIFIED"
            TO WS-RPT-LINE(2:38)
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF.

4000-WRITE-SUMMARY.
    DISPLAY " "
    DISPLAY "===== PRIME CLASSIFICATION SUMMARY ====="
    DISPLAY "COVERED RANGES       : " WS-COV-USED
    DISPLAY "PRIMES CLASSIFIED    : " WS-PRIMES-CLASSIFIED
    DISPLAY "WITH ANY UNPROVEN    : " WS-PRIMES-UNPROVEN
    DISPLAY "WRITE FAILURES       : " WS-WRITE-ERRORS
    IF WS-PRIMES-CLASSIFIED = 0 AND WS-RETURN-CODE < 4
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
