        RECORD KEY IS COV-LOW-BOUND
        FILE STATUS IS WS-COV-STATUS.

    SELECT PRIME-CLASS-FILE ASSIGN TO "PRIMECLS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLS-PRIME-KEY
        FILE STATUS IS WS-CLS-STATUS.

    SELECT PRIME-ORDINAL-FILE ASSIGN TO "PRIMEORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ORD-RANK
        FILE STATUS IS WS-ORD-STATUS.

    SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
DATA DIVISION.
FILE SECTION.

*> the inquiry type in cols 9-19 is blank for the original prime
*> check, or one of the ordinal inquiries answered from PRIMEORD:
*>   NTH          the number is a rank - which prime holds it
*>   RANK         which rank the number holds, if it is prime
*>   COUNT-BELOW  how many primes there are up to the number
FD  INQUIRY-REQUEST-FILE.
01  INQUIRY-REQUEST-RECORD.
    05 IRQ-NUMBER-X          PIC X(07).
    05 FILLER                PIC X(01).
    05 IRQ-TYPE              PIC X(11).

FD  INQUIRY-RESPONSE-FILE.
01  INQUIRY-RESPONSE-RECORD  PIC X(80).
    05 COV-SCAN-DATE         PIC X(08).
    05 COV-REQUEST-ID        PIC X(08).

*> the family flags the classification sweep keeps per prime - Y, N,
*> or U where the partner number lies outside scan coverage
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
    05 CLS-RANGE-LOW         PIC 9(07).
    05 CLS-RANGE-HIGH        PIC 9(07).
    05 CLS-CLASS-DATE        PIC X(08).

*> rank 0 is the control record: the coverage ceiling the index is
*> proven to and the number of primes it holds
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

*> shared run-lock convention - holding the prime file and coverage
*> records keeps a scan run from truncating them mid-inquiry
FD  LOCK-FILE.
01 WS-RESP-STATUS   PIC XX.
01 WS-VSAM-STATUS   PIC XX.
01 WS-COV-STATUS    PIC XX.
01 WS-CLS-STATUS    PIC XX.
01 WS-ORD-STATUS    PIC XX.
01 WS-LOCK-STATUS   PIC XX.
01 WS-AUDIT-STATUS  PIC XX.

    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(12) VALUE "PRIMEVSAM".
    05 FILLER PIC X(12) VALUE "SCANCOV".
    05 FILLER PIC X(12) VALUE "PRIMECLS".
    05 FILLER PIC X(12) VALUE "PRIMEORD".
01 WS-LOCK-LIST-R REDEFINES WS-LOCK-LIST.
    05 WS-LOCK-NAME OCCURS 5 TIMES PIC X(12).
01 WS-LOCK-COUNT    PIC 9(02) VALUE 5.
01 WS-LOCK-IDX      PIC 9(02) VALUE 0.
01 WS-LOCK-REL-IDX  PIC 9(02) VALUE 0.
01 WS-LOCKS-HELD    PIC 9(02) VALUE 0.
01 WS-NONPRIME-ANSWERS PIC 9(06) VALUE 0.
01 WS-NOTCOV-ANSWERS  PIC 9(06) VALUE 0.
01 WS-REJECT-COUNT    PIC 9(06) VALUE 0.
01 WS-UNCLASSED-ANSWERS PIC 9(06) VALUE 0.

*> a prime answer carries its family flags when the classification
*> file is there; without it the answers read as they always have
01 WS-CLS-AVAILABLE   PIC X VALUE 'N'.
01 WS-CLASS-TEXT      PIC X(44) VALUE SPACES.

*> the ordinal index is trusted only up to the ceiling its control
*> record was built to - past it every ordinal answer is NOT COVERED
01 WS-ORD-AVAILABLE   PIC X VALUE 'N'.
01 WS-ORD-CEILING     PIC 9(07) VALUE 0.
01 WS-ORD-COUNT       PIC 9(07) VALUE 0.
01 WS-ORD-READ-OK     PIC X VALUE 'Y'.
01 WS-SEARCH-LOW      PIC 9(07) VALUE 0.
01 WS-SEARCH-HIGH     PIC 9(07) VALUE 0.
01 WS-SEARCH-MID      PIC 9(07) VALUE 0.
01 WS-PI-COUNT        PIC 9(07) VALUE 0.
01 WS-PI-PRIME        PIC 9(07) VALUE 0.
01 WS-CUR-TYPE        PIC X(11) VALUE SPACES.
01 WS-ORDINAL-ANSWERS PIC 9(06) VALUE 0.
01 WS-RANK-EDIT       PIC ZZZZZZ9.
01 WS-COUNT-EDIT      PIC ZZZZZZ9.
01 WS-CEILING-EDIT    PIC ZZZZZZ9.

*> decks up to the threshold keep the original one-at-a-time keyed
*> look-ups; past it the numbers are sorted and answered in a single
01 WS-CUR-NUM-X       PIC X(07) VALUE SPACES.

01 WS-INQ-TABLE.
    05 WS-INQ-ENTRY OCCURS 250000 TIMES.
        10 WS-INQ-TEXT       PIC X(07).
        10 WS-INQ-TYPE       PIC X(11).
01 WS-INQ-USED        PIC 9(06) VALUE 0.
01 WS-INQ-IDX         PIC 9(06) VALUE 0.
01 WS-INQ-OVERFLOW    PIC X VALUE 'N'.
        CLOSE INQUIRY-REQUEST-FILE
        CLOSE INQUIRY-RESPONSE-FILE
        CLOSE PRIME-VSAM-FILE
        IF WS-CLS-AVAILABLE = 'Y'
            CLOSE PRIME-CLASS-FILE
        END-IF
        IF WS-ORD-AVAILABLE = 'Y'
            CLOSE PRIME-ORDINAL-FILE
        END-IF
    END-IF

    PERFORM 0270-RELEASE-RUN-LOCKS
        DISPLAY "ERROR OPENING PRIMEVSAM - FILE STATUS " WS-VSAM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN INPUT PRIME-CLASS-FILE
    IF WS-CLS-STATUS = "00"
        MOVE 'Y' TO WS-CLS-AVAILABLE
    ELSE
        MOVE 'N' TO WS-CLS-AVAILABLE
        DISPLAY "PRIMECLS NOT AVAILABLE - FILE STATUS " WS-CLS-STATUS
            " - PRIME ANSWERS CARRY NO FAMILIES"
    END-IF

    OPEN INPUT PRIME-ORDINAL-FILE
    IF WS-ORD-STATUS = "00"
        MOVE 0 TO ORD-CTL-RANK
        READ PRIME-ORDINAL-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-ORD-STATUS = "00"
            MOVE 'Y' TO WS-ORD-AVAILABLE
            MOVE ORD-CTL-CEILING TO WS-ORD-CEILING
            MOVE ORD-CTL-COUNT TO WS-ORD-COUNT
        ELSE
            CLOSE PRIME-ORDINAL-FILE
            DISPLAY "PRIMEORD HAS NO CONTROL RECORD - ORDINAL"
                " INQUIRIES WILL NOT BE ANSWERED"
        END-IF
    ELSE
        DISPLAY "PRIMEORD NOT AVAILABLE - FILE STATUS " WS-ORD-STATUS
            " - ORDINAL INQUIRIES WILL NOT BE ANSWERED"
    END-IF.

*> without the coverage records every miss is answered NOT COVERED -
        PERFORM UNTIL WS-INQ-IDX >= WS-INQ-USED
            ADD 1 TO WS-INQ-IDX
            MOVE WS-INQ-TEXT(WS-INQ-IDX) TO WS-CUR-NUM-X
            MOVE WS-INQ-TYPE(WS-INQ-IDX) TO WS-CUR-TYPE
            PERFORM 2100-PROCESS-ONE-REQUEST
        END-PERFORM
    END-IF.
                IF WS-INQ-USED < 250000
                    ADD 1 TO WS-INQ-USED
                    MOVE IRQ-NUMBER-X TO WS-INQ-TEXT(WS-INQ-USED)
                    MOVE IRQ-TYPE TO WS-INQ-TYPE(WS-INQ-USED)
                ELSE
                    MOVE 'Y' TO WS-INQ-OVERFLOW
                END-IF
    ELSE
        MOVE WS-CUR-NUM-X TO WS-EDIT-NUM
        MOVE WS-EDIT-NUM TO WS-NUM
        IF WS-CUR-TYPE = SPACES
            PERFORM 2200-LOOK-UP-NUMBER
        ELSE
            PERFORM 4000-ANSWER-ORDINAL-REQUEST
            PERFORM 2900-WRITE-RESPONSE
        END-IF
    END-IF.

*> the families go in a fixed place after the verdict, so a reader
*> that only looks for IS PRIME is undisturbed:
*>   SG Sophie Germain  SF safe  TW twin  CO cousin  SX sexy
*>   EM emirp  PA palindromic   - each Y, N or U (unproven)
2150-ADD-CLASSIFICATION.
    IF WS-CLS-AVAILABLE = 'Y'
        MOVE SPACES TO WS-CLASS-TEXT
        MOVE WS-NUM TO CLS-PRIME-KEY
        READ PRIME-CLASS-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-CLS-STATUS = "00"
            STRING
                "FAMILIES SG=" DELIMITED BY SIZE
                CLS-SOPHIE-GERMAIN DELIMITED BY SIZE
                " SF=" DELIMITED BY SIZE
                CLS-SAFE DELIMITED BY SIZE
                " TW=" DELIMITED BY SIZE
                CLS-TWIN DELIMITED BY SIZE
                " CO=" DELIMITED BY SIZE
                CLS-COUSIN DELIMITED BY SIZE
                " SX=" DELIMITED BY SIZE
                CLS-SEXY DELIMITED BY SIZE
                " EM=" DELIMITED BY SIZE
                CLS-EMIRP DELIMITED BY SIZE
                " PA=" DELIMITED BY SIZE
                CLS-PALINDROMIC DELIMITED BY SIZE
                INTO WS-CLASS-TEXT
            END-STRING
        ELSE
            ADD 1 TO WS-UNCLASSED-ANSWERS
            MOVE "FAMILIES NOT CLASSIFIED" TO WS-CLASS-TEXT
        END-IF
        MOVE WS-CLASS-TEXT TO WS-RESPONSE-LINE(18:44)
    END-IF.

2200-LOOK-UP-NUMBER.
            " IS PRIME" DELIMITED BY SIZE
            INTO WS-RESPONSE-LINE
        END-STRING
        PERFORM 2150-ADD-CLASSIFICATION
        PERFORM 2900-WRITE-RESPONSE
    ELSE
        *> the verdict for a miss comes from the coverage records the
            END-STRING
            MOVE WS-RESPONSE-LINE TO WS-ANS-TEXT(WS-ANS-SEQ)
        ELSE
            *> the ordinal inquiries never touch the prime file, so they
            *> are answered in place and stay out of the sweep
            IF WS-INQ-TYPE(WS-ANS-SEQ) NOT = SPACES
                MOVE WS-INQ-TEXT(WS-ANS-SEQ) TO WS-CUR-NUM-X
                MOVE WS-INQ-TYPE(WS-ANS-SEQ) TO WS-CUR-TYPE
                MOVE WS-CUR-NUM-X TO WS-EDIT-NUM
                MOVE WS-EDIT-NUM TO WS-NUM
                PERFORM 4000-ANSWER-ORDINAL-REQUEST
                MOVE WS-RESPONSE-LINE TO WS-ANS-TEXT(WS-ANS-SEQ)
            ELSE
                ADD 1 TO WS-SORT-USED
                MOVE WS-INQ-TEXT(WS-ANS-SEQ)
                    TO WS-SORT-NUM(WS-SORT-USED)
                MOVE WS-ANS-SEQ TO WS-SORT-SEQ(WS-SORT-USED)
            END-IF
        END-IF
    END-PERFORM

            " IS PRIME" DELIMITED BY SIZE
            INTO WS-RESPONSE-LINE
        END-STRING
        PERFORM 2150-ADD-CLASSIFICATION
    ELSE
        PERFORM 2250-CHECK-COVERAGE
        IF WS-COVERED = 'N'
    DISPLAY "PRIME ANSWERS        : " WS-PRIME-ANSWERS
    DISPLAY "NON-PRIME ANSWERS    : " WS-NONPRIME-ANSWERS
    DISPLAY "NOT COVERED BY SCAN  : " WS-NOTCOV-ANSWERS
    DISPLAY "REQUESTS REJECTED    : " WS-REJECT-COUNT
    IF WS-CLS-AVAILABLE = 'Y'
        DISPLAY "PRIMES NOT CLASSIFIED: " WS-UNCLASSED-ANSWERS
    END-IF
    DISPLAY "ORDINAL ANSWERS      : " WS-ORDINAL-ANSWERS.

*> ----- ordinal inquiries -----

4000-ANSWER-ORDINAL-REQUEST.
    MOVE SPACES TO WS-RESPONSE-LINE
    MOVE WS-NUM TO WS-NUM-EDIT
    MOVE WS-ORD-CEILING TO WS-CEILING-EDIT
    MOVE 'Y' TO WS-ORD-READ-OK

    EVALUATE TRUE
        WHEN WS-CUR-TYPE NOT = "NTH"
                AND WS-CUR-TYPE NOT = "RANK"
                AND WS-CUR-TYPE NOT = "COUNT-BELOW"
            ADD 1 TO WS-REJECT-COUNT
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
            STRING
                "REQUEST '" DELIMITED BY SIZE
                WS-CUR-NUM-X DELIMITED BY SIZE
                "' REJECTED - UNKNOWN INQUIRY TYPE " DELIMITED BY SIZE
                WS-CUR-TYPE DELIMITED BY SIZE
                INTO WS-RESPONSE-LINE
            END-STRING
        WHEN WS-ORD-AVAILABLE = 'N'
            ADD 1 TO WS-NOTCOV-ANSWERS
            STRING
                WS-NUM-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CUR-TYPE DELIMITED BY SPACE
                " NOT ANSWERED - ORDINAL INDEX NOT AVAILABLE"
                    DELIMITED BY SIZE
                INTO WS-RESPONSE-LINE
            END-STRING
        WHEN WS-CUR-TYPE = "NTH"
            PERFORM 4100-ANSWER-NTH
        WHEN WS-CUR-TYPE = "RANK"
            PERFORM 4200-ANSWER-RANK
        WHEN OTHER
            PERFORM 4300-ANSWER-COUNT-BELOW
    END-EVALUATE

    IF WS-ORD-READ-OK = 'N'
        MOVE SPACES TO WS-RESPONSE-LINE
        STRING
            WS-NUM-EDIT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-CUR-TYPE DELIMITED BY SPACE
            " NOT ANSWERED - ORDINAL INDEX UNREADABLE" DELIMITED BY SIZE
            INTO WS-RESPONSE-LINE
        END-STRING
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

4100-ANSWER-NTH.
    EVALUATE TRUE
        WHEN WS-NUM = 0
            ADD 1 TO WS-REJECT-COUNT
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
            STRING
                "REQUEST '" DELIMITED BY SIZE
                WS-CUR-NUM-X DELIMITED BY SIZE
                "' REJECTED - NTH NEEDS A RANK OF 1 OR MORE"
                    DELIMITED BY SIZE
                INTO WS-RESPONSE-LINE
            END-STRING
        WHEN WS-NUM > WS-ORD-COUNT
            ADD 1 TO WS-NOTCOV-ANSWERS
            MOVE WS-ORD-COUNT TO WS-COUNT-EDIT
            STRING
                "PRIME NUMBER " DELIMITED BY SIZE
                WS-NUM-EDIT DELIMITED BY SIZE
                " NOT COVERED - INDEX HOLDS " DELIMITED BY SIZE
                WS-COUNT-EDIT DELIMITED BY SIZE
                " PRIMES TO " DELIMITED BY SIZE
                WS-CEILING-EDIT DELIMITED BY SIZE
                INTO WS-RESPONSE-LINE
            END-STRING
        WHEN OTHER
            MOVE WS-NUM TO ORD-RANK
            READ PRIME-ORDINAL-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ORD-READ-OK
            END-READ
            IF WS-ORD-READ-OK = 'Y'
                ADD 1 TO WS-ORDINAL-ANSWERS
                MOVE ORD-PRIME TO WS-RANK-EDIT
                STRING
                    "PRIME NUMBER " DELIMITED BY SIZE
                    WS-NUM-EDIT DELIMITED BY SIZE
                    " IS " DELIMITED BY SIZE
                    WS-RANK-EDIT DELIMITED BY SIZE
                    INTO WS-RESPONSE-LINE
                END-STRING
            END-IF
    END-EVALUATE.

4200-ANSWER-RANK.
    IF WS-NUM > WS-ORD-CEILING
        PERFORM 4900-ANSWER-NOT-COVERED
    ELSE
        PERFORM 4400-COUNT-PRIMES-TO
        IF WS-ORD-READ-OK = 'Y'
            ADD 1 TO WS-ORDINAL-ANSWERS
            IF WS-PI-COUNT > 0 AND WS-PI-PRIME = WS-NUM
                MOVE WS-PI-COUNT TO WS-RANK-EDIT
                STRING
                    WS-NUM-EDIT DELIMITED BY SIZE
                    " IS PRIME NUMBER " DELIMITED BY SIZE
                    WS-RANK-EDIT DELIMITED BY SIZE
                    INTO WS-RESPONSE-LINE
                END-STRING
            ELSE
                STRING
                    WS-NUM-EDIT DELIMITED BY SIZE
                    " IS NOT PRIME - NO RANK" DELIMITED BY SIZE
                    INTO WS-RESPONSE-LINE
                END-STRING
            END-IF
        END-IF
    END-IF.

*> the count includes the number itself when it is prime - pi(x)
4300-ANSWER-COUNT-BELOW.
    IF WS-NUM > WS-ORD-CEILING
        PERFORM 4900-ANSWER-NOT-COVERED
    ELSE
        PERFORM 4400-COUNT-PRIMES-TO
        IF WS-ORD-READ-OK = 'Y'
            ADD 1 TO WS-ORDINAL-ANSWERS
            MOVE WS-PI-COUNT TO WS-COUNT-EDIT
            STRING
                WS-COUNT-EDIT DELIMITED BY SIZE
                " PRIMES AT OR BELOW " DELIMITED BY SIZE
                WS-NUM-EDIT DELIMITED BY SIZE
                INTO WS-RESPONSE-LINE
            END-STRING
        END-IF
    END-IF.

*> binary search on the rank key for the highest rank whose prime
*> does not exceed the number - a couple of dozen keyed reads at
*> most, however large the index grows
4400-COUNT-PRIMES-TO.
    MOVE 0 TO WS-SEARCH-LOW
    MOVE WS-ORD-COUNT TO WS-SEARCH-HIGH
    MOVE 0 TO WS-PI-PRIME
    PERFORM UNTIL WS-SEARCH-LOW >= WS-SEARCH-HIGH
            OR WS-ORD-READ-OK = 'N'
        COMPUTE WS-SEARCH-MID =
            (WS-SEARCH-LOW + WS-SEARCH-HIGH + 1) / 2
        MOVE WS-SEARCH-MID TO ORD-RANK
        READ PRIME-ORDINAL-FILE
            INVALID KEY
                MOVE 'N' TO WS-ORD-READ-OK
        END-READ
        IF WS-ORD-READ-OK = 'Y'
            IF ORD-PRIME <= WS-NUM
                MOVE WS-SEARCH-MID TO WS-SEARCH-LOW
                MOVE ORD-PRIME TO WS-PI-PRIME
            ELSE
                COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-SEARCH-LOW TO WS-PI-COUNT.

4900-ANSWER-NOT-COVERED.
    ADD 1 TO WS-NOTCOV-ANSWERS
    STRING
        WS-NUM-EDIT DELIMITED BY SIZE
        " NOT COVERED - ORDINAL INDEX PROVEN TO " DELIMITED BY SIZE
        WS-CEILING-EDIT DELIMITED BY SIZE
        INTO WS-RESPONSE-LINE
    END-STRING.
