IDENTIFICATION DIVISION.
PROGRAM-ID. FACTCIC.

*> online factorization over the PRIMEVSAM file - transaction PFAC
*> sends map FACTMAP of mapset FACTSET, reads the number the clerk
*> keyed, and answers with its complete prime factorization, the
*> number and sum of its divisors, and whether it is perfect,
*> abundant or deficient. the trial divisors are the primes already
*> on PRIMEVSAM, browsed up from 2 - nothing is recalculated here.
*> the browse only proves anything as far as every prime is known
*> to be loaded, which is the ceiling on the ordinal index control
*> record (the unbroken scan coverage from 2). a number whose
*> factoring needs primes past that ceiling is answered as not
*> covered, showing what was found and the cofactor left over

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DFHAID.

01 WS-COMMAREA.
    05 CA-LAST-NUMBER    PIC 9(07) VALUE 0.

01 WS-EXIT-MESSAGE    PIC X(40)
    VALUE "PRIME FACTORIZATION ENDED".
01 WS-FILE-ERROR      PIC X VALUE 'N'.

*> hand-coded symbolic map for FACTMAP - field order and lengths
*> match the BMS source in the online factorization mapset
01 FACTMAPI.
    05 FILLER            PIC X(12).
    05 NUMINL            PIC S9(04) COMP.
    05 NUMINF            PIC X(01).
    05 NUMINI            PIC X(07).
    05 RESULTL           PIC S9(04) COMP.
    05 RESULTF           PIC X(01).
    05 RESULTI           PIC X(60).
    05 FACTRSL           PIC S9(04) COMP.
    05 FACTRSF           PIC X(01).
    05 FACTRSI           PIC X(52).
    05 DIVCNTL           PIC S9(04) COMP.
    05 DIVCNTF           PIC X(01).
    05 DIVCNTI           PIC X(12).
    05 DIVSUML           PIC S9(04) COMP.
    05 DIVSUMF           PIC X(01).
    05 DIVSUMI           PIC X(12).
    05 CLASSL            PIC S9(04) COMP.
    05 CLASSF            PIC X(01).
    05 CLASSI            PIC X(12).
    05 CEILNGL           PIC S9(04) COMP.
    05 CEILNGF           PIC X(01).
    05 CEILNGI           PIC X(12).
    05 MSGOL             PIC S9(04) COMP.
    05 MSGOF             PIC X(01).
    05 MSGOI             PIC X(60).
01 FACTMAPO REDEFINES FACTMAPI.
    05 FILLER            PIC X(12).
    05 FILLER            PIC X(03).
    05 NUMINO            PIC X(07).
    05 FILLER            PIC X(03).
    05 RESULTO           PIC X(60).
    05 FILLER            PIC X(03).
    05 FACTRSO           PIC X(52).
    05 FILLER            PIC X(03).
    05 DIVCNTO           PIC X(12).
    05 FILLER            PIC X(03).
    05 DIVSUMO           PIC X(12).
    05 FILLER            PIC X(03).
    05 CLASSO            PIC X(12).
    05 FILLER            PIC X(03).
    05 CEILNGO           PIC X(12).
    05 FILLER            PIC X(03).
    05 MSGOO             PIC X(60).

01 PRIME-VSAM-RECORD.
    05 VSAM-PRIME-KEY    PIC 9(07).
    05 VSAM-PRIME-FLAG   PIC X(01).
    05 VSAM-LOAD-DATE    PIC X(08).

*> rank 0 of the ordinal index is its control record - the ceiling
*> it is proven to and the number of primes it holds
01 PRIME-ORDINAL-RECORD.
    05 ORD-RANK          PIC 9(07).
    05 ORD-PRIME         PIC 9(07).
    05 ORD-BUILD-DATE    PIC X(08).
    05 FILLER            PIC X(07).
01 ORDINAL-CONTROL-RECORD REDEFINES PRIME-ORDINAL-RECORD.
    05 ORD-CTL-RANK      PIC 9(07).
    05 ORD-CTL-CEILING   PIC 9(07).
    05 ORD-CTL-DATE      PIC X(08).
    05 ORD-CTL-COUNT     PIC 9(07).

01 WS-ORD-RID         PIC 9(07) VALUE 0.
01 WS-ORD-CEILING     PIC 9(07) VALUE 0.
01 WS-CEILING-SQUARE  PIC 9(14) VALUE 0.

01 WS-BROWSE-OPEN     PIC X VALUE 'N'.
01 WS-BROWSE-END      PIC X VALUE 'N'.
01 WS-STOP-BY-SQUARE  PIC X VALUE 'N'.
01 WS-FACT-PROVEN     PIC X VALUE 'N'.
01 WS-FACT-LINE       PIC X(52) VALUE SPACES.
01 WS-FACT-PTR        PIC 9(02) VALUE 1.
01 WS-FACT-WORK       PIC 9(07) VALUE 0.
01 WS-FACT-DIVISOR    PIC 9(07) VALUE 0.
01 WS-FACT-QUOT       PIC 9(07) VALUE 0.
01 WS-FACT-REM        PIC 9(07) VALUE 0.
01 WS-FACT-EXP        PIC 9(02) VALUE 0.
01 WS-FACT-FIRST      PIC X VALUE 'Y'.
01 WS-FACT-COUNT      PIC 9(02) VALUE 0.
01 WS-FACT-EDIT       PIC ZZZZZZ9.
01 WS-FACT-LEAD       PIC 9(02) VALUE 0.
01 WS-FACT-POWER      PIC 9(07) VALUE 0.
01 WS-FACT-TERM       PIC 9(10) VALUE 0.
01 WS-DIV-COUNT       PIC 9(05) VALUE 0.
01 WS-DIV-SUM         PIC 9(10) VALUE 0.
01 WS-TWICE-NUM       PIC 9(08) VALUE 0.
01 WS-COUNT-EDIT      PIC ZZZZ9.
01 WS-SUM-EDIT        PIC ZZZZZZZZZ9.

01 WS-RESP            PIC S9(08) COMP.
01 WS-NUM             PIC 9(07) VALUE 0.
01 WS-RID             PIC 9(07) VALUE 0.
01 WS-NUM-EDIT        PIC ZZZZZZ9.
01 WS-EDIT-X          PIC X(07).

LINKAGE SECTION.
01 DFHCOMMAREA.
    05 LK-LAST-NUMBER    PIC 9(07).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    IF EIBCALEN = 0
        PERFORM 1000-FIRST-TIME
    ELSE
        MOVE LK-LAST-NUMBER TO CA-LAST-NUMBER
        EVALUATE EIBAID
            WHEN DFHPF3
                PERFORM 9000-EXIT-TRANSACTION
            WHEN OTHER
                PERFORM 2000-PROCESS-INQUIRY
        END-EVALUATE
    END-IF

    EXEC CICS RETURN
        TRANSID('PFAC')
        COMMAREA(WS-COMMAREA)
    END-EXEC.

1000-FIRST-TIME.
    MOVE LOW-VALUES TO FACTMAPO
    MOVE "ENTER A NUMBER AND PRESS ENTER" TO MSGOO
    EXEC CICS SEND
        MAP('FACTMAP')
        MAPSET('FACTSET')
        FROM(FACTMAPO)
        ERASE
    END-EXEC.

2000-PROCESS-INQUIRY.
    MOVE LOW-VALUES TO FACTMAPI
    EXEC CICS RECEIVE
        MAP('FACTMAP')
        MAPSET('FACTSET')
        INTO(FACTMAPI)
        RESP(WS-RESP)
    END-EXEC

    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE LOW-VALUES TO FACTMAPO
        MOVE "NO INPUT RECEIVED - KEY A NUMBER AND PRESS ENTER"
            TO MSGOO
        PERFORM 8000-SEND-MAP
    ELSE
        MOVE NUMINI TO WS-EDIT-X
        INSPECT WS-EDIT-X REPLACING ALL SPACE BY ZERO
        IF WS-EDIT-X IS NOT NUMERIC
            MOVE LOW-VALUES TO FACTMAPO
            MOVE "NUMBER MUST BE NUMERIC" TO MSGOO
            PERFORM 8000-SEND-MAP
        ELSE
            MOVE WS-EDIT-X TO WS-NUM
            IF WS-NUM < 1
                MOVE LOW-VALUES TO FACTMAPO
                MOVE "NUMBER MUST BE AT LEAST 1" TO MSGOO
                PERFORM 8000-SEND-MAP
            ELSE
                MOVE WS-NUM TO CA-LAST-NUMBER
                PERFORM 2100-ANSWER-FACTORS
            END-IF
        END-IF
    END-IF.

2100-ANSWER-FACTORS.
    MOVE LOW-VALUES TO FACTMAPO
    MOVE 'N' TO WS-FILE-ERROR
    MOVE WS-NUM TO NUMINO
    MOVE WS-NUM TO WS-NUM-EDIT

    MOVE 0 TO WS-ORD-RID
    EXEC CICS READ
        FILE('PRIMEORD')
        INTO(PRIME-ORDINAL-RECORD)
        RIDFLD(WS-ORD-RID)
        RESP(WS-RESP)
    END-EXEC

    IF WS-RESP NOT = DFHRESP(NORMAL)
        *> without the control record no browse can be proven
        MOVE "ORDINAL INDEX UNAVAILABLE - CALL OPERATIONS" TO MSGOO
        PERFORM 8000-SEND-MAP
    ELSE
        MOVE ORD-CTL-CEILING TO WS-ORD-CEILING
        MOVE WS-ORD-CEILING TO WS-NUM-EDIT
        MOVE WS-NUM-EDIT TO CEILNGO
        MOVE WS-NUM TO WS-NUM-EDIT
        MOVE "ENTER ANOTHER NUMBER OR PF3 TO EXIT" TO MSGOO

        IF WS-NUM = 1
            *> the empty product - its only divisor is itself
            MOVE "1 HAS NO PRIME FACTORS" TO RESULTO
            MOVE "1" TO FACTRSO
            MOVE 1 TO WS-DIV-COUNT
            MOVE 1 TO WS-DIV-SUM
            MOVE 1 TO WS-FACT-COUNT
            PERFORM 2400-SHOW-DIVISORS
        ELSE
            PERFORM 2200-TRIAL-DIVIDE
            EVALUATE TRUE
                WHEN WS-FILE-ERROR = 'Y'
                    MOVE SPACES TO RESULTO
                    MOVE "PRIME FILE UNAVAILABLE - CALL OPERATIONS"
                        TO MSGOO
                WHEN WS-FACT-PROVEN = 'Y'
                    IF WS-FACT-COUNT = 1 AND WS-DIV-COUNT = 2
                        STRING
                            WS-NUM-EDIT DELIMITED BY SIZE
                            " IS PRIME" DELIMITED BY SIZE
                            INTO RESULTO
                        END-STRING
                    ELSE
                        STRING
                            WS-NUM-EDIT DELIMITED BY SIZE
                            " IS COMPOSITE" DELIMITED BY SIZE
                            INTO RESULTO
                        END-STRING
                    END-IF
                    MOVE WS-FACT-LINE TO FACTRSO
                    PERFORM 2400-SHOW-DIVISORS
                WHEN OTHER
                    PERFORM 2500-SHOW-NOT-COVERED
            END-EVALUATE
        END-IF
        PERFORM 8000-SEND-MAP
    END-IF.

*> the primes come off PRIMEVSAM in key order from 2. the browse
*> stops once a prime squared passes what is left to factor, or at
*> the first prime past the proven ceiling - beyond that a gap in
*> the loaded scans could hide a divisor. what is left over is
*> itself prime only when every prime up to its square root was
*> tried, so the ceiling has to reach that far
2200-TRIAL-DIVIDE.
    MOVE SPACES TO WS-FACT-LINE
    MOVE 1 TO WS-FACT-PTR
    MOVE 'Y' TO WS-FACT-FIRST
    MOVE 0 TO WS-FACT-COUNT
    MOVE 1 TO WS-DIV-COUNT
    MOVE 1 TO WS-DIV-SUM
    MOVE 'N' TO WS-FACT-PROVEN
    MOVE 'N' TO WS-STOP-BY-SQUARE
    MOVE 'N' TO WS-BROWSE-OPEN
    MOVE 'N' TO WS-BROWSE-END
    MOVE WS-NUM TO WS-FACT-WORK

    MOVE 2 TO WS-RID
    EXEC CICS STARTBR
        FILE('PRIMEVSAM')
        RIDFLD(WS-RID)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NORMAL)
            MOVE 'Y' TO WS-BROWSE-OPEN
        WHEN WS-RESP = DFHRESP(NOTFND)
            *> an empty prime file proves nothing past 1
            MOVE 'Y' TO WS-BROWSE-END
        WHEN OTHER
            MOVE 'Y' TO WS-FILE-ERROR
            MOVE 'Y' TO WS-BROWSE-END
    END-EVALUATE

    PERFORM UNTIL WS-BROWSE-END = 'Y'
        EXEC CICS READNEXT
            FILE('PRIMEVSAM')
            INTO(PRIME-VSAM-RECORD)
            RIDFLD(WS-RID)
            RESP(WS-RESP)
        END-EXEC
        EVALUATE TRUE
            WHEN WS-RESP = DFHRESP(NORMAL)
                IF VSAM-PRIME-KEY > WS-ORD-CEILING
                    MOVE 'Y' TO WS-BROWSE-END
                ELSE
                    IF VSAM-PRIME-KEY * VSAM-PRIME-KEY > WS-FACT-WORK
                        MOVE 'Y' TO WS-STOP-BY-SQUARE
                        MOVE 'Y' TO WS-BROWSE-END
                    ELSE
                        MOVE VSAM-PRIME-KEY TO WS-FACT-DIVISOR
                        DIVIDE WS-FACT-WORK BY WS-FACT-DIVISOR
                            GIVING WS-FACT-QUOT
                            REMAINDER WS-FACT-REM
                        IF WS-FACT-REM = 0
                            PERFORM 2300-DIVIDE-OUT-FACTOR
                        END-IF
                    END-IF
                END-IF
            WHEN WS-RESP = DFHRESP(ENDFILE)
                MOVE 'Y' TO WS-BROWSE-END
            WHEN OTHER
                MOVE 'Y' TO WS-FILE-ERROR
                MOVE 'Y' TO WS-BROWSE-END
        END-EVALUATE
    END-PERFORM

    IF WS-BROWSE-OPEN = 'Y'
        EXEC CICS ENDBR
            FILE('PRIMEVSAM')
            RESP(WS-RESP)
        END-EXEC
    END-IF

    IF WS-FILE-ERROR = 'N'
        COMPUTE WS-CEILING-SQUARE =
            (WS-ORD-CEILING + 1) * (WS-ORD-CEILING + 1)
        IF WS-FACT-WORK = 1
                OR WS-STOP-BY-SQUARE = 'Y'
                OR WS-CEILING-SQUARE > WS-FACT-WORK
            MOVE 'Y' TO WS-FACT-PROVEN
            IF WS-FACT-WORK > 1
                *> no divisor up to its square root, so the last
                *> cofactor is itself prime
                MOVE WS-FACT-WORK TO WS-FACT-DIVISOR
                MOVE 1 TO WS-FACT-QUOT
                MOVE 0 TO WS-FACT-REM
                PERFORM 2300-DIVIDE-OUT-FACTOR
            END-IF
        END-IF
    END-IF.

*> each prime power p^e adds a term to the factor line, multiplies
*> the divisor count by e+1 and the divisor sum by 1+p+...+p^e
2300-DIVIDE-OUT-FACTOR.
    MOVE 0 TO WS-FACT-EXP
    MOVE 1 TO WS-FACT-POWER
    MOVE 1 TO WS-FACT-TERM
    PERFORM UNTIL WS-FACT-REM NOT = 0
        MOVE WS-FACT-QUOT TO WS-FACT-WORK
        ADD 1 TO WS-FACT-EXP
        COMPUTE WS-FACT-POWER = WS-FACT-POWER * WS-FACT-DIVISOR
        ADD WS-FACT-POWER TO WS-FACT-TERM
        DIVIDE WS-FACT-WORK BY WS-FACT-DIVISOR
            GIVING WS-FACT-QUOT
            REMAINDER WS-FACT-REM
    END-PERFORM

    ADD 1 TO WS-FACT-COUNT
    COMPUTE WS-DIV-COUNT = WS-DIV-COUNT * (WS-FACT-EXP + 1)
    COMPUTE WS-DIV-SUM = WS-DIV-SUM * WS-FACT-TERM

    IF WS-FACT-FIRST = 'Y'
        MOVE 'N' TO WS-FACT-FIRST
    ELSE
        STRING " X " DELIMITED BY SIZE
            INTO WS-FACT-LINE WITH POINTER WS-FACT-PTR
        END-STRING
    END-IF

    MOVE WS-FACT-DIVISOR TO WS-FACT-EDIT
    PERFORM 2320-SET-FACT-EDIT-OFFSET
    STRING
        WS-FACT-EDIT(WS-FACT-LEAD + 1:) DELIMITED BY SIZE
        INTO WS-FACT-LINE WITH POINTER WS-FACT-PTR
    END-STRING

    IF WS-FACT-EXP > 1
        MOVE WS-FACT-EXP TO WS-FACT-EDIT
        PERFORM 2320-SET-FACT-EDIT-OFFSET
        STRING
            "^" DELIMITED BY SIZE
            WS-FACT-EDIT(WS-FACT-LEAD + 1:) DELIMITED BY SIZE
            INTO WS-FACT-LINE WITH POINTER WS-FACT-PTR
        END-STRING
    END-IF.

2320-SET-FACT-EDIT-OFFSET.
    MOVE 0 TO WS-FACT-LEAD
    INSPECT WS-FACT-EDIT TALLYING WS-FACT-LEAD
        FOR LEADING SPACES.

*> the sum of divisors counts the number itself, so a perfect
*> number sums to exactly twice itself
2400-SHOW-DIVISORS.
    MOVE WS-DIV-COUNT TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO DIVCNTO
    MOVE WS-DIV-SUM TO WS-SUM-EDIT
    MOVE WS-SUM-EDIT TO DIVSUMO
    COMPUTE WS-TWICE-NUM = WS-NUM * 2
    EVALUATE TRUE
        WHEN WS-DIV-SUM = WS-TWICE-NUM
            MOVE "PERFECT" TO CLASSO
        WHEN WS-DIV-SUM > WS-TWICE-NUM
            MOVE "ABUNDANT" TO CLASSO
        WHEN OTHER
            MOVE "DEFICIENT" TO CLASSO
    END-EVALUATE.

*> the factors already divided out are genuine - it is only the
*> cofactor left over that cannot be shown prime or split further,
*> so it is bracketed and nothing derived from it is answered
2500-SHOW-NOT-COVERED.
    STRING
        WS-NUM-EDIT DELIMITED BY SIZE
        " NOT COVERED BY LOADED SCAN" DELIMITED BY SIZE
        INTO RESULTO
    END-STRING

    IF WS-FACT-FIRST = 'N'
        STRING " X " DELIMITED BY SIZE
            INTO WS-FACT-LINE WITH POINTER WS-FACT-PTR
        END-STRING
    END-IF
    MOVE WS-FACT-WORK TO WS-FACT-EDIT
    PERFORM 2320-SET-FACT-EDIT-OFFSET
    STRING
        "(" DELIMITED BY SIZE
        WS-FACT-EDIT(WS-FACT-LEAD + 1:) DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO WS-FACT-LINE WITH POINTER WS-FACT-PTR
    END-STRING
    MOVE WS-FACT-LINE TO FACTRSO

    MOVE "NOT KNOWN" TO DIVCNTO
    MOVE "NOT KNOWN" TO DIVSUMO
    MOVE "NOT KNOWN" TO CLASSO
    MOVE "BRACKETED COFACTOR NEEDS PRIMES PAST THE PROVEN CEILING"
        TO MSGOO.

8000-SEND-MAP.
    EXEC CICS SEND
        MAP('FACTMAP')
        MAPSET('FACTSET')
        FROM(FACTMAPO)
        ERASE
    END-EXEC.

9000-EXIT-TRANSACTION.
    EXEC CICS SEND TEXT
        FROM(WS-EXIT-MESSAGE)
        LENGTH(LENGTH OF WS-EXIT-MESSAGE)
        ERASE
        FREEKB
    END-EXEC
    EXEC CICS RETURN
    END-EXEC.
