*> online inquiry over the PRIMEVSAM file - transaction PINQ sends
*> map PRIMMAP of mapset PRIMSET, reads the number the clerk keyed,
*> and answers with the prime flag, the date the covering scan run
*> loaded the record, and the neighbouring primes either side. a
*> prime also shows the families PRIMECLS holds for it. keying an
*> inquiry type of NTH, RANK or COUNT-BELOW answers from the ordinal
*> index PRIMEORD instead, the same three inquiries the batch deck
*> takes

ENVIRONMENT DIVISION.

    05 NUMINL            PIC S9(04) COMP.
    05 NUMINF            PIC X(01).
    05 NUMINI            PIC X(07).
    05 INQTYPL           PIC S9(04) COMP.
    05 INQTYPF           PIC X(01).
    05 INQTYPI           PIC X(11).
    05 RESULTL           PIC S9(04) COMP.
    05 RESULTF           PIC X(01).
    05 RESULTI           PIC X(40).
    05 ABOVEOL           PIC S9(04) COMP.
    05 ABOVEOF           PIC X(01).
    05 ABOVEOI           PIC X(12).
    05 FAMILYL           PIC S9(04) COMP.
    05 FAMILYF           PIC X(01).
    05 FAMILYI           PIC X(44).
    05 MSGOL             PIC S9(04) COMP.
    05 MSGOF             PIC X(01).
    05 MSGOI             PIC X(60).
    05 FILLER            PIC X(03).
    05 NUMINO            PIC X(07).
    05 FILLER            PIC X(03).
    05 INQTYPO           PIC X(11).
    05 FILLER            PIC X(03).
    05 RESULTO           PIC X(40).
    05 FILLER            PIC X(03).
    05 LOADDTO           PIC X(10).
    05 FILLER            PIC X(03).
    05 ABOVEOO           PIC X(12).
    05 FILLER            PIC X(03).
    05 FAMILYO           PIC X(44).
    05 FILLER            PIC X(03).
    05 MSGOO             PIC X(60).

01 PRIME-VSAM-RECORD.
    05 VSAM-PRIME-FLAG   PIC X(01).
    05 VSAM-LOAD-DATE    PIC X(08).

01 PRIME-CLASS-RECORD.
    05 CLS-PRIME-KEY     PIC 9(07).
    05 CLS-FAMILY-FLAGS.
        10 CLS-SOPHIE-GERMAIN PIC X(01).
        10 CLS-SAFE      PIC X(01).
        10 CLS-TWIN      PIC X(01).
        10 CLS-COUSIN    PIC X(01).
        10 CLS-SEXY      PIC X(01).
        10 CLS-EMIRP     PIC X(01).
        10 CLS-PALINDROMIC PIC X(01).
    05 CLS-RANGE-LOW     PIC 9(07).
    05 CLS-RANGE-HIGH    PIC 9(07).
    05 CLS-CLASS-DATE    PIC X(08).

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

01 WS-INQ-TYPE        PIC X(11) VALUE SPACES.
01 WS-ORD-RID         PIC 9(07) VALUE 0.
01 WS-ORD-CEILING     PIC 9(07) VALUE 0.
01 WS-ORD-COUNT       PIC 9(07) VALUE 0.
01 WS-ORD-READ-OK     PIC X VALUE 'Y'.
01 WS-SEARCH-LOW      PIC 9(07) VALUE 0.
01 WS-SEARCH-HIGH     PIC 9(07) VALUE 0.
01 WS-SEARCH-MID      PIC 9(07) VALUE 0.
01 WS-PI-COUNT        PIC 9(07) VALUE 0.
01 WS-PI-PRIME        PIC 9(07) VALUE 0.
01 WS-RANK-EDIT       PIC ZZZZZZ9.
01 WS-CEILING-EDIT    PIC ZZZZZZ9.

01 WS-RESP            PIC S9(08) COMP.
01 WS-NUM             PIC 9(07) VALUE 0.
01 WS-PROBE           PIC 9(07) VALUE 0.
            PERFORM 8000-SEND-MAP
        ELSE
            MOVE WS-EDIT-X TO WS-NUM
            MOVE INQTYPI TO WS-INQ-TYPE
            INSPECT WS-INQ-TYPE REPLACING ALL LOW-VALUE BY SPACE
            EVALUATE TRUE
                WHEN WS-INQ-TYPE = SPACES
                    IF WS-NUM < 2
                        MOVE LOW-VALUES TO PRIMMAPO
                        MOVE "NUMBER MUST BE AT LEAST 2" TO MSGOO
                        PERFORM 8000-SEND-MAP
                    ELSE
                        MOVE WS-NUM TO CA-LAST-NUMBER
                        PERFORM 2100-ANSWER-INQUIRY
                    END-IF
                WHEN WS-INQ-TYPE = "NTH"
                        OR WS-INQ-TYPE = "RANK"
                        OR WS-INQ-TYPE = "COUNT-BELOW"
                    MOVE WS-NUM TO CA-LAST-NUMBER
                    PERFORM 2500-ANSWER-ORDINAL
                WHEN OTHER
                    MOVE LOW-VALUES TO PRIMMAPO
                    MOVE "TYPE MUST BE BLANK, NTH, RANK OR COUNT-BELOW"
                        TO MSGOO
                    PERFORM 8000-SEND-MAP
            END-EVALUATE
        END-IF
    END-IF.

            VSAM-LOAD-DATE(7:2) DELIMITED BY SIZE
            INTO LOADDTO
        END-STRING
        PERFORM 2200-SHOW-FAMILIES
    ELSE
        IF WS-RESP = DFHRESP(NOTFND)
            *> the verdict waits for the neighbour search - a miss
        PERFORM 8000-SEND-MAP
    END-IF.

*> SG Sophie Germain, SF safe, TW twin, CO cousin, SX sexy, EM emirp,
*> PA palindromic - U is a partner outside scan coverage, unproven.
*> the answer stands without the classification file, so a failed
*> read only costs the families line
2200-SHOW-FAMILIES.
    EXEC CICS READ
        FILE('PRIMECLS')
        INTO(PRIME-CLASS-RECORD)
        RIDFLD(WS-RID)
        RESP(WS-RESP)
    END-EXEC

    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NORMAL)
            STRING
                "SG=" DELIMITED BY SIZE
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
                INTO FAMILYO
            END-STRING
        WHEN WS-RESP = DFHRESP(NOTFND)
            MOVE "NOT CLASSIFIED" TO FAMILYO
        WHEN OTHER
            MOVE "CLASSIFICATION FILE UNAVAILABLE" TO FAMILYO
    END-EVALUATE.

*> same downward keyed probing the batch inquiry uses - prime gaps
*> below the 7-digit ceiling stay well under a few hundred
2300-FIND-NEAREST-BELOW.
        END-IF
    END-IF.

*> past the ceiling in the control record nobody has proven every
*> prime is on file, so no rank there can be trusted
2500-ANSWER-ORDINAL.
    MOVE LOW-VALUES TO PRIMMAPO
    MOVE WS-NUM TO NUMINO
    MOVE WS-INQ-TYPE TO INQTYPO
    MOVE WS-NUM TO WS-NUM-EDIT
    MOVE 'Y' TO WS-ORD-READ-OK
    MOVE "ENTER ANOTHER NUMBER OR PF3 TO EXIT" TO MSGOO

    MOVE 0 TO WS-ORD-RID
    EXEC CICS READ
        FILE('PRIMEORD')
        INTO(PRIME-ORDINAL-RECORD)
        RIDFLD(WS-ORD-RID)
        RESP(WS-RESP)
    END-EXEC

    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE "ORDINAL INDEX UNAVAILABLE - CALL OPERATIONS" TO MSGOO
    ELSE
        MOVE ORD-CTL-CEILING TO WS-ORD-CEILING
        MOVE ORD-CTL-COUNT TO WS-ORD-COUNT
        MOVE WS-ORD-CEILING TO WS-CEILING-EDIT

        EVALUATE TRUE
            WHEN WS-INQ-TYPE = "NTH" AND WS-NUM = 0
                MOVE "NTH NEEDS A RANK OF 1 OR MORE" TO MSGOO
            WHEN WS-INQ-TYPE = "NTH" AND WS-NUM > WS-ORD-COUNT
                STRING
                    "PRIME NUMBER " DELIMITED BY SIZE
                    WS-NUM-EDIT DELIMITED BY SIZE
                    " NOT COVERED" DELIMITED BY SIZE
                    INTO RESULTO
                END-STRING
                MOVE WS-ORD-COUNT TO WS-RANK-EDIT
                STRING
                    "ORDINAL INDEX HOLDS " DELIMITED BY SIZE
                    WS-RANK-EDIT DELIMITED BY SIZE
                    " PRIMES, PROVEN TO " DELIMITED BY SIZE
                    WS-CEILING-EDIT DELIMITED BY SIZE
                    INTO MSGOO
                END-STRING
            WHEN WS-INQ-TYPE = "NTH"
                MOVE WS-NUM TO WS-ORD-RID
                EXEC CICS READ
                    FILE('PRIMEORD')
                    INTO(PRIME-ORDINAL-RECORD)
                    RIDFLD(WS-ORD-RID)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL)
                    MOVE ORD-PRIME TO WS-RANK-EDIT
                    STRING
                        "PRIME NUMBER " DELIMITED BY SIZE
                        WS-NUM-EDIT DELIMITED BY SIZE
                        " IS " DELIMITED BY SIZE
                        WS-RANK-EDIT DELIMITED BY SIZE
                        INTO RESULTO
                    END-STRING
                ELSE
                    MOVE 'N' TO WS-ORD-READ-OK
                END-IF
            WHEN WS-NUM > WS-ORD-CEILING
                STRING
                    WS-NUM-EDIT DELIMITED BY SIZE
                    " NOT COVERED BY ORDINAL INDEX" DELIMITED BY SIZE
                    INTO RESULTO
                END-STRING
                STRING
                    "ORDINAL INDEX PROVEN TO " DELIMITED BY SIZE
                    WS-CEILING-EDIT DELIMITED BY SIZE
                    INTO MSGOO
                END-STRING
            WHEN WS-INQ-TYPE = "RANK"
                PERFORM 2600-COUNT-PRIMES-TO
                IF WS-PI-COUNT > 0 AND WS-PI-PRIME = WS-NUM
                    MOVE WS-PI-COUNT TO WS-RANK-EDIT
                    STRING
                        WS-NUM-EDIT DELIMITED BY SIZE
                        " IS PRIME NUMBER " DELIMITED BY SIZE
                        WS-RANK-EDIT DELIMITED BY SIZE
                        INTO RESULTO
                    END-STRING
                ELSE
                    STRING
                        WS-NUM-EDIT DELIMITED BY SIZE
                        " IS NOT PRIME - NO RANK" DELIMITED BY SIZE
                        INTO RESULTO
                    END-STRING
                END-IF
            WHEN OTHER
                *> pi(x) - the number itself counts when it is prime
                PERFORM 2600-COUNT-PRIMES-TO
                MOVE WS-PI-COUNT TO WS-RANK-EDIT
                STRING
                    WS-RANK-EDIT DELIMITED BY SIZE
                    " PRIMES AT OR BELOW " DELIMITED BY SIZE
                    WS-NUM-EDIT DELIMITED BY SIZE
                    INTO RESULTO
                END-STRING
        END-EVALUATE
    END-IF

    IF WS-ORD-READ-OK = 'N'
        MOVE SPACES TO RESULTO
        MOVE "ORDINAL INDEX UNREADABLE - CALL OPERATIONS" TO MSGOO
    END-IF
    PERFORM 8000-SEND-MAP.

*> binary search on the rank key, the same one the batch inquiry
*> runs - a couple of dozen reads even at the 7-digit ceiling
2600-COUNT-PRIMES-TO.
    MOVE 0 TO WS-SEARCH-LOW
    MOVE WS-ORD-COUNT TO WS-SEARCH-HIGH
    MOVE 0 TO WS-PI-PRIME
    PERFORM UNTIL WS-SEARCH-LOW >= WS-SEARCH-HIGH
            OR WS-ORD-READ-OK = 'N'
        COMPUTE WS-SEARCH-MID =
            (WS-SEARCH-LOW + WS-SEARCH-HIGH + 1) / 2
        MOVE WS-SEARCH-MID TO WS-ORD-RID
        EXEC CICS READ
            FILE('PRIMEORD')
            INTO(PRIME-ORDINAL-RECORD)
            RIDFLD(WS-ORD-RID)
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            IF ORD-PRIME <= WS-NUM
                MOVE WS-SEARCH-MID TO WS-SEARCH-LOW
                MOVE ORD-PRIME TO WS-PI-PRIME
            ELSE
                COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
            END-IF
        ELSE
            MOVE 'N' TO WS-ORD-READ-OK
        END-IF
    END-PERFORM
    MOVE WS-SEARCH-LOW TO WS-PI-COUNT.

8000-SEND-MAP.
    EXEC CICS SEND
        MAP('PRIMMAP')
