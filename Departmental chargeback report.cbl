IDENTIFICATION DIVISION.
PROGRAM-ID. DEPTCHRG.

*> monthly chargeback of the batch window to the departments that
*> asked for the scans. every request that ended in the month is
*> totalled by the department / cost centre it was submitted under -
*> candidates tested, primes produced, elapsed seconds and request
*> count, as the scan run left them on the request master - priced
*> from the RATECARD file, printed on CHGRPT and fed to the finance
*> GL interface on GLFEED
*>
*> CHGPARM: cols 1-6 billing month yyyymm (blank bills last month),
*>          col 8-12 recovery cost centre, col 14-23 recovery account
*>          - the credit side the department debits balance against
*>
*> RATECARD, one line per department; a line with "*" in the
*> department column prices every department without its own line.
*> rates are 99999.99 money:
*>   cols  1-5  department / cost centre
*>   cols  7-14 per request
*>   cols 16-23 per million candidates tested
*>   cols 25-32 per thousand primes produced
*>   cols 34-41 per minute of elapsed time
*>   cols 43-52 GL account the department is debited on
*>
*> record types on GLFEED, all X(80):
*>   H  source program, billing period, run date
*>   D  period, cost centre, account, D or C, amount, description
*>   T  detail record count, debit total, credit total
*>
*> a REJECTED request never ran and is not billed. a request with no
*> department, or a department with no rate, is printed but not fed
*> to the GL - RC 4, so someone settles it before the ledger closes

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHARGE-PARM-FILE ASSIGN TO "CHGPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

    SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMASTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS WS-REQM-STATUS.

    SELECT CHARGE-REPORT-FILE ASSIGN TO "CHGRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CRPT-STATUS.

    SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GL-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CHARGE-PARM-FILE.
01  CHARGE-PARM-RECORD.
    05 CP-MONTH-X            PIC X(06).
    05 FILLER                PIC X(01).
    05 CP-RECOVERY-CC        PIC X(05).
    05 FILLER                PIC X(01).
    05 CP-RECOVERY-ACCT      PIC X(10).

FD  RATE-CARD-FILE.
01  RATE-CARD-RECORD.
    05 RT-DEPT-ID            PIC X(05).
    05 FILLER                PIC X(01).
    05 RT-REQUEST-RATE-X     PIC X(08).
    05 FILLER                PIC X(01).
    05 RT-MILLION-RATE-X     PIC X(08).
    05 FILLER                PIC X(01).
    05 RT-THOUSAND-RATE-X    PIC X(08).
    05 FILLER                PIC X(01).
    05 RT-MINUTE-RATE-X      PIC X(08).
    05 FILLER                PIC X(01).
    05 RT-GL-ACCOUNT         PIC X(10).

FD  REQUEST-MASTER-FILE.
01  REQUEST-MASTER-RECORD.
    05 RQ-REQUEST-ID         PIC X(08).
    05 RQ-LOW-BOUND-X        PIC X(07).
    05 RQ-HIGH-BOUND-X       PIC X(07).
    05 RQ-MODE               PIC X(01).
    05 RQ-STATUS             PIC X(09).
    05 RQ-ADDED-TS           PIC X(14).
    05 RQ-STARTED-TS         PIC X(14).
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

FD  CHARGE-REPORT-FILE.
01  CHARGE-REPORT-RECORD     PIC X(132).

FD  GL-FEED-FILE.
01  GL-FEED-RECORD           PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-RATE-STATUS     PIC XX.
01 WS-REQM-STATUS     PIC XX.
01 WS-CRPT-STATUS     PIC XX.
01 WS-GL-STATUS       PIC XX.

01 WS-FILES-OK        PIC X VALUE 'Y'.
01 WS-MONTH-OK        PIC X VALUE 'Y'.
01 WS-RETURN-CODE     PIC 9(03) VALUE 0.
01 WS-QUEUE-EOF       PIC X VALUE 'N'.

01 WS-TODAY-DATETIME  PIC X(21).
01 WS-BILL-MONTH      PIC X(06) VALUE SPACES.
01 WS-WORK-YEAR       PIC 9(04) VALUE 0.
01 WS-WORK-MONTH      PIC 9(02) VALUE 0.
01 WS-RECOVERY-CC     PIC X(05) VALUE SPACES.
01 WS-RECOVERY-ACCT   PIC X(10) VALUE SPACES.

*> rate card as loaded - the "*" line, if any, is held apart as the
*> default
01 WS-RATE-TABLE.
    05 WS-RATE-ENTRY OCCURS 200 TIMES.
        10 WS-RATE-DEPT      PIC X(05).
        10 WS-RATE-REQUEST   PIC 9(05)V99.
        10 WS-RATE-MILLION   PIC 9(05)V99.
        10 WS-RATE-THOUSAND  PIC 9(05)V99.
        10 WS-RATE-MINUTE    PIC 9(05)V99.
        10 WS-RATE-ACCOUNT   PIC X(10).
01 WS-RATE-USED       PIC 9(03) VALUE 0.
01 WS-RATE-IDX        PIC 9(03) VALUE 0.
01 WS-RATE-OVERFLOW   PIC X VALUE 'N'.
01 WS-RATE-LINES      PIC 9(05) VALUE 0.
01 WS-RATE-BAD        PIC 9(05) VALUE 0.
01 WS-RATE-LINE-OK    PIC X VALUE 'Y'.
01 WS-DEFAULT-FOUND   PIC X VALUE 'N'.
01 WS-DEFAULT-RATE.
    05 WS-DFLT-REQUEST   PIC 9(05)V99 VALUE 0.
    05 WS-DFLT-MILLION   PIC 9(05)V99 VALUE 0.
    05 WS-DFLT-THOUSAND  PIC 9(05)V99 VALUE 0.
    05 WS-DFLT-MINUTE    PIC 9(05)V99 VALUE 0.
    05 WS-DFLT-ACCOUNT   PIC X(10) VALUE SPACES.

*> one rate field as keyed on the card, 99999.99
01 WS-RATE-TEXT       PIC X(08) VALUE SPACES.
01 WS-RATE-PARTS REDEFINES WS-RATE-TEXT.
    05 WS-RATE-WHOLE     PIC 9(05).
    05 WS-RATE-POINT     PIC X(01).
    05 WS-RATE-CENTS     PIC 9(02).
01 WS-RATE-VALUE      PIC 9(05)V99 VALUE 0.
01 WS-HOLD-REQUEST    PIC 9(05)V99 VALUE 0.
01 WS-HOLD-MILLION    PIC 9(05)V99 VALUE 0.
01 WS-HOLD-THOUSAND   PIC 9(05)V99 VALUE 0.
01 WS-HOLD-MINUTE     PIC 9(05)V99 VALUE 0.

*> usage by department, kept in department order as it is built so
*> the report needs no sort step. basis: O own rate, D default rate,
*> N no rate, U no department on the request
01 WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 200 TIMES.
        10 WS-DEPT-CODE      PIC X(05).
        10 WS-DEPT-REQUESTS  PIC 9(05).
        10 WS-DEPT-TESTED    PIC 9(12).
        10 WS-DEPT-PRIMES    PIC 9(12).
        10 WS-DEPT-ELAPSED   PIC 9(09).
        10 WS-DEPT-CHARGE    PIC 9(09)V99.
        10 WS-DEPT-ACCOUNT   PIC X(10).
        10 WS-DEPT-BASIS     PIC X(01).
01 WS-DEPT-USED       PIC 9(03) VALUE 0.
01 WS-DEPT-IDX        PIC 9(03) VALUE 0.
01 WS-DEPT-SLOT       PIC 9(03) VALUE 0.
01 WS-DEPT-MOVE-IDX   PIC 9(03) VALUE 0.
01 WS-DEPT-FOUND      PIC X VALUE 'N'.
01 WS-DEPT-OVERFLOW   PIC X VALUE 'N'.
01 WS-REQ-DEPT        PIC X(05) VALUE SPACES.

01 WS-REQS-READ       PIC 9(07) VALUE 0.
01 WS-REQS-BILLED     PIC 9(07) VALUE 0.
01 WS-REQS-NO-USAGE   PIC 9(07) VALUE 0.
01 WS-TOTAL-REQUESTS  PIC 9(07) VALUE 0.
01 WS-TOTAL-TESTED    PIC 9(13) VALUE 0.
01 WS-TOTAL-PRIMES    PIC 9(13) VALUE 0.
01 WS-TOTAL-ELAPSED   PIC 9(10) VALUE 0.
01 WS-TOTAL-CHARGE    PIC 9(11)V99 VALUE 0.
01 WS-UNBILLED-DEPTS  PIC 9(03) VALUE 0.

*> GL interface images - finance checks the trailer count and the
*> debit and credit totals before posting anything
01 WS-GL-HEADER-REC.
    05 FILLER             PIC X(01) VALUE 'H'.
    05 FILLER             PIC X(08) VALUE "DEPTCHRG".
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLH-PERIOD      PIC X(06).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLH-RUN-DATE    PIC X(08).
    05 FILLER             PIC X(55) VALUE SPACES.

01 WS-GL-DETAIL-REC.
    05 FILLER             PIC X(01) VALUE 'D'.
    05 WS-GLD-PERIOD      PIC X(06).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLD-COST-CENTRE PIC X(05).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLD-ACCOUNT     PIC X(10).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLD-DR-CR       PIC X(01).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLD-AMOUNT      PIC 9(09)V99.
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLD-TEXT        PIC X(30).
    05 FILLER             PIC X(11) VALUE SPACES.

01 WS-GL-TRAILER-REC.
    05 FILLER             PIC X(01) VALUE 'T'.
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLT-REC-COUNT   PIC 9(09).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLT-DEBITS      PIC 9(11)V99.
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-GLT-CREDITS     PIC 9(11)V99.
    05 FILLER             PIC X(41) VALUE SPACES.

01 WS-GL-COUNT        PIC 9(09) VALUE 0.
01 WS-GL-DEBITS       PIC 9(11)V99 VALUE 0.
01 WS-GL-CREDITS      PIC 9(11)V99 VALUE 0.

01 WS-RPT-LINE        PIC X(132) VALUE SPACES.
01 WS-REQ-EDIT        PIC ZZZZZZ9.
01 WS-BIG-EDIT        PIC ZZZZZZZZZZZZ9.
01 WS-SEC-EDIT        PIC ZZZZZZZZZ9.
01 WS-MONEY-EDIT      PIC ZZZZZZZZZZ9.99.
01 WS-RATE-EDIT       PIC ZZZZ9.99.
01 WS-COUNT-EDIT      PIC ZZZZ9.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM 1000-READ-PARM-CARD
    PERFORM 1100-SET-MONTH
    IF WS-MONTH-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1400-OPEN-FILES

    IF WS-FILES-OK = 'Y'
        PERFORM 1500-LOAD-RATE-CARD
        PERFORM 2000-WALK-REQUEST-MASTER
        PERFORM 3000-PRICE-DEPARTMENTS
        PERFORM 3500-WRITE-BILLING-REPORT
        PERFORM 4000-WRITE-GL-FEED
        CLOSE REQUEST-MASTER-FILE
        CLOSE CHARGE-REPORT-FILE
        CLOSE GL-FEED-FILE
        PERFORM 5000-WRITE-SUMMARY
    END-IF

    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

1000-READ-PARM-CARD.
    MOVE SPACES TO CHARGE-PARM-RECORD
    OPEN INPUT CHARGE-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ CHARGE-PARM-FILE
            AT END
                CONTINUE
        END-READ
        CLOSE CHARGE-PARM-FILE
    END-IF
    MOVE CP-RECOVERY-CC TO WS-RECOVERY-CC
    MOVE CP-RECOVERY-ACCT TO WS-RECOVERY-ACCT.

*> the billing month defaults to the month before the run date, the
*> same look-back the audit log operations report takes. a month
*> that is keyed but is not a real yyyymm is refused - billing it
*> would post an empty period to the GL with a clean return code
1100-SET-MONTH.
    MOVE 'Y' TO WS-MONTH-OK
    IF CP-MONTH-X NOT = SPACES
        IF CP-MONTH-X IS NOT NUMERIC
            MOVE 'N' TO WS-MONTH-OK
        ELSE
            IF CP-MONTH-X(5:2) < "01" OR CP-MONTH-X(5:2) > "12"
                MOVE 'N' TO WS-MONTH-OK
            END-IF
        END-IF
        IF WS-MONTH-OK = 'N'
            DISPLAY "CHGPARM BILLING MONTH MUST BE YYYYMM - FOUND "
                CP-MONTH-X " - NOTHING BILLED"
            MOVE 8 TO WS-RETURN-CODE
        ELSE
            MOVE CP-MONTH-X TO WS-BILL-MONTH
        END-IF
    ELSE
        MOVE WS-TODAY-DATETIME(1:4) TO WS-WORK-YEAR
        MOVE WS-TODAY-DATETIME(5:2) TO WS-WORK-MONTH
        IF WS-WORK-MONTH = 1
            SUBTRACT 1 FROM WS-WORK-YEAR
            MOVE 12 TO WS-WORK-MONTH
        ELSE
            SUBTRACT 1 FROM WS-WORK-MONTH
        END-IF
        MOVE WS-WORK-YEAR TO WS-BILL-MONTH(1:4)
        MOVE WS-WORK-MONTH TO WS-BILL-MONTH(5:2)
    END-IF.

1400-OPEN-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN INPUT RATE-CARD-FILE
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "ERROR OPENING RATECARD - FILE STATUS " WS-RATE-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN INPUT REQUEST-MASTER-FILE
    IF WS-REQM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING REQMASTR - FILE STATUS " WS-REQM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN OUTPUT CHARGE-REPORT-FILE
    IF WS-CRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CHGRPT - FILE STATUS " WS-CRPT-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN OUTPUT GL-FEED-FILE
    IF WS-GL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING GLFEED - FILE STATUS " WS-GL-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF.

*> ----- rate card -----

1500-LOAD-RATE-CARD.
    PERFORM UNTIL WS-RATE-STATUS NOT = "00"
        READ RATE-CARD-FILE
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO WS-RATE-LINES
                PERFORM 1550-LOAD-ONE-RATE
        END-READ
    END-PERFORM
    CLOSE RATE-CARD-FILE

    IF WS-RATE-OVERFLOW = 'Y'
        DISPLAY "RATECARD HOLDS MORE THAN 200 DEPARTMENTS - EXCESS"
            " LINES IGNORED"
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

*> a line whose rates do not read as money, or that names no GL
*> account to debit, is refused outright - billing a department at
*> zero or to nowhere because of a typing slip is worse than not
*> billing it until the card is fixed
1550-LOAD-ONE-RATE.
    MOVE 'Y' TO WS-RATE-LINE-OK

    MOVE RT-REQUEST-RATE-X TO WS-RATE-TEXT
    PERFORM 1560-CONVERT-RATE
    MOVE WS-RATE-VALUE TO WS-HOLD-REQUEST
    MOVE RT-MILLION-RATE-X TO WS-RATE-TEXT
    PERFORM 1560-CONVERT-RATE
    MOVE WS-RATE-VALUE TO WS-HOLD-MILLION
    MOVE RT-THOUSAND-RATE-X TO WS-RATE-TEXT
    PERFORM 1560-CONVERT-RATE
    MOVE WS-RATE-VALUE TO WS-HOLD-THOUSAND
    MOVE RT-MINUTE-RATE-X TO WS-RATE-TEXT
    PERFORM 1560-CONVERT-RATE
    MOVE WS-RATE-VALUE TO WS-HOLD-MINUTE

    IF RT-DEPT-ID = SPACES
        MOVE 'N' TO WS-RATE-LINE-OK
    END-IF
    IF RT-GL-ACCOUNT = SPACES
        MOVE 'N' TO WS-RATE-LINE-OK
    END-IF

    IF WS-RATE-LINE-OK = 'N'
        ADD 1 TO WS-RATE-BAD
        DISPLAY "RATECARD LINE " WS-RATE-LINES
            " INVALID - DEPARTMENT OR GL ACCOUNT BLANK OR RATE NOT"
            " 99999.99"
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    ELSE
        IF RT-DEPT-ID = "*"
            MOVE 'Y' TO WS-DEFAULT-FOUND
            MOVE WS-HOLD-REQUEST TO WS-DFLT-REQUEST
            MOVE WS-HOLD-MILLION TO WS-DFLT-MILLION
            MOVE WS-HOLD-THOUSAND TO WS-DFLT-THOUSAND
            MOVE WS-HOLD-MINUTE TO WS-DFLT-MINUTE
            MOVE RT-GL-ACCOUNT TO WS-DFLT-ACCOUNT
        ELSE
            IF WS-RATE-USED < 200
                ADD 1 TO WS-RATE-USED
                MOVE RT-DEPT-ID TO WS-RATE-DEPT(WS-RATE-USED)
                MOVE WS-HOLD-REQUEST TO WS-RATE-REQUEST(WS-RATE-USED)
                MOVE WS-HOLD-MILLION TO WS-RATE-MILLION(WS-RATE-USED)
                MOVE WS-HOLD-THOUSAND
                    TO WS-RATE-THOUSAND(WS-RATE-USED)
                MOVE WS-HOLD-MINUTE TO WS-RATE-MINUTE(WS-RATE-USED)
                MOVE RT-GL-ACCOUNT TO WS-RATE-ACCOUNT(WS-RATE-USED)
            ELSE
                MOVE 'Y' TO WS-RATE-OVERFLOW
            END-IF
        END-IF
    END-IF.

1560-CONVERT-RATE.
    MOVE 0 TO WS-RATE-VALUE
    IF WS-RATE-WHOLE IS NUMERIC
            AND WS-RATE-POINT = "."
            AND WS-RATE-CENTS IS NUMERIC
        COMPUTE WS-RATE-VALUE = WS-RATE-WHOLE + WS-RATE-CENTS / 100
    ELSE
        MOVE 'N' TO WS-RATE-LINE-OK
    END-IF.

*> ----- usage from the request master -----

2000-WALK-REQUEST-MASTER.
    MOVE 'N' TO WS-QUEUE-EOF
    MOVE LOW-VALUES TO RQ-REQUEST-ID
    START REQUEST-MASTER-FILE
        KEY IS NOT LESS THAN RQ-REQUEST-ID
        INVALID KEY
            MOVE 'Y' TO WS-QUEUE-EOF
    END-START

    PERFORM UNTIL WS-QUEUE-EOF = 'Y'
        READ REQUEST-MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO WS-QUEUE-EOF
            NOT AT END
                ADD 1 TO WS-REQS-READ
                PERFORM 2050-CONSIDER-ONE-REQUEST
        END-READ
    END-PERFORM

    IF WS-DEPT-OVERFLOW = 'Y'
        DISPLAY "MORE THAN 200 DEPARTMENTS IN THE MONTH - EXCESS"
            " DEPARTMENTS NOT BILLED"
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

*> a request is billed to the month it ended in. an entry written
*> before usage was kept carries spaces in the usage fields - it
*> still counts as a request, with no usage
2050-CONSIDER-ONE-REQUEST.
    IF RQ-ENDED-TS(1:6) = WS-BILL-MONTH
            AND RQ-STATUS NOT = "REJECTED"
        ADD 1 TO WS-REQS-BILLED
        MOVE RQ-DEPT-ID TO WS-REQ-DEPT
        PERFORM 2100-FIND-DEPARTMENT
        IF WS-DEPT-FOUND = 'Y'
            ADD 1 TO WS-DEPT-REQUESTS(WS-DEPT-IDX)
            IF RQ-TESTED IS NUMERIC
                    AND RQ-PRIMES IS NUMERIC
                    AND RQ-ELAPSED IS NUMERIC
                ADD RQ-TESTED TO WS-DEPT-TESTED(WS-DEPT-IDX)
                ADD RQ-PRIMES TO WS-DEPT-PRIMES(WS-DEPT-IDX)
                ADD RQ-ELAPSED TO WS-DEPT-ELAPSED(WS-DEPT-IDX)
            ELSE
                ADD 1 TO WS-REQS-NO-USAGE
            END-IF
        END-IF
    END-IF.

*> finds the department's slot, opening one in code order when the
*> department is new this month
2100-FIND-DEPARTMENT.
    MOVE 'N' TO WS-DEPT-FOUND
    MOVE 0 TO WS-DEPT-SLOT
    MOVE 0 TO WS-DEPT-IDX
    PERFORM UNTIL WS-DEPT-FOUND = 'Y' OR WS-DEPT-SLOT > 0
            OR WS-DEPT-IDX >= WS-DEPT-USED
        ADD 1 TO WS-DEPT-IDX
        IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-REQ-DEPT
            MOVE 'Y' TO WS-DEPT-FOUND
        ELSE
            IF WS-DEPT-CODE(WS-DEPT-IDX) > WS-REQ-DEPT
                MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
            END-IF
        END-IF
    END-PERFORM

    IF WS-DEPT-FOUND = 'N'
        IF WS-DEPT-USED >= 200
            MOVE 'Y' TO WS-DEPT-OVERFLOW
        ELSE
            IF WS-DEPT-SLOT = 0
                COMPUTE WS-DEPT-SLOT = WS-DEPT-USED + 1
            END-IF
            PERFORM VARYING WS-DEPT-MOVE-IDX FROM WS-DEPT-USED BY -1
                    UNTIL WS-DEPT-MOVE-IDX < WS-DEPT-SLOT
                MOVE WS-DEPT-ENTRY(WS-DEPT-MOVE-IDX)
                    TO WS-DEPT-ENTRY(WS-DEPT-MOVE-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-DEPT-USED
            MOVE WS-DEPT-SLOT TO WS-DEPT-IDX
            MOVE WS-REQ-DEPT TO WS-DEPT-CODE(WS-DEPT-IDX)
            MOVE 0 TO WS-DEPT-REQUESTS(WS-DEPT-IDX)
            MOVE 0 TO WS-DEPT-TESTED(WS-DEPT-IDX)
            MOVE 0 TO WS-DEPT-PRIMES(WS-DEPT-IDX)
            MOVE 0 TO WS-DEPT-ELAPSED(WS-DEPT-IDX)
            MOVE 0 TO WS-DEPT-CHARGE(WS-DEPT-IDX)
            MOVE SPACES TO WS-DEPT-ACCOUNT(WS-DEPT-IDX)
            MOVE SPACE TO WS-DEPT-BASIS(WS-DEPT-IDX)
            MOVE 'Y' TO WS-DEPT-FOUND
        END-IF
    END-IF.

*> ----- pricing -----

3000-PRICE-DEPARTMENTS.
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-USED
        PERFORM 3050-PRICE-ONE-DEPARTMENT
    END-PERFORM.

3050-PRICE-ONE-DEPARTMENT.
    MOVE 'N' TO WS-DEPT-FOUND
    IF WS-DEPT-CODE(WS-DEPT-IDX) = SPACES
        MOVE 'U' TO WS-DEPT-BASIS(WS-DEPT-IDX)
    ELSE
        MOVE 0 TO WS-RATE-IDX
        PERFORM UNTIL WS-DEPT-FOUND = 'Y' OR WS-RATE-IDX >= WS-RATE-USED
            ADD 1 TO WS-RATE-IDX
            IF WS-RATE-DEPT(WS-RATE-IDX) = WS-DEPT-CODE(WS-DEPT-IDX)
                MOVE 'Y' TO WS-DEPT-FOUND
            END-IF
        END-PERFORM

        EVALUATE TRUE
            WHEN WS-DEPT-FOUND = 'Y'
                MOVE 'O' TO WS-DEPT-BASIS(WS-DEPT-IDX)
                MOVE WS-RATE-REQUEST(WS-RATE-IDX) TO WS-HOLD-REQUEST
                MOVE WS-RATE-MILLION(WS-RATE-IDX) TO WS-HOLD-MILLION
                MOVE WS-RATE-THOUSAND(WS-RATE-IDX) TO WS-HOLD-THOUSAND
                MOVE WS-RATE-MINUTE(WS-RATE-IDX) TO WS-HOLD-MINUTE
                MOVE WS-RATE-ACCOUNT(WS-RATE-IDX)
                    TO WS-DEPT-ACCOUNT(WS-DEPT-IDX)
            WHEN WS-DEFAULT-FOUND = 'Y'
                MOVE 'D' TO WS-DEPT-BASIS(WS-DEPT-IDX)
                MOVE WS-DFLT-REQUEST TO WS-HOLD-REQUEST
                MOVE WS-DFLT-MILLION TO WS-HOLD-MILLION
                MOVE WS-DFLT-THOUSAND TO WS-HOLD-THOUSAND
                MOVE WS-DFLT-MINUTE TO WS-HOLD-MINUTE
                MOVE WS-DFLT-ACCOUNT TO WS-DEPT-ACCOUNT(WS-DEPT-IDX)
            WHEN OTHER
                MOVE 'N' TO WS-DEPT-BASIS(WS-DEPT-IDX)
        END-EVALUATE
    END-IF

    IF WS-DEPT-BASIS(WS-DEPT-IDX) = 'O'
            OR WS-DEPT-BASIS(WS-DEPT-IDX) = 'D'
        COMPUTE WS-DEPT-CHARGE(WS-DEPT-IDX) ROUNDED =
            WS-DEPT-REQUESTS(WS-DEPT-IDX) * WS-HOLD-REQUEST
            + WS-DEPT-TESTED(WS-DEPT-IDX) * WS-HOLD-MILLION / 1000000
            + WS-DEPT-PRIMES(WS-DEPT-IDX) * WS-HOLD-THOUSAND / 1000
            + WS-DEPT-ELAPSED(WS-DEPT-IDX) * WS-HOLD-MINUTE / 60
        ADD WS-DEPT-CHARGE(WS-DEPT-IDX) TO WS-TOTAL-CHARGE
    ELSE
        ADD 1 TO WS-UNBILLED-DEPTS
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF

    ADD WS-DEPT-REQUESTS(WS-DEPT-IDX) TO WS-TOTAL-REQUESTS
    ADD WS-DEPT-TESTED(WS-DEPT-IDX) TO WS-TOTAL-TESTED
    ADD WS-DEPT-PRIMES(WS-DEPT-IDX) TO WS-TOTAL-PRIMES
    ADD WS-DEPT-ELAPSED(WS-DEPT-IDX) TO WS-TOTAL-ELAPSED.

*> ----- billing report -----

2900-WRITE-REPORT-LINE.
    MOVE WS-RPT-LINE TO CHARGE-REPORT-RECORD
    WRITE CHARGE-REPORT-RECORD
    MOVE SPACES TO WS-RPT-LINE.

3500-WRITE-BILLING-REPORT.
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "DEPARTMENTAL CHARGEBACK FOR MONTH " DELIMITED BY SIZE
        WS-BILL-MONTH(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-BILL-MONTH(5:2) DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE "DEPT" TO WS-RPT-LINE(2:4)
    MOVE "REQUESTS" TO WS-RPT-LINE(9:8)
    MOVE "CANDIDATES TESTED" TO WS-RPT-LINE(19:17)
    MOVE "PRIMES PRODUCED" TO WS-RPT-LINE(38:15)
    MOVE "ELAPSED SECS" TO WS-RPT-LINE(55:12)
    MOVE "CHARGE" TO WS-RPT-LINE(77:6)
    MOVE "GL ACCOUNT" TO WS-RPT-LINE(86:10)
    MOVE "RATE BASIS" TO WS-RPT-LINE(98:10)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-USED
        PERFORM 3550-WRITE-DEPARTMENT-LINE
    END-PERFORM

    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "TOTAL" TO WS-RPT-LINE(2:5)
    MOVE WS-TOTAL-REQUESTS TO WS-REQ-EDIT
    MOVE WS-REQ-EDIT TO WS-RPT-LINE(9:7)
    MOVE WS-TOTAL-TESTED TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(19:13)
    MOVE WS-TOTAL-PRIMES TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(38:13)
    MOVE WS-TOTAL-ELAPSED TO WS-SEC-EDIT
    MOVE WS-SEC-EDIT TO WS-RPT-LINE(55:10)
    MOVE WS-TOTAL-CHARGE TO WS-MONEY-EDIT
    MOVE WS-MONEY-EDIT TO WS-RPT-LINE(68:14)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    PERFORM 3600-WRITE-RATE-NOTES.

3550-WRITE-DEPARTMENT-LINE.
    IF WS-DEPT-CODE(WS-DEPT-IDX) = SPACES
        MOVE "(NONE)" TO WS-RPT-LINE(2:6)
    ELSE
        MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-RPT-LINE(2:5)
    END-IF
    MOVE WS-DEPT-REQUESTS(WS-DEPT-IDX) TO WS-REQ-EDIT
    MOVE WS-REQ-EDIT TO WS-RPT-LINE(9:7)
    MOVE WS-DEPT-TESTED(WS-DEPT-IDX) TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(19:13)
    MOVE WS-DEPT-PRIMES(WS-DEPT-IDX) TO WS-BIG-EDIT
    MOVE WS-BIG-EDIT TO WS-RPT-LINE(38:13)
    MOVE WS-DEPT-ELAPSED(WS-DEPT-IDX) TO WS-SEC-EDIT
    MOVE WS-SEC-EDIT TO WS-RPT-LINE(55:10)

    EVALUATE WS-DEPT-BASIS(WS-DEPT-IDX)
        WHEN 'O'
            MOVE WS-DEPT-CHARGE(WS-DEPT-IDX) TO WS-MONEY-EDIT
            MOVE WS-MONEY-EDIT TO WS-RPT-LINE(68:14)
            MOVE WS-DEPT-ACCOUNT(WS-DEPT-IDX) TO WS-RPT-LINE(86:10)
            MOVE "OWN RATE" TO WS-RPT-LINE(98:8)
        WHEN 'D'
            MOVE WS-DEPT-CHARGE(WS-DEPT-IDX) TO WS-MONEY-EDIT
            MOVE WS-MONEY-EDIT TO WS-RPT-LINE(68:14)
            MOVE WS-DEPT-ACCOUNT(WS-DEPT-IDX) TO WS-RPT-LINE(86:10)
            MOVE "DEFAULT RATE" TO WS-RPT-LINE(98:12)
        WHEN 'N'
            MOVE "NO RATE ON RATECARD - NOT BILLED" TO WS-RPT-LINE(98:32)
        WHEN OTHER
            MOVE "NO DEPARTMENT ON REQUEST - NOT BILLED"
                TO WS-RPT-LINE(98:35)
    END-EVALUATE
    PERFORM 2900-WRITE-REPORT-LINE.

3600-WRITE-RATE-NOTES.
    IF WS-DEFAULT-FOUND = 'Y'
        MOVE WS-DFLT-REQUEST TO WS-RATE-EDIT
        STRING
            "DEFAULT RATES: PER REQUEST " DELIMITED BY SIZE
            WS-RATE-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE(2:)
        END-STRING
        MOVE WS-DFLT-MILLION TO WS-RATE-EDIT
        STRING
            "  PER MILLION TESTED " DELIMITED BY SIZE
            WS-RATE-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE(42:)
        END-STRING
        MOVE WS-DFLT-THOUSAND TO WS-RATE-EDIT
        STRING
            "  PER THOUSAND PRIMES " DELIMITED BY SIZE
            WS-RATE-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE(72:)
        END-STRING
        MOVE WS-DFLT-MINUTE TO WS-RATE-EDIT
        STRING
            "  PER MINUTE " DELIMITED BY SIZE
            WS-RATE-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE(103:)
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE
    ELSE
        MOVE "NO DEFAULT RATE ON RATECARD" TO WS-RPT-LINE(2:27)
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF

    IF WS-REQS-NO-USAGE > 0
        MOVE WS-REQS-NO-USAGE TO WS-REQ-EDIT
        STRING
            "REQUESTS WITH NO USAGE RECORDED: " DELIMITED BY SIZE
            WS-REQ-EDIT DELIMITED BY SIZE
            " (BILLED PER REQUEST ONLY)" DELIMITED BY SIZE
            INTO WS-RPT-LINE(2:)
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF

    IF WS-RATE-BAD > 0
        MOVE WS-RATE-BAD TO WS-COUNT-EDIT
        STRING
            "RATECARD LINES REFUSED         : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE(2:)
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF.

*> ----- GL feed -----

*> one debit per billed department, and one credit to the recovery
*> account for their total, so the feed balances on its own. with no
*> recovery account on the parm card the feed carries its header and
*> trailer only - an unbalanced posting would bounce at finance
4000-WRITE-GL-FEED.
    MOVE WS-BILL-MONTH TO WS-GLH-PERIOD
    MOVE WS-TODAY-DATETIME(1:8) TO WS-GLH-RUN-DATE
    MOVE WS-GL-HEADER-REC TO GL-FEED-RECORD
    WRITE GL-FEED-RECORD

    IF WS-RECOVERY-ACCT = SPACES
        DISPLAY "CHGPARM NAMES NO RECOVERY ACCOUNT - GL FEED HOLDS"
            " NO POSTINGS"
        MOVE "NO RECOVERY ACCOUNT ON CHGPARM - NOTHING FED TO THE GL"
            TO WS-RPT-LINE(2:54)
        PERFORM 2900-WRITE-REPORT-LINE
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    ELSE
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-USED
            IF (WS-DEPT-BASIS(WS-DEPT-IDX) = 'O'
                    OR WS-DEPT-BASIS(WS-DEPT-IDX) = 'D')
                    AND WS-DEPT-CHARGE(WS-DEPT-IDX) > 0
                MOVE WS-BILL-MONTH TO WS-GLD-PERIOD
                MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-GLD-COST-CENTRE
                MOVE WS-DEPT-ACCOUNT(WS-DEPT-IDX) TO WS-GLD-ACCOUNT
                MOVE 'D' TO WS-GLD-DR-CR
                MOVE WS-DEPT-CHARGE(WS-DEPT-IDX) TO WS-GLD-AMOUNT
                MOVE "PRIME SCAN CHARGEBACK" TO WS-GLD-TEXT
                MOVE WS-GL-DETAIL-REC TO GL-FEED-RECORD
                WRITE GL-FEED-RECORD
                ADD 1 TO WS-GL-COUNT
                ADD WS-DEPT-CHARGE(WS-DEPT-IDX) TO WS-GL-DEBITS
            END-IF
        END-PERFORM

        IF WS-GL-DEBITS > 0
            MOVE WS-BILL-MONTH TO WS-GLD-PERIOD
            MOVE WS-RECOVERY-CC TO WS-GLD-COST-CENTRE
            MOVE WS-RECOVERY-ACCT TO WS-GLD-ACCOUNT
            MOVE 'C' TO WS-GLD-DR-CR
            MOVE WS-GL-DEBITS TO WS-GLD-AMOUNT
            MOVE "PRIME SCAN RECOVERY" TO WS-GLD-TEXT
            MOVE WS-GL-DETAIL-REC TO GL-FEED-RECORD
            WRITE GL-FEED-RECORD
            ADD 1 TO WS-GL-COUNT
            ADD WS-GL-DEBITS TO WS-GL-CREDITS
        END-IF
    END-IF

    MOVE WS-GL-COUNT TO WS-GLT-REC-COUNT
    MOVE WS-GL-DEBITS TO WS-GLT-DEBITS
    MOVE WS-GL-CREDITS TO WS-GLT-CREDITS
    MOVE WS-GL-TRAILER-REC TO GL-FEED-RECORD
    WRITE GL-FEED-RECORD.

5000-WRITE-SUMMARY.
    DISPLAY " "
    DISPLAY "===== DEPARTMENTAL CHARGEBACK SUMMARY ====="
    DISPLAY "BILLING MONTH        : " WS-BILL-MONTH
    DISPLAY "REQUESTS BILLED      : " WS-REQS-BILLED
    DISPLAY "DEPARTMENTS          : " WS-DEPT-USED
    DISPLAY "DEPARTMENTS UNBILLED : " WS-UNBILLED-DEPTS
    DISPLAY "GL POSTINGS WRITTEN  : " WS-GL-COUNT
    IF WS-REQS-BILLED = 0 AND WS-RETURN-CODE < 4
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
