IDENTIFICATION DIVISION.
PROGRAM-ID. ACKMATCH.

*> closes the loop on EXTRFILE: the research group returns one ACK or
*> NAK per request id they received, with the detail count and hash
*> total they counted on their side. each answer is matched against
*> the request master, where PRIMEXTR left the request XMITTED with
*> the count and hash its trailer carried:
*>
*>   ACK, totals agree     -> ACKED
*>   ACK, totals disagree  -> RCVREJECT and re-queued - they loaded
*>                            something other than what was sent
*>   NAK                   -> RCVREJECT and re-queued, with their
*>                            reason kept on the master
*>
*> a re-queued request (RQ-RESEND 'Y') goes out again on the next
*> blank-parm extract. an answer for a request that is not waiting
*> on one - unknown, never sent, or already answered - is listed and
*> changes nothing.
*>
*> the report then ages everything still XMITTED: a request sent at
*> least the aging limit of days ago with no answer is listed, so a
*> transfer nobody loaded is chased before anyone asks for it.
*>
*> states are held in RQ-STATUS X(09): XMITTED (transmitted), ACKED
*> (acknowledged), RCVREJECT (rejected by receiver).
*>
*> ACKFILE, one answer per line:
*>   cols  1-3   ACK or NAK
*>   cols  5-12  request id
*>   cols 14-22  detail record count they counted
*>   cols 24-38  hash total they computed
*>   cols 40-47  their load date yyyymmdd
*>   cols 49-80  reason text, for a NAK
*>
*> ACKPARM: cols 1-3 aging limit in days, zero-filled (blank = 3)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACK-PARM-FILE ASSIGN TO "ACKPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT ACK-IN-FILE ASSIGN TO "ACKFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.

    SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMASTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS WS-REQM-STATUS.

    SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ARPT-STATUS.

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

FD  ACK-PARM-FILE.
01  ACK-PARM-RECORD.
    05 AP-AGING-DAYS-X       PIC X(03).

FD  ACK-IN-FILE.
01  ACK-IN-RECORD.
    05 AK-TYPE               PIC X(03).
    05 FILLER                PIC X(01).
    05 AK-REQUEST-ID         PIC X(08).
    05 FILLER                PIC X(01).
    05 AK-REC-COUNT-X        PIC X(09).
    05 FILLER                PIC X(01).
    05 AK-HASH-TOTAL-X       PIC X(15).
    05 FILLER                PIC X(01).
    05 AK-LOAD-DATE          PIC X(08).
    05 FILLER                PIC X(01).
    05 AK-REASON             PIC X(32).

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

FD  ACK-REPORT-FILE.
01  ACK-REPORT-RECORD        PIC X(132).

FD  LOCK-FILE.
01  LOCK-RECORD.
    05 LCK-RESOURCE          PIC X(12).
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD         PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-ACK-STATUS      PIC XX.
01 WS-REQM-STATUS     PIC XX.
01 WS-ARPT-STATUS     PIC XX.
01 WS-LOCK-STATUS     PIC XX.
01 WS-AUDIT-STATUS    PIC XX.

01 WS-FILES-OK        PIC X VALUE 'Y'.
01 WS-RETURN-CODE     PIC 9(03) VALUE 0.
01 WS-ACK-EOF         PIC X VALUE 'N'.
01 WS-ACK-AVAILABLE   PIC X VALUE 'N'.
01 WS-QUEUE-EOF       PIC X VALUE 'N'.

01 WS-LOCK-LIST.
    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(12) VALUE "REQMASTR".
01 WS-LOCK-LIST-R REDEFINES WS-LOCK-LIST.
    05 WS-LOCK-NAME OCCURS 2 TIMES PIC X(12).
01 WS-LOCK-COUNT    PIC 9(02) VALUE 2.
01 WS-LOCK-IDX      PIC 9(02) VALUE 0.
01 WS-LOCK-REL-IDX  PIC 9(02) VALUE 0.
01 WS-LOCKS-HELD    PIC 9(02) VALUE 0.
01 WS-LOCK-OK       PIC X VALUE 'Y'.
01 WS-LOCK-HOLDER   PIC X(08) VALUE "ACKMATCH".
01 WS-LOCK-EVENT    PIC X(08) VALUE SPACES.
01 WS-LOCK-OTHER    PIC X(08) VALUE SPACES.
01 WS-NOW-DATETIME  PIC X(21).
01 WS-AUDIT-LINE    PIC X(80) VALUE SPACES.

01 WS-TODAY-DATETIME  PIC X(21).
01 WS-TODAY-INT       PIC 9(09) VALUE 0.
01 WS-SENT-INT        PIC 9(09) VALUE 0.
01 WS-AGING-DAYS      PIC 9(03) VALUE 3.
01 WS-DAYS-OUT        PIC 9(05) VALUE 0.

01 WS-THEIR-COUNT     PIC 9(09) VALUE 0.
01 WS-THEIR-HASH      PIC 9(15) VALUE 0.
01 WS-TOTALS-AGREE    PIC X VALUE 'N'.
01 WS-RESULT-TEXT     PIC X(40) VALUE SPACES.

01 WS-ANSWERS-READ    PIC 9(05) VALUE 0.
01 WS-ACKED           PIC 9(05) VALUE 0.
01 WS-NAKED           PIC 9(05) VALUE 0.
01 WS-MISMATCHED      PIC 9(05) VALUE 0.
01 WS-UNMATCHED       PIC 9(05) VALUE 0.
01 WS-NOT-WAITING     PIC 9(05) VALUE 0.
01 WS-STILL-WAITING   PIC 9(05) VALUE 0.
01 WS-AGED            PIC 9(05) VALUE 0.

01 WS-RPT-LINE        PIC X(132) VALUE SPACES.
01 WS-COUNT-EDIT      PIC ZZZZ9.
01 WS-DETAIL-EDIT     PIC ZZZZZZZZ9.
01 WS-HASH-EDIT       PIC ZZZZZZZZZZZZZZ9.
01 WS-DAYS-EDIT       PIC ZZZZ9.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM 1000-READ-PARM-CARD
    PERFORM 0200-CLAIM-RUN-LOCKS
    IF WS-LOCK-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1400-OPEN-FILES
    IF WS-FILES-OK = 'Y'
        PERFORM 1500-WRITE-REPORT-TITLE
        IF WS-ACK-AVAILABLE = 'Y'
            PERFORM 2000-MATCH-ANSWERS
            CLOSE ACK-IN-FILE
        END-IF
        PERFORM 3000-AGE-UNANSWERED
        PERFORM 4000-WRITE-SUMMARY
        CLOSE REQUEST-MASTER-FILE
        CLOSE ACK-REPORT-FILE
        PERFORM 4500-WRITE-MATCH-AUDIT
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
    MOVE SPACES TO AP-AGING-DAYS-X
    OPEN INPUT ACK-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ ACK-PARM-FILE
            AT END
                CONTINUE
        END-READ
        CLOSE ACK-PARM-FILE
    END-IF

    IF AP-AGING-DAYS-X IS NUMERIC
        MOVE AP-AGING-DAYS-X TO WS-AGING-DAYS
    END-IF

    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE
            (FUNCTION NUMVAL(WS-TODAY-DATETIME(1:8))).

*> no answer file tonight is not an error - nothing came back, and
*> the aging section still shows what is outstanding
1400-OPEN-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN I-O REQUEST-MASTER-FILE
    IF WS-REQM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING REQMASTR - FILE STATUS " WS-REQM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN OUTPUT ACK-REPORT-FILE
    IF WS-ARPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ACKRPT - FILE STATUS " WS-ARPT-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN INPUT ACK-IN-FILE
    IF WS-ACK-STATUS = "00"
        MOVE 'Y' TO WS-ACK-AVAILABLE
    ELSE
        MOVE 'N' TO WS-ACK-AVAILABLE
        DISPLAY "ACKFILE NOT AVAILABLE - FILE STATUS " WS-ACK-STATUS
            " - NO ANSWERS MATCHED"
    END-IF.

1500-WRITE-REPORT-TITLE.
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "EXTRACT ACKNOWLEDGMENT REPORT  " DELIMITED BY SIZE
        WS-TODAY-DATETIME(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-TODAY-DATETIME(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-TODAY-DATETIME(7:2) DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE "ANSWERS RECEIVED" TO WS-RPT-LINE(2:16)
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "REQUEST  ANS  SENT COUNT       SENT HASH  THEIR COUNT"
        TO WS-RPT-LINE(2:53)
    MOVE "      THEIR HASH  RESULT" TO WS-RPT-LINE(55:24)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE.

2000-MATCH-ANSWERS.
    MOVE 'N' TO WS-ACK-EOF
    PERFORM UNTIL WS-ACK-EOF = 'Y'
        READ ACK-IN-FILE
            AT END
                MOVE 'Y' TO WS-ACK-EOF
            NOT AT END
                IF ACK-IN-RECORD NOT = SPACES
                    ADD 1 TO WS-ANSWERS-READ
                    PERFORM 2100-MATCH-ONE-ANSWER
                END-IF
        END-READ
    END-PERFORM.

2100-MATCH-ONE-ANSWER.
    MOVE SPACES TO WS-RESULT-TEXT
    MOVE 0 TO WS-THEIR-COUNT
    MOVE 0 TO WS-THEIR-HASH
    IF AK-REC-COUNT-X IS NUMERIC
        MOVE AK-REC-COUNT-X TO WS-THEIR-COUNT
    END-IF
    IF AK-HASH-TOTAL-X IS NUMERIC
        MOVE AK-HASH-TOTAL-X TO WS-THEIR-HASH
    END-IF

    MOVE AK-REQUEST-ID TO RQ-REQUEST-ID
    READ REQUEST-MASTER-FILE
        INVALID KEY
            CONTINUE
    END-READ

    EVALUATE TRUE
        WHEN WS-REQM-STATUS NOT = "00"
            MOVE "NOT ON THE REQUEST MASTER" TO WS-RESULT-TEXT
            ADD 1 TO WS-UNMATCHED
            IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF
        WHEN AK-TYPE NOT = "ACK" AND AK-TYPE NOT = "NAK"
            MOVE "ANSWER TYPE NOT ACK OR NAK - IGNORED"
                TO WS-RESULT-TEXT
            ADD 1 TO WS-UNMATCHED
            IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF
        WHEN RQ-STATUS NOT = "XMITTED"
            STRING
                "NOT AWAITING AN ANSWER - " DELIMITED BY SIZE
                RQ-STATUS DELIMITED BY SPACE
                INTO WS-RESULT-TEXT
            END-STRING
            ADD 1 TO WS-NOT-WAITING
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        WHEN AK-TYPE = "NAK"
            PERFORM 2200-RECORD-REJECTION
        WHEN OTHER
            PERFORM 2300-RECORD-ACKNOWLEDGMENT
    END-EVALUATE

    PERFORM 2800-REPORT-ONE-ANSWER.

*> the receiver's own words go on the master so whoever re-sends the
*> request can see what was wrong with the last one
2200-RECORD-REJECTION.
    MOVE "RCVREJECT" TO RQ-STATUS
    MOVE WS-TODAY-DATETIME(1:14) TO RQ-ACK-TS
    IF AK-REASON = SPACES
        MOVE "NAK - NO REASON GIVEN" TO RQ-ACK-REASON
    ELSE
        MOVE AK-REASON TO RQ-ACK-REASON
    END-IF
    MOVE 'Y' TO RQ-RESEND
    PERFORM 2500-REWRITE-MASTER
    MOVE "REJECTED - RE-QUEUED FOR NEXT EXTRACT" TO WS-RESULT-TEXT
    ADD 1 TO WS-NAKED
    IF WS-RETURN-CODE < 4
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

*> an ACK whose totals are not the ones the trailer carried means
*> they loaded a different set from the one sent - it is treated as
*> a rejection and the request goes again
2300-RECORD-ACKNOWLEDGMENT.
    MOVE 'N' TO WS-TOTALS-AGREE
    IF RQ-XMIT-COUNT IS NUMERIC AND RQ-XMIT-HASH IS NUMERIC
            AND AK-REC-COUNT-X IS NUMERIC
            AND AK-HASH-TOTAL-X IS NUMERIC
        IF WS-THEIR-COUNT = RQ-XMIT-COUNT
                AND WS-THEIR-HASH = RQ-XMIT-HASH
            MOVE 'Y' TO WS-TOTALS-AGREE
        END-IF
    END-IF

    IF WS-TOTALS-AGREE = 'Y'
        MOVE "ACKED" TO RQ-STATUS
        MOVE WS-TODAY-DATETIME(1:14) TO RQ-ACK-TS
        MOVE SPACES TO RQ-ACK-REASON
        MOVE 'N' TO RQ-RESEND
        PERFORM 2500-REWRITE-MASTER
        MOVE "ACKNOWLEDGED" TO WS-RESULT-TEXT
        ADD 1 TO WS-ACKED
    ELSE
        MOVE "RCVREJECT" TO RQ-STATUS
        MOVE WS-TODAY-DATETIME(1:14) TO RQ-ACK-TS
        MOVE "ACK TOTALS DIFFER FROM TRAILER" TO RQ-ACK-REASON
        MOVE 'Y' TO RQ-RESEND
        PERFORM 2500-REWRITE-MASTER
        MOVE "TOTALS DIFFER - RE-QUEUED FOR NEXT EXTRACT"
            TO WS-RESULT-TEXT
        ADD 1 TO WS-MISMATCHED
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

2500-REWRITE-MASTER.
    REWRITE REQUEST-MASTER-RECORD
        INVALID KEY
            DISPLAY "ERROR UPDATING " RQ-REQUEST-ID
                " - FILE STATUS " WS-REQM-STATUS
            IF WS-RETURN-CODE < 12
                MOVE 12 TO WS-RETURN-CODE
            END-IF
    END-REWRITE.

2800-REPORT-ONE-ANSWER.
    MOVE SPACES TO WS-RPT-LINE
    MOVE AK-REQUEST-ID TO WS-RPT-LINE(2:8)
    MOVE AK-TYPE TO WS-RPT-LINE(11:3)
    IF WS-REQM-STATUS = "00" AND RQ-XMIT-COUNT IS NUMERIC
        MOVE RQ-XMIT-COUNT TO WS-DETAIL-EDIT
        MOVE WS-DETAIL-EDIT TO WS-RPT-LINE(17:9)
    END-IF
    IF WS-REQM-STATUS = "00" AND RQ-XMIT-HASH IS NUMERIC
        MOVE RQ-XMIT-HASH TO WS-HASH-EDIT
        MOVE WS-HASH-EDIT TO WS-RPT-LINE(27:15)
    END-IF
    MOVE WS-THEIR-COUNT TO WS-DETAIL-EDIT
    MOVE WS-DETAIL-EDIT TO WS-RPT-LINE(46:9)
    MOVE WS-THEIR-HASH TO WS-HASH-EDIT
    MOVE WS-HASH-EDIT TO WS-RPT-LINE(55:15)
    MOVE WS-RESULT-TEXT TO WS-RPT-LINE(72:40)
    PERFORM 2900-WRITE-REPORT-LINE

    IF AK-TYPE = "NAK" AND AK-REASON NOT = SPACES
        MOVE "REASON: " TO WS-RPT-LINE(11:8)
        MOVE AK-REASON TO WS-RPT-LINE(19:32)
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF.

2900-WRITE-REPORT-LINE.
    MOVE WS-RPT-LINE TO ACK-REPORT-RECORD
    WRITE ACK-REPORT-RECORD
    MOVE SPACES TO WS-RPT-LINE.

*> age is counted in whole days from the date the extract sent the
*> request, so one sent last night is 1 day old this morning
3000-AGE-UNANSWERED.
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-AGING-DAYS TO WS-COUNT-EDIT
    STRING
        "SENT AND NOT ACKNOWLEDGED AFTER " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        " DAYS" DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "REQUEST  DEPT   SENT            DAYS      DETAILS"
        TO WS-RPT-LINE(2:50)
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

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
                IF RQ-STATUS = "XMITTED"
                    ADD 1 TO WS-STILL-WAITING
                    PERFORM 3100-AGE-ONE-REQUEST
                END-IF
        END-READ
    END-PERFORM

    IF WS-AGED = 0
        MOVE "NONE" TO WS-RPT-LINE(2:4)
        PERFORM 2900-WRITE-REPORT-LINE
    ELSE
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

3100-AGE-ONE-REQUEST.
    IF RQ-XMIT-TS(1:8) IS NUMERIC
        COMPUTE WS-SENT-INT =
            FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL(RQ-XMIT-TS(1:8)))
        IF WS-TODAY-INT > WS-SENT-INT
            COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-SENT-INT
        ELSE
            MOVE 0 TO WS-DAYS-OUT
        END-IF
        IF WS-DAYS-OUT >= WS-AGING-DAYS
            ADD 1 TO WS-AGED
            MOVE SPACES TO WS-RPT-LINE
            MOVE RQ-REQUEST-ID TO WS-RPT-LINE(2:8)
            MOVE RQ-DEPT-ID TO WS-RPT-LINE(11:5)
            MOVE RQ-XMIT-TS TO WS-RPT-LINE(18:14)
            MOVE WS-DAYS-OUT TO WS-DAYS-EDIT
            MOVE WS-DAYS-EDIT TO WS-RPT-LINE(34:5)
            IF RQ-XMIT-COUNT IS NUMERIC
                MOVE RQ-XMIT-COUNT TO WS-DETAIL-EDIT
                MOVE WS-DETAIL-EDIT TO WS-RPT-LINE(43:9)
            END-IF
            PERFORM 2900-WRITE-REPORT-LINE
        END-IF
    END-IF.

4000-WRITE-SUMMARY.
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-ANSWERS-READ TO WS-COUNT-EDIT
    STRING
        "ANSWERS READ         : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-ACKED TO WS-COUNT-EDIT
    STRING
        "ACKNOWLEDGED         : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-NAKED TO WS-COUNT-EDIT
    STRING
        "REJECTED (NAK)       : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-MISMATCHED TO WS-COUNT-EDIT
    STRING
        "ACK TOTALS DIFFERED  : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-UNMATCHED TO WS-COUNT-EDIT
    STRING
        "UNMATCHED ANSWERS    : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-NOT-WAITING TO WS-COUNT-EDIT
    STRING
        "NOT AWAITING ANSWER  : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-STILL-WAITING TO WS-COUNT-EDIT
    STRING
        "STILL UNANSWERED     : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-AGED TO WS-COUNT-EDIT
    STRING
        "PAST AGING LIMIT     : " DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    DISPLAY "ACKMATCH: " WS-ANSWERS-READ " ANSWERS, "
        WS-ACKED " ACKED, " WS-NAKED " NAKED, "
        WS-MISMATCHED " MISMATCHED, " WS-AGED " AGED".

4500-WRITE-MATCH-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE SPACES TO WS-AUDIT-LINE
    STRING
        WS-NOW-DATETIME(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-NOW-DATETIME(9:6) DELIMITED BY SIZE
        " ACKMATCH ACK=" DELIMITED BY SIZE
        WS-ACKED DELIMITED BY SIZE
        " NAK=" DELIMITED BY SIZE
        WS-NAKED DELIMITED BY SIZE
        " BAD=" DELIMITED BY SIZE
        WS-MISMATCHED DELIMITED BY SIZE
        " AGED=" DELIMITED BY SIZE
        WS-AGED DELIMITED BY SIZE
        " BY=ACKMATCH" DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    END-STRING

    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE.
