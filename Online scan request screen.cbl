*> PF2 displays a queued request and PF5 cancels one that has not
*> started, so a mistyped bound surfaces at the terminal instead of
*> as an RC 16 the next morning
*>
*> the signed-on user is kept on the request as its submitter, and
*> on a cancel as its canceller. a request wider than the approval
*> range limit, or a mode R draw of more than the count limit, is
*> queued AWAITAPPR instead of PENDING and waits for a supervisor on
*> transaction PAPR. the limits are the PSUB record of the APPRCTL
*> control file, which PAPR maintains; without one the standing
*> limits below apply. every cancel is written to the audit trail
*> (transient data queue AUDT, in the AUDITLOG line layout) - if
*> that write fails the cancel is backed out, so no request leaves
*> the queue without a trace

ENVIRONMENT DIVISION.

    05 COUNTFL           PIC S9(04) COMP.
    05 COUNTFF           PIC X(01).
    05 COUNTFI           PIC X(05).
    05 DEPTFL            PIC S9(04) COMP.
    05 DEPTFF            PIC X(01).
    05 DEPTFI            PIC X(05).
    05 STATOL            PIC S9(04) COMP.
    05 STATOF            PIC X(01).
    05 STATOI            PIC X(09).
    05 DETOL             PIC S9(04) COMP.
    05 DETOF             PIC X(01).
    05 DETOI             PIC X(60).
    05 DET2OL            PIC S9(04) COMP.
    05 DET2OF            PIC X(01).
    05 DET2OI            PIC X(72).
    05 MSGOL             PIC S9(04) COMP.
    05 MSGOF             PIC X(01).
    05 MSGOI             PIC X(60).
    05 FILLER            PIC X(03).
    05 COUNTFO           PIC X(05).
    05 FILLER            PIC X(03).
    05 DEPTFO            PIC X(05).
    05 FILLER            PIC X(03).
    05 STATOO            PIC X(09).
    05 FILLER            PIC X(03).
    05 DETOO             PIC X(60).
    05 FILLER            PIC X(03).
    05 DET2OO            PIC X(72).
    05 FILLER            PIC X(03).
    05 MSGOO             PIC X(60).

01 REQUEST-MASTER-RECORD.
    05 RQ-ENDED-TS       PIC X(14).
    05 RQ-RC             PIC 9(03).
    05 RQ-COUNT-X        PIC X(07).
    05 RQ-DEPT-ID        PIC X(05).
    05 RQ-TESTED         PIC 9(09).
    05 RQ-PRIMES         PIC 9(09).
    05 RQ-ELAPSED        PIC 9(07).
    05 RQ-XMIT-TS        PIC X(14).
    05 RQ-XMIT-COUNT     PIC 9(09).
    05 RQ-XMIT-HASH      PIC 9(15).
    05 RQ-ACK-TS         PIC X(14).
    05 RQ-ACK-REASON     PIC X(32).
    05 RQ-RESEND         PIC X(01).
    05 RQ-SUBMIT-USER    PIC X(08).
    05 RQ-CANCEL-USER    PIC X(08).
    05 RQ-REVIEW-USER    PIC X(08).
    05 RQ-REVIEW-TS      PIC X(14).
    05 RQ-REVIEW-REASON  PIC X(30).

*> the PSUB record of the APPRCTL control file - PAPR keeps it
01 APPROVAL-CONTROL-RECORD.
    05 APC-KEY           PIC X(08).
    05 APC-MAX-RANGE     PIC 9(07).
    05 APC-MAX-COUNT     PIC 9(05).
    05 APC-CHANGED-USER  PIC X(08).
    05 APC-CHANGED-TS    PIC X(14).

01 WS-RESP            PIC S9(08) COMP.
01 WS-ABSTIME         PIC S9(15) COMP-3.
01 WS-COUNT-X         PIC X(05).
01 WS-COUNT-7         PIC 9(07) VALUE 0.
01 WS-EDIT-COUNT      PIC 9(05) VALUE 0.
01 WS-DEPT-ID         PIC X(05) VALUE SPACES.

01 WS-USERID          PIC X(08) VALUE SPACES.
01 WS-APC-KEY         PIC X(08) VALUE "PSUB".
01 WS-MAX-RANGE       PIC 9(07) VALUE 1000000.
01 WS-MAX-COUNT       PIC 9(05) VALUE 1000.
01 WS-RANGE-SIZE      PIC 9(07) VALUE 0.
01 WS-NEW-STATUS      PIC X(09) VALUE SPACES.
01 WS-PRIOR-STATUS    PIC X(09) VALUE SPACES.
01 WS-AUDIT-EVENT     PIC X(07) VALUE SPACES.
01 WS-AUDIT-TEXT      PIC X(30) VALUE SPACES.
01 WS-AUDIT-LINE      PIC X(80) VALUE SPACES.
01 WS-LIMIT-EDIT      PIC ZZZZZZ9.

LINKAGE SECTION.
01 DFHCOMMAREA.
        MOVE "REQUEST ID IS REQUIRED" TO WS-ERROR-MSG
    END-IF

    *> every screen request is billed, so it must name who pays
    MOVE DEPTFI TO WS-DEPT-ID
    INSPECT WS-DEPT-ID REPLACING ALL LOW-VALUE BY SPACE
    IF WS-VALID-PARMS = 'Y' AND WS-DEPT-ID = SPACES
        MOVE 'N' TO WS-VALID-PARMS
        MOVE "DEPARTMENT / COST CENTRE IS REQUIRED" TO WS-ERROR-MSG
    END-IF

    MOVE LOWBI TO WS-LOW-X
    MOVE HIGHBI TO WS-HIGH-X
    INSPECT WS-LOW-X REPLACING ALL SPACE BY ZERO
    END-IF.

2200-WRITE-REQUEST.
    PERFORM 2700-GET-TIMESTAMP
    PERFORM 2250-SET-QUEUE-STATUS

    MOVE SPACES TO REQUEST-MASTER-RECORD
    MOVE WS-REQUEST-ID TO RQ-REQUEST-ID
    MOVE WS-LOW-X TO RQ-LOW-BOUND-X
    MOVE WS-HIGH-X TO RQ-HIGH-BOUND-X
    MOVE WS-MODE TO RQ-MODE
    MOVE WS-NEW-STATUS TO RQ-STATUS
    MOVE WS-TS-DATE TO RQ-ADDED-TS(1:8)
    MOVE WS-TS-TIME TO RQ-ADDED-TS(9:6)
    MOVE 0 TO RQ-RC
    ELSE
        MOVE SPACES TO RQ-COUNT-X
    END-IF
    MOVE WS-DEPT-ID TO RQ-DEPT-ID
    MOVE 0 TO RQ-TESTED
    MOVE 0 TO RQ-PRIMES
    MOVE 0 TO RQ-ELAPSED
    MOVE 0 TO RQ-XMIT-COUNT
    MOVE 0 TO RQ-XMIT-HASH
    MOVE 'N' TO RQ-RESEND
    MOVE WS-USERID TO RQ-SUBMIT-USER

    EXEC CICS WRITE
        FILE('REQMASTR')
        WHEN WS-RESP = DFHRESP(NORMAL)
            MOVE WS-REQUEST-ID TO CA-LAST-REQID
            MOVE WS-REQUEST-ID TO REQIDO
            MOVE WS-NEW-STATUS TO STATOO
            IF WS-NEW-STATUS = "AWAITAPPR"
                PERFORM 2260-EXPLAIN-APPROVAL
            ELSE
                MOVE "REQUEST QUEUED FOR THE NIGHTLY SCAN RUN"
                    TO MSGOO
            END-IF
        WHEN WS-RESP = DFHRESP(DUPREC)
            MOVE WS-REQUEST-ID TO REQIDO
            MOVE "REQUEST ID ALREADY QUEUED - PF2 DISPLAYS IT"
    END-EVALUATE
    PERFORM 8000-SEND-MAP.

*> a limit record that cannot be read leaves the standing limits in
*> force - a request is never queued unchecked for want of the file
2250-SET-QUEUE-STATUS.
    EXEC CICS ASSIGN
        USERID(WS-USERID)
    END-EXEC

    MOVE "PSUB" TO WS-APC-KEY
    EXEC CICS READ
        FILE('APPRCTL')
        INTO(APPROVAL-CONTROL-RECORD)
        RIDFLD(WS-APC-KEY)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        IF APC-MAX-RANGE IS NUMERIC AND APC-MAX-RANGE > 0
            MOVE APC-MAX-RANGE TO WS-MAX-RANGE
        END-IF
        IF APC-MAX-COUNT IS NUMERIC AND APC-MAX-COUNT > 0
            MOVE APC-MAX-COUNT TO WS-MAX-COUNT
        END-IF
    END-IF

    *> a random draw costs its count, not the width it draws from
    MOVE "PENDING" TO WS-NEW-STATUS
    COMPUTE WS-RANGE-SIZE = WS-EDIT-HIGH - WS-EDIT-LOW + 1
    IF WS-MODE = 'R'
        IF WS-COUNT-7 > WS-MAX-COUNT
            MOVE "AWAITAPPR" TO WS-NEW-STATUS
        END-IF
    ELSE
        IF WS-RANGE-SIZE > WS-MAX-RANGE
            MOVE "AWAITAPPR" TO WS-NEW-STATUS
        END-IF
    END-IF.

2260-EXPLAIN-APPROVAL.
    IF WS-MODE = 'R'
        MOVE WS-MAX-COUNT TO WS-LIMIT-EDIT
        STRING
            "HELD FOR SUPERVISOR APPROVAL - COUNT OVER "
                DELIMITED BY SIZE
            WS-LIMIT-EDIT DELIMITED BY SIZE
            INTO MSGOO
        END-STRING
    ELSE
        MOVE WS-MAX-RANGE TO WS-LIMIT-EDIT
        STRING
            "HELD FOR SUPERVISOR APPROVAL - RANGE OVER "
                DELIMITED BY SIZE
            WS-LIMIT-EDIT DELIMITED BY SIZE
            INTO MSGOO
        END-STRING
    END-IF.

2400-DISPLAY-REQUEST.
    PERFORM 2050-RECEIVE-MAP
    PERFORM 2450-READ-KEYED-REQUEST
        MOVE RQ-LOW-BOUND-X TO LOWBO
        MOVE RQ-HIGH-BOUND-X TO HIGHBO
        MOVE RQ-MODE TO MODEFO
        MOVE RQ-DEPT-ID TO DEPTFO
        MOVE RQ-STATUS TO STATOO
        MOVE SPACES TO DETOO
        *> three 14-byte stamps must fit the 60-byte detail line, so
            RQ-ENDED-TS DELIMITED BY SIZE
            INTO DETOO
        END-STRING
        *> who keyed it, who cancelled it and the supervisor's word:
        *> 4+8+6+8+6+8+1+30 = 71 of the 72-byte second line
        MOVE SPACES TO DET2OO
        STRING
            "BY  " DELIMITED BY SIZE
            RQ-SUBMIT-USER DELIMITED BY SIZE
            "  CAN " DELIMITED BY SIZE
            RQ-CANCEL-USER DELIMITED BY SIZE
            "  REV " DELIMITED BY SIZE
            RQ-REVIEW-USER DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            RQ-REVIEW-REASON DELIMITED BY SIZE
            INTO DET2OO
        END-STRING
        MOVE WS-RID TO CA-LAST-REQID
        MOVE "PF5 CANCELS A REQUEST THAT HAS NOT STARTED" TO MSGOO
        PERFORM 8000-SEND-MAP
    END-IF.

*> a request still waiting for approval can be withdrawn as well
*> as one already PENDING. the status is checked again under the
*> update lock - a supervisor may have acted on it since the read
2500-CANCEL-REQUEST.
    PERFORM 2050-RECEIVE-MAP
    PERFORM 2450-READ-KEYED-REQUEST

    IF WS-RESP = DFHRESP(NORMAL)
        IF RQ-STATUS = "PENDING" OR RQ-STATUS = "AWAITAPPR"
            *> re-read for update so the rewrite holds the record
            EXEC CICS READ
                FILE('REQMASTR')
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            MOVE LOW-VALUES TO SCANMAPO
            MOVE WS-RID TO REQIDO
            IF WS-RESP = DFHRESP(NORMAL)
                IF RQ-STATUS = "PENDING" OR RQ-STATUS = "AWAITAPPR"
                    PERFORM 2550-CANCEL-HELD-REQUEST
                ELSE
                    EXEC CICS UNLOCK
                        FILE('REQMASTR')
                    END-EXEC
                    MOVE RQ-STATUS TO STATOO
                    MOVE "STATUS CHANGED SINCE DISPLAY - NOT CANCELLED"
                        TO MSGOO
                END-IF
            ELSE
                MOVE "CANCEL FAILED - CALL OPERATIONS" TO MSGOO
            END-IF
            MOVE LOW-VALUES TO SCANMAPO
            MOVE WS-RID TO REQIDO
            MOVE RQ-STATUS TO STATOO
            MOVE "ONLY A REQUEST THAT HAS NOT STARTED CAN BE CANCELLED"
                TO MSGOO
            PERFORM 8000-SEND-MAP
        END-IF
    END-IF.

2550-CANCEL-HELD-REQUEST.
    PERFORM 2700-GET-TIMESTAMP
    EXEC CICS ASSIGN
        USERID(WS-USERID)
    END-EXEC

    MOVE RQ-STATUS TO WS-PRIOR-STATUS
    MOVE "CANCELLED" TO RQ-STATUS
    MOVE WS-USERID TO RQ-CANCEL-USER
    EXEC CICS REWRITE
        FILE('REQMASTR')
        FROM(REQUEST-MASTER-RECORD)
        RESP(WS-RESP)
    END-EXEC

    IF WS-RESP = DFHRESP(NORMAL)
        MOVE "CANCEL" TO WS-AUDIT-EVENT
        MOVE SPACES TO WS-AUDIT-TEXT
        STRING
            "WAS " DELIMITED BY SIZE
            WS-PRIOR-STATUS DELIMITED BY SIZE
            INTO WS-AUDIT-TEXT
        END-STRING
        PERFORM 2600-WRITE-AUDIT-LINE
        IF WS-RESP = DFHRESP(NORMAL)
            EXEC CICS SYNCPOINT
            END-EXEC
            MOVE "CANCELLED" TO STATOO
            MOVE "REQUEST CANCELLED - IT WILL NOT RUN" TO MSGOO
        ELSE
            EXEC CICS SYNCPOINT ROLLBACK
            END-EXEC
            MOVE WS-PRIOR-STATUS TO STATOO
            MOVE "AUDIT TRAIL DOWN - NOT CANCELLED, CALL OPERATIONS"
                TO MSGOO
        END-IF
    ELSE
        MOVE "CANCEL FAILED - CALL OPERATIONS" TO MSGOO
    END-IF.

*> one AUDITLOG-layout line: stamp, event, request, the user who
*> acted, then 30 bytes of detail - 15+1+7+5+8+4+8+1+30 = 79
2600-WRITE-AUDIT-LINE.
    MOVE SPACES TO WS-AUDIT-LINE
    STRING
        WS-TS-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-TS-TIME DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-AUDIT-EVENT DELIMITED BY SIZE
        " REQ=" DELIMITED BY SIZE
        WS-RID DELIMITED BY SIZE
        " BY=" DELIMITED BY SIZE
        WS-USERID DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-AUDIT-TEXT DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    END-STRING
    EXEC CICS WRITEQ TD
        QUEUE('AUDT')
        FROM(WS-AUDIT-LINE)
        LENGTH(LENGTH OF WS-AUDIT-LINE)
        RESP(WS-RESP)
    END-EXEC.

2700-GET-TIMESTAMP.
    EXEC CICS ASKTIME
        ABSTIME(WS-ABSTIME)
    END-EXEC
    EXEC CICS FORMATTIME
        ABSTIME(WS-ABSTIME)
        YYYYMMDD(WS-TS-DATE)
        TIME(WS-TS-TIME)
    END-EXEC.

*> a blank request id on PF2/PF5 falls back to the one last touched
*> this session; 'N' in WS-RESP after the read means the caller has
*> already been answered with an error screen
