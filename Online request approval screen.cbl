IDENTIFICATION DIVISION.
PROGRAM-ID. APPRCIC.

*> supervisor approval of held scan requests - transaction PAPR
*> sends map APPRMAP of mapset APPRSET. PSUB queues a request wider
*> than the approval range limit, or a mode R draw over the count
*> limit, as AWAITAPPR, and the scan run passes those over. this
*> screen lists them ten to a page in request id order (PF8 pages
*> on, PF7 goes back to the top); keying a request id, A or R and a
*> reason then ENTER approves it to PENDING for the next scan run or
*> rejects it to REJECTED, which is never run or billed.
*>
*> the supervisor, the time and the reason are kept on the request,
*> and every decision is written to the audit trail (transient data
*> queue AUDT, in the AUDITLOG line layout). if the audit write
*> fails the decision is backed out, so nothing changes without a
*> trace. a supervisor cannot approve a request they keyed
*> themselves - that is what the hold is there to prevent.
*>
*> PF4 sets the limits: the PSUB record of the APPRCTL control file,
*> written the first time it is set. a blank field keeps its current
*> value. without the record PSUB applies the standing limits below,
*> the same ones it carries itself. a limit change is audited too

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DFHAID.

01 WS-COMMAREA.
    05 CA-FIRST-KEY      PIC X(08) VALUE LOW-VALUES.
    05 CA-NEXT-KEY       PIC X(08) VALUE SPACES.

01 WS-EXIT-MESSAGE    PIC X(40)
    VALUE "REQUEST APPROVAL ENDED".

*> hand-coded symbolic map for APPRMAP - field order and lengths
*> match the BMS source in the online request approval mapset. the
*> ten list lines LIN01-LIN10 are alike, so they are mapped as one
*> table
01 APPRMAPI.
    05 FILLER            PIC X(12).
    05 LINE-IN OCCURS 10 TIMES.
        10 LINL          PIC S9(04) COMP.
        10 LINF          PIC X(01).
        10 LINI          PIC X(70).
    05 RQIDL             PIC S9(04) COMP.
    05 RQIDF             PIC X(01).
    05 RQIDI             PIC X(08).
    05 ACTNL             PIC S9(04) COMP.
    05 ACTNF             PIC X(01).
    05 ACTNI             PIC X(01).
    05 RSNL              PIC S9(04) COMP.
    05 RSNF              PIC X(01).
    05 RSNI              PIC X(30).
    05 MAXRL             PIC S9(04) COMP.
    05 MAXRF             PIC X(01).
    05 MAXRI             PIC X(07).
    05 MAXCL             PIC S9(04) COMP.
    05 MAXCF             PIC X(01).
    05 MAXCI             PIC X(05).
    05 LIMOL             PIC S9(04) COMP.
    05 LIMOF             PIC X(01).
    05 LIMOI             PIC X(40).
    05 MSGOL             PIC S9(04) COMP.
    05 MSGOF             PIC X(01).
    05 MSGOI             PIC X(60).
01 APPRMAPO REDEFINES APPRMAPI.
    05 FILLER            PIC X(12).
    05 LINE-OUT OCCURS 10 TIMES.
        10 FILLER        PIC X(03).
        10 LINO          PIC X(70).
    05 FILLER            PIC X(03).
    05 RQIDO             PIC X(08).
    05 FILLER            PIC X(03).
    05 ACTNO             PIC X(01).
    05 FILLER            PIC X(03).
    05 RSNO              PIC X(30).
    05 FILLER            PIC X(03).
    05 MAXRO             PIC X(07).
    05 FILLER            PIC X(03).
    05 MAXCO             PIC X(05).
    05 FILLER            PIC X(03).
    05 LIMOO             PIC X(40).
    05 FILLER            PIC X(03).
    05 MSGOO             PIC X(60).

01 REQUEST-MASTER-RECORD.
    05 RQ-REQUEST-ID     PIC X(08).
    05 RQ-LOW-BOUND-X    PIC X(07).
    05 RQ-HIGH-BOUND-X   PIC X(07).
    05 RQ-MODE           PIC X(01).
    05 RQ-STATUS         PIC X(09).
    05 RQ-ADDED-TS       PIC X(14).
    05 RQ-STARTED-TS     PIC X(14).
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

*> the PSUB record of the APPRCTL control file
01 APPROVAL-CONTROL-RECORD.
    05 APC-KEY           PIC X(08).
    05 APC-MAX-RANGE     PIC 9(07).
    05 APC-MAX-COUNT     PIC 9(05).
    05 APC-CHANGED-USER  PIC X(08).
    05 APC-CHANGED-TS    PIC X(14).

01 WS-RESP            PIC S9(08) COMP.
01 WS-ABSTIME         PIC S9(15) COMP-3.
01 WS-TS-DATE         PIC X(08).
01 WS-TS-TIME         PIC X(06).
01 WS-RID             PIC X(08).
01 WS-USERID          PIC X(08) VALUE SPACES.

01 WS-MESSAGE         PIC X(60) VALUE SPACES.
01 WS-VALID-INPUT     PIC X VALUE 'Y'.
01 WS-ACTION          PIC X VALUE SPACE.
01 WS-REASON          PIC X(30) VALUE SPACES.
01 WS-KEEP-INPUT      PIC X VALUE 'N'.

01 WS-BROWSE-KEY      PIC X(08).
01 WS-BROWSING        PIC X VALUE 'N'.
01 WS-LIST-DONE       PIC X VALUE 'N'.
01 WS-LIST-ERROR      PIC X VALUE 'N'.
01 WS-LINE-COUNT      PIC 9(02) VALUE 0.
01 WS-LIST-LINE       PIC X(70).

*> the standing limits, as on PSUB, until APPRCTL says otherwise
01 WS-APC-KEY         PIC X(08) VALUE "PSUB".
01 WS-MAX-RANGE       PIC 9(07) VALUE 1000000.
01 WS-MAX-COUNT       PIC 9(05) VALUE 1000.
01 WS-LIMITS-FOUND    PIC X VALUE 'N'.
01 WS-LIMIT-X         PIC X(07).
01 WS-COUNT-X         PIC X(05).
01 WS-NEW-RANGE       PIC 9(07) VALUE 0.
01 WS-NEW-COUNT       PIC 9(05) VALUE 0.

01 WS-AUDIT-EVENT     PIC X(07) VALUE SPACES.
01 WS-AUDIT-TEXT      PIC X(30) VALUE SPACES.
01 WS-AUDIT-LINE      PIC X(80) VALUE SPACES.

LINKAGE SECTION.
01 DFHCOMMAREA.
    05 LK-FIRST-KEY      PIC X(08).
    05 LK-NEXT-KEY       PIC X(08).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    IF EIBCALEN = 0
        PERFORM 1000-FIRST-TIME
    ELSE
        MOVE LK-FIRST-KEY TO CA-FIRST-KEY
        MOVE LK-NEXT-KEY TO CA-NEXT-KEY
        EVALUATE EIBAID
            WHEN DFHPF3
                PERFORM 9000-EXIT-TRANSACTION
            WHEN DFHPF7
                MOVE LOW-VALUES TO CA-FIRST-KEY
                MOVE "FIRST PAGE OF REQUESTS AWAITING APPROVAL"
                    TO WS-MESSAGE
                PERFORM 8000-SEND-LIST
            WHEN DFHPF8
                PERFORM 2050-NEXT-PAGE
            WHEN DFHPF4
                PERFORM 2500-SET-LIMITS
            WHEN OTHER
                PERFORM 2100-DECIDE-REQUEST
        END-EVALUATE
    END-IF

    EXEC CICS RETURN
        TRANSID('PAPR')
        COMMAREA(WS-COMMAREA)
    END-EXEC.

1000-FIRST-TIME.
    MOVE LOW-VALUES TO CA-FIRST-KEY
    MOVE "KEY A REQUEST ID, A OR R AND A REASON, THEN ENTER"
        TO WS-MESSAGE
    PERFORM 8000-SEND-LIST.

*> receive the screen; anything but NORMAL means nothing was keyed
2000-RECEIVE-MAP.
    MOVE LOW-VALUES TO APPRMAPI
    EXEC CICS RECEIVE
        MAP('APPRMAP')
        MAPSET('APPRSET')
        INTO(APPRMAPI)
        RESP(WS-RESP)
    END-EXEC.

2050-NEXT-PAGE.
    IF CA-NEXT-KEY = SPACES
        MOVE "NO MORE REQUESTS AWAITING APPROVAL - PF7 FOR THE TOP"
            TO WS-MESSAGE
    ELSE
        MOVE CA-NEXT-KEY TO CA-FIRST-KEY
        MOVE "NEXT PAGE OF REQUESTS AWAITING APPROVAL" TO WS-MESSAGE
    END-IF
    PERFORM 8000-SEND-LIST.

*> ENTER with no request id keyed simply refreshes the list
2100-DECIDE-REQUEST.
    PERFORM 2000-RECEIVE-MAP
    MOVE 'N' TO WS-KEEP-INPUT
    MOVE SPACES TO WS-RID
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE RQIDI TO WS-RID
        INSPECT WS-RID REPLACING ALL LOW-VALUE BY SPACE
    END-IF

    IF WS-RID = SPACES
        MOVE "LIST REFRESHED - KEY A REQUEST ID TO DECIDE ONE"
            TO WS-MESSAGE
    ELSE
        PERFORM 2150-VALIDATE-DECISION
        IF WS-VALID-INPUT = 'Y'
            PERFORM 2200-READ-HELD-REQUEST
        ELSE
            MOVE 'Y' TO WS-KEEP-INPUT
        END-IF
    END-IF
    PERFORM 8000-SEND-LIST.

2150-VALIDATE-DECISION.
    MOVE 'Y' TO WS-VALID-INPUT
    MOVE ACTNI TO WS-ACTION
    MOVE RSNI TO WS-REASON
    INSPECT WS-REASON REPLACING ALL LOW-VALUE BY SPACE

    IF WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'R'
        MOVE 'N' TO WS-VALID-INPUT
        MOVE "ACTION MUST BE A (APPROVE) OR R (REJECT)" TO WS-MESSAGE
    END-IF
    *> the reason is what the audit trail is for - no decision
    *> goes through without one
    IF WS-VALID-INPUT = 'Y' AND WS-REASON = SPACES
        MOVE 'N' TO WS-VALID-INPUT
        MOVE "A REASON IS REQUIRED FOR EVERY DECISION" TO WS-MESSAGE
    END-IF.

*> the status is tested under the update lock - PSUB may have
*> cancelled the request, or another supervisor decided it, since
*> the list was sent
2200-READ-HELD-REQUEST.
    EXEC CICS ASSIGN
        USERID(WS-USERID)
    END-EXEC

    EXEC CICS READ
        FILE('REQMASTR')
        INTO(REQUEST-MASTER-RECORD)
        RIDFLD(WS-RID)
        UPDATE
        RESP(WS-RESP)
    END-EXEC

    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NOTFND)
            MOVE 'Y' TO WS-KEEP-INPUT
            MOVE "REQUEST NOT ON THE MASTER" TO WS-MESSAGE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            MOVE 'Y' TO WS-KEEP-INPUT
            MOVE "REQUEST MASTER UNAVAILABLE - CALL OPERATIONS"
                TO WS-MESSAGE
        WHEN RQ-STATUS NOT = "AWAITAPPR"
            EXEC CICS UNLOCK
                FILE('REQMASTR')
            END-EXEC
            MOVE SPACES TO WS-MESSAGE
            STRING
                "REQUEST IS " DELIMITED BY SIZE
                RQ-STATUS DELIMITED BY SPACE
                " - NOT AWAITING APPROVAL" DELIMITED BY SIZE
                INTO WS-MESSAGE
            END-STRING
        WHEN WS-ACTION = 'A' AND RQ-SUBMIT-USER = WS-USERID
            EXEC CICS UNLOCK
                FILE('REQMASTR')
            END-EXEC
            MOVE 'Y' TO WS-KEEP-INPUT
            MOVE "A REQUEST CANNOT BE APPROVED BY THE USER WHO KEYED IT"
                TO WS-MESSAGE
        WHEN OTHER
            PERFORM 2300-RECORD-DECISION
    END-EVALUATE.

*> an approved request goes back to PENDING exactly as PSUB would
*> have queued it; a rejected one is closed off with an end stamp
2300-RECORD-DECISION.
    PERFORM 2700-GET-TIMESTAMP
    MOVE WS-USERID TO RQ-REVIEW-USER
    MOVE WS-TS-DATE TO RQ-REVIEW-TS(1:8)
    MOVE WS-TS-TIME TO RQ-REVIEW-TS(9:6)
    MOVE WS-REASON TO RQ-REVIEW-REASON
    IF WS-ACTION = 'A'
        MOVE "PENDING" TO RQ-STATUS
        MOVE "APPROVE" TO WS-AUDIT-EVENT
    ELSE
        MOVE "REJECTED" TO RQ-STATUS
        MOVE RQ-REVIEW-TS TO RQ-ENDED-TS
        MOVE "REJECT" TO WS-AUDIT-EVENT
    END-IF

    EXEC CICS REWRITE
        FILE('REQMASTR')
        FROM(REQUEST-MASTER-RECORD)
        RESP(WS-RESP)
    END-EXEC

    IF WS-RESP = DFHRESP(NORMAL)
        MOVE WS-REASON TO WS-AUDIT-TEXT
        PERFORM 2600-WRITE-AUDIT-LINE
        IF WS-RESP = DFHRESP(NORMAL)
            EXEC CICS SYNCPOINT
            END-EXEC
            MOVE SPACES TO WS-MESSAGE
            IF WS-ACTION = 'A'
                STRING
                    "REQUEST " DELIMITED BY SIZE
                    WS-RID DELIMITED BY SPACE
                    " APPROVED - QUEUED FOR THE NIGHTLY SCAN RUN"
                        DELIMITED BY SIZE
                    INTO WS-MESSAGE
                END-STRING
            ELSE
                STRING
                    "REQUEST " DELIMITED BY SIZE
                    WS-RID DELIMITED BY SPACE
                    " REJECTED - IT WILL NOT RUN" DELIMITED BY SIZE
                    INTO WS-MESSAGE
                END-STRING
            END-IF
        ELSE
            EXEC CICS SYNCPOINT ROLLBACK
            END-EXEC
            MOVE 'Y' TO WS-KEEP-INPUT
            MOVE "AUDIT TRAIL DOWN - DECISION NOT MADE, CALL OPERATIONS"
                TO WS-MESSAGE
        END-IF
    ELSE
        MOVE 'Y' TO WS-KEEP-INPUT
        MOVE "UPDATE FAILED - CALL OPERATIONS" TO WS-MESSAGE
    END-IF.

*> both limits are edited before either is stored, so a bad count
*> cannot leave a new range limit half applied
2500-SET-LIMITS.
    PERFORM 2000-RECEIVE-MAP
    MOVE 'Y' TO WS-VALID-INPUT
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'N' TO WS-VALID-INPUT
        MOVE "KEY A NEW RANGE LIMIT, COUNT LIMIT OR BOTH, THEN PF4"
            TO WS-MESSAGE
    END-IF

    PERFORM 2650-READ-LIMITS
    MOVE WS-MAX-RANGE TO WS-NEW-RANGE
    MOVE WS-MAX-COUNT TO WS-NEW-COUNT

    IF WS-VALID-INPUT = 'Y'
        MOVE MAXRI TO WS-LIMIT-X
        INSPECT WS-LIMIT-X REPLACING ALL LOW-VALUE BY SPACE
        IF WS-LIMIT-X NOT = SPACES
            INSPECT WS-LIMIT-X REPLACING ALL SPACE BY ZERO
            IF WS-LIMIT-X IS NOT NUMERIC OR WS-LIMIT-X = "0000000"
                MOVE 'N' TO WS-VALID-INPUT
                MOVE "RANGE LIMIT MUST BE 1 TO 9999999" TO WS-MESSAGE
            ELSE
                MOVE WS-LIMIT-X TO WS-NEW-RANGE
            END-IF
        END-IF
    END-IF

    IF WS-VALID-INPUT = 'Y'
        MOVE MAXCI TO WS-COUNT-X
        INSPECT WS-COUNT-X REPLACING ALL LOW-VALUE BY SPACE
        IF WS-COUNT-X NOT = SPACES
            INSPECT WS-COUNT-X REPLACING ALL SPACE BY ZERO
            IF WS-COUNT-X IS NOT NUMERIC
                MOVE 'N' TO WS-VALID-INPUT
                MOVE "COUNT LIMIT MUST BE 1 TO 10000" TO WS-MESSAGE
            ELSE
                MOVE WS-COUNT-X TO WS-NEW-COUNT
                IF WS-NEW-COUNT < 1 OR WS-NEW-COUNT > 10000
                    MOVE 'N' TO WS-VALID-INPUT
                    MOVE "COUNT LIMIT MUST BE 1 TO 10000"
                        TO WS-MESSAGE
                END-IF
            END-IF
        END-IF
    END-IF

    IF WS-VALID-INPUT = 'Y'
        PERFORM 2550-STORE-LIMITS
    END-IF
    PERFORM 8000-SEND-LIST.

2550-STORE-LIMITS.
    PERFORM 2700-GET-TIMESTAMP
    EXEC CICS ASSIGN
        USERID(WS-USERID)
    END-EXEC

    MOVE "PSUB" TO WS-APC-KEY
    EXEC CICS READ
        FILE('APPRCTL')
        INTO(APPROVAL-CONTROL-RECORD)
        RIDFLD(WS-APC-KEY)
        UPDATE
        RESP(WS-RESP)
    END-EXEC

    IF WS-RESP = DFHRESP(NORMAL) OR WS-RESP = DFHRESP(NOTFND)
        MOVE WS-APC-KEY TO APC-KEY
        MOVE WS-NEW-RANGE TO APC-MAX-RANGE
        MOVE WS-NEW-COUNT TO APC-MAX-COUNT
        MOVE WS-USERID TO APC-CHANGED-USER
        MOVE WS-TS-DATE TO APC-CHANGED-TS(1:8)
        MOVE WS-TS-TIME TO APC-CHANGED-TS(9:6)
        IF WS-RESP = DFHRESP(NORMAL)
            EXEC CICS REWRITE
                FILE('APPRCTL')
                FROM(APPROVAL-CONTROL-RECORD)
                RESP(WS-RESP)
            END-EXEC
        ELSE
            EXEC CICS WRITE
                FILE('APPRCTL')
                FROM(APPROVAL-CONTROL-RECORD)
                RIDFLD(WS-APC-KEY)
                RESP(WS-RESP)
            END-EXEC
        END-IF
    END-IF

    IF WS-RESP = DFHRESP(NORMAL)
        MOVE "LIMITS" TO WS-AUDIT-EVENT
        MOVE "APPRCTL" TO WS-RID
        MOVE SPACES TO WS-AUDIT-TEXT
        STRING
            "RANGE " DELIMITED BY SIZE
            APC-MAX-RANGE DELIMITED BY SIZE
            " COUNT " DELIMITED BY SIZE
            APC-MAX-COUNT DELIMITED BY SIZE
            INTO WS-AUDIT-TEXT
        END-STRING
        PERFORM 2600-WRITE-AUDIT-LINE
        IF WS-RESP = DFHRESP(NORMAL)
            EXEC CICS SYNCPOINT
            END-EXEC
            MOVE "APPROVAL LIMITS UPDATED - PSUB APPLIES THEM NOW"
                TO WS-MESSAGE
        ELSE
            EXEC CICS SYNCPOINT ROLLBACK
            END-EXEC
            MOVE "AUDIT TRAIL DOWN - LIMITS NOT CHANGED, CALL OPERATIONS"
                TO WS-MESSAGE
        END-IF
    ELSE
        MOVE "APPRCTL UNAVAILABLE - LIMITS NOT CHANGED" TO WS-MESSAGE
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

*> a missing or unreadable record leaves the standing limits shown
2650-READ-LIMITS.
    MOVE 'N' TO WS-LIMITS-FOUND
    MOVE "PSUB" TO WS-APC-KEY
    EXEC CICS READ
        FILE('APPRCTL')
        INTO(APPROVAL-CONTROL-RECORD)
        RIDFLD(WS-APC-KEY)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-LIMITS-FOUND
        IF APC-MAX-RANGE IS NUMERIC AND APC-MAX-RANGE > 0
            MOVE APC-MAX-RANGE TO WS-MAX-RANGE
        END-IF
        IF APC-MAX-COUNT IS NUMERIC AND APC-MAX-COUNT > 0
            MOVE APC-MAX-COUNT TO WS-MAX-COUNT
        END-IF
    END-IF.

2700-GET-TIMESTAMP.
    EXEC CICS ASKTIME
        ABSTIME(WS-ABSTIME)
    END-EXEC
    EXEC CICS FORMATTIME
        ABSTIME(WS-ABSTIME)
        YYYYMMDD(WS-TS-DATE)
        TIME(WS-TS-TIME)
    END-EXEC.

*> one page of AWAITAPPR requests from the page's first key. the
*> eleventh one found becomes the next page's first key, so PF8 is
*> only offered when there is something to page to
3000-BUILD-LIST.
    MOVE 0 TO WS-LINE-COUNT
    MOVE SPACES TO CA-NEXT-KEY
    MOVE 'N' TO WS-LIST-DONE
    MOVE 'N' TO WS-LIST-ERROR
    MOVE 'N' TO WS-BROWSING
    MOVE CA-FIRST-KEY TO WS-BROWSE-KEY

    EXEC CICS STARTBR
        FILE('REQMASTR')
        RIDFLD(WS-BROWSE-KEY)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NORMAL)
            MOVE 'Y' TO WS-BROWSING
        WHEN WS-RESP = DFHRESP(NOTFND)
            MOVE 'Y' TO WS-LIST-DONE
        WHEN OTHER
            MOVE 'Y' TO WS-LIST-DONE
            MOVE 'Y' TO WS-LIST-ERROR
    END-EVALUATE

    PERFORM UNTIL WS-LIST-DONE = 'Y'
        EXEC CICS READNEXT
            FILE('REQMASTR')
            INTO(REQUEST-MASTER-RECORD)
            RIDFLD(WS-BROWSE-KEY)
            RESP(WS-RESP)
        END-EXEC
        EVALUATE TRUE
            WHEN WS-RESP = DFHRESP(ENDFILE)
                MOVE 'Y' TO WS-LIST-DONE
            WHEN WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-LIST-DONE
                MOVE 'Y' TO WS-LIST-ERROR
            WHEN RQ-STATUS NOT = "AWAITAPPR"
                CONTINUE
            WHEN WS-LINE-COUNT >= 10
                MOVE RQ-REQUEST-ID TO CA-NEXT-KEY
                MOVE 'Y' TO WS-LIST-DONE
            WHEN OTHER
                ADD 1 TO WS-LINE-COUNT
                PERFORM 3100-FORMAT-LIST-LINE
        END-EVALUATE
    END-PERFORM

    IF WS-BROWSING = 'Y'
        EXEC CICS ENDBR
            FILE('REQMASTR')
        END-EXEC
    END-IF

    IF WS-LIST-ERROR = 'Y'
        MOVE "REQUEST MASTER UNAVAILABLE - CALL OPERATIONS"
            TO WS-MESSAGE
    ELSE
        IF WS-LINE-COUNT = 0
            MOVE "NO REQUESTS ARE AWAITING APPROVAL" TO LINO(1)
        END-IF
    END-IF.

*> laid out under the heading line of the map
3100-FORMAT-LIST-LINE.
    MOVE SPACES TO WS-LIST-LINE
    MOVE RQ-REQUEST-ID TO WS-LIST-LINE(1:8)
    MOVE RQ-LOW-BOUND-X TO WS-LIST-LINE(10:7)
    MOVE RQ-HIGH-BOUND-X TO WS-LIST-LINE(18:7)
    MOVE RQ-MODE TO WS-LIST-LINE(26:1)
    MOVE RQ-COUNT-X TO WS-LIST-LINE(28:7)
    MOVE RQ-DEPT-ID TO WS-LIST-LINE(36:5)
    MOVE RQ-SUBMIT-USER TO WS-LIST-LINE(42:8)
    STRING
        RQ-ADDED-TS(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        RQ-ADDED-TS(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        RQ-ADDED-TS(7:2) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        RQ-ADDED-TS(9:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        RQ-ADDED-TS(11:2) DELIMITED BY SIZE
        INTO WS-LIST-LINE(52:)
    END-STRING
    MOVE WS-LIST-LINE TO LINO(WS-LINE-COUNT).

*> every answer re-lists the current page with the limits in force.
*> a decision that did not go through keeps what was keyed so the
*> supervisor can correct it rather than key it all again
8000-SEND-LIST.
    MOVE LOW-VALUES TO APPRMAPO
    IF WS-KEEP-INPUT = 'Y'
        MOVE WS-RID TO RQIDO
        MOVE WS-ACTION TO ACTNO
        MOVE WS-REASON TO RSNO
    END-IF
    PERFORM 3000-BUILD-LIST

    PERFORM 2650-READ-LIMITS
    MOVE WS-MAX-RANGE TO MAXRO
    MOVE WS-MAX-COUNT TO MAXCO
    IF WS-LIMITS-FOUND = 'Y'
        STRING
            "SET BY " DELIMITED BY SIZE
            APC-CHANGED-USER DELIMITED BY SPACE
            " ON " DELIMITED BY SIZE
            APC-CHANGED-TS(1:4) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            APC-CHANGED-TS(5:2) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            APC-CHANGED-TS(7:2) DELIMITED BY SIZE
            INTO LIMOO
        END-STRING
    ELSE
        MOVE "STANDING LIMITS - NONE SET ON APPRCTL" TO LIMOO
    END-IF

    MOVE WS-MESSAGE TO MSGOO
    EXEC CICS SEND
        MAP('APPRMAP')
        MAPSET('APPRSET')
        FROM(APPRMAPO)
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
