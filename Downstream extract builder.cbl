*> request on the master; re-running the extract never re-runs the
*> scan itself
*>
*> every request sent is marked XMITTED on the master with the time
*> and the detail count and hash its trailer carried, which is what
*> ACKMATCH checks the receiver's acknowledgment against. the blank
*> pass also re-sends any request ACKMATCH re-queued after a NAK
*> (RCVREJECT with RQ-RESEND 'Y'). a request that did not end on
*> this run date is read from its night's generation on GENSTORE,
*> since tonight's files no longer hold it; a re-queued request
*> whose generation has expired is held back rather than sent empty
*>
*> record types on EXTRFILE, all X(80):
*>   H  request id, extract run date, low/high bounds, mode
*>   P  one prime                  (from PRIMEOUT), with its family
*>      flags from PRIMECLS in cols 19-25 - Sophie Germain, safe,
*>      twin, cousin, sexy, emirp, palindromic, each Y/N/U - or
*>      spaces where the prime has not been classified
*>   F  one full factorization    (from FACTFULL)
*>   G  one goldbach pair          (from GOLDBOUT)
*>   T  request id, detail record count, hash total of prime values
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GOLD-STATUS.

    SELECT PRIME-CLASS-FILE ASSIGN TO "PRIMECLS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLS-PRIME-KEY
        FILE STATUS IS WS-CLS-STATUS.

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

    SELECT EXTRACT-OUT-FILE ASSIGN TO "EXTRFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTR-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.

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

FD  PRIME-OUT-FILE.
01  PRIME-OUT-RECORD.
    05 FILLER                PIC X(01).
    05 GOLD-REQUEST-ID       PIC X(08).

FD  PRIME-CLASS-FILE.
01  PRIME-CLASS-RECORD.
    05 CLS-PRIME-KEY         PIC 9(07).
    05 CLS-FAMILY-FLAGS      PIC X(07).
    05 CLS-RANGE-LOW         PIC 9(07).
    05 CLS-RANGE-HIGH        PIC 9(07).
    05 CLS-CLASS-DATE        PIC X(08).

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

FD  EXTRACT-OUT-FILE.
01  EXTRACT-OUT-RECORD       PIC X(80).

*> shared operations exception feed - see the morning exception
*> summary for the layout
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD         PIC X(100).

FD  LOCK-FILE.
01  LOCK-RECORD.
    05 LCK-RESOURCE          PIC X(12).
    05 LCK-HOLDER            PIC X(08).
    05 LCK-CLAIM-TS          PIC X(14).

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD         PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-REQM-STATUS     PIC XX.
01 WS-PRIMEOUT-STATUS PIC XX.
01 WS-FACTFULL-STATUS PIC XX.
01 WS-GOLD-STATUS     PIC XX.
01 WS-CLS-STATUS      PIC XX.
01 WS-EXTR-STATUS     PIC XX.
01 WS-STORE-STATUS    PIC XX.
01 WS-CAT-STATUS      PIC XX.
01 WS-LOCK-STATUS     PIC XX.
01 WS-AUDIT-STATUS    PIC XX.

01 WS-FILES-OK        PIC X VALUE 'Y'.
01 WS-RETURN-CODE     PIC 9(03) VALUE 0.
01 WS-QUEUE-EOF       PIC X VALUE 'N'.
01 WS-CLS-AVAILABLE   PIC X VALUE 'N'.
01 WS-GEN-AVAILABLE   PIC X VALUE 'N'.

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
01 WS-LOCK-HOLDER   PIC X(08) VALUE "PRIMEXTR".
01 WS-LOCK-EVENT    PIC X(08) VALUE SPACES.
01 WS-LOCK-OTHER    PIC X(08) VALUE SPACES.
01 WS-NOW-DATETIME  PIC X(21).
01 WS-AUDIT-LINE    PIC X(80) VALUE SPACES.

01 WS-START-DATETIME  PIC X(21).
01 WS-PARM-REQID      PIC X(08) VALUE SPACES.
01 WS-REQUEST-ID      PIC X(08) VALUE SPACES.

01 WS-REQUESTS-DONE   PIC 9(05) VALUE 0.
01 WS-RESENDS-DONE    PIC 9(05) VALUE 0.
01 WS-RESENDS-HELD    PIC 9(05) VALUE 0.
01 WS-FROM-ARCHIVE    PIC X VALUE 'N'.
01 WS-ARCH-DATE       PIC X(08) VALUE SPACES.
01 WS-ARCH-FILE-ID    PIC X(10) VALUE SPACES.
01 WS-ARCH-DONE       PIC X VALUE 'N'.
01 WS-FLAG-PRIME      PIC 9(07) VALUE 0.
01 WS-ARCH-SHORTFALL  PIC X(25) VALUE SPACES.
01 WS-GEN-IDX         PIC 9(03) VALUE 0.
01 WS-GEN-LISTED      PIC X VALUE 'N'.
01 WS-GEN-HAS-FILE    PIC X VALUE 'N'.
01 WS-NEED-FILE-ID    PIC X(10) VALUE SPACES.
01 WS-RESENDING       PIC X VALUE 'N'.

*> archived prime and goldbach images, laid out as on PRIMEOUT and
*> GOLDBOUT
01 WS-ARCH-PRIME-REC.
    05 WS-ARCH-PRIME-NUM  PIC 9(07).
    05 FILLER             PIC X(01).
    05 WS-ARCH-PRIME-REQ  PIC X(08).
01 WS-ARCH-GOLD-REC.
    05 WS-ARCH-GOLD-NUM   PIC 9(07).
    05 FILLER             PIC X(01).
    05 WS-ARCH-GOLD-A     PIC 9(07).
    05 FILLER             PIC X(01).
    05 WS-ARCH-GOLD-B     PIC 9(07).
    05 FILLER             PIC X(01).
    05 WS-ARCH-GOLD-REQ   PIC X(08).
01 WS-DETAIL-COUNT    PIC 9(09) VALUE 0.
01 WS-HASH-TOTAL      PIC 9(15) VALUE 0.

    05 WS-DET-TYPE        PIC X(01).
    05 WS-DET-TEXT        PIC X(79).

*> one line per exception on the shared feed the morning summary
*> reads. it is appended outside the run-lock convention on purpose -
*> a run turned away by a lock must still be able to say so
01 WS-EXCP-STATUS     PIC XX.
01 WS-EXCP-DATETIME   PIC X(21).
01 WS-EXCP-REC.
    05 WS-EXC-DATE        PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TIME        PIC X(06).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-SEVERITY    PIC X(07).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-PROGRAM     PIC X(08) VALUE "PRIMEXTR".
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REQUEST-ID  PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-REASON      PIC X(08).
    05 FILLER             PIC X(01) VALUE SPACE.
    05 WS-EXC-TEXT        PIC X(49).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-START-DATETIME
    PERFORM 1000-READ-PARM-CARD

    *> the master is rewritten as each request is sent - no other
    *> job may be updating it underneath the extract
    PERFORM 0200-CLAIM-RUN-LOCKS
    IF WS-LOCK-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1400-OPEN-FILES

    IF WS-FILES-OK = 'Y'
        PERFORM 2000-WALK-REQUEST-MASTER
        CLOSE REQUEST-MASTER-FILE
        CLOSE EXTRACT-OUT-FILE
        IF WS-CLS-AVAILABLE = 'Y'
            CLOSE PRIME-CLASS-FILE
        END-IF
        IF WS-GEN-AVAILABLE = 'Y'
            CLOSE GEN-STORE-FILE
            CLOSE GEN-CATALOG-FILE
        END-IF
        PERFORM 3000-WRITE-SUMMARY
    ELSE
        MOVE "SEVERE" TO WS-EXC-SEVERITY
        MOVE SPACES TO WS-EXC-REQUEST-ID
        MOVE "OPENFAIL" TO WS-EXC-REASON
        MOVE "FILES COULD NOT BE OPENED - NOTHING RUN"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
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
        MOVE "SEVERE" TO WS-EXC-SEVERITY
        MOVE SPACES TO WS-EXC-REQUEST-ID
        MOVE "LOCKDENY" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            "LOCK " DELIMITED BY SIZE
            WS-LOCK-NAME(WS-LOCK-IDX) DELIMITED BY SPACE
            " HELD BY " DELIMITED BY SIZE
            WS-LOCK-OTHER DELIMITED BY SIZE
            " - RUN REFUSED" DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
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

*> severity, request id, reason code and text are set by the caller
0290-WRITE-EXCEPTION.
    MOVE FUNCTION CURRENT-DATE TO WS-EXCP-DATETIME
    MOVE WS-EXCP-DATETIME(1:8) TO WS-EXC-DATE
    MOVE WS-EXCP-DATETIME(9:6) TO WS-EXC-TIME

    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCP-STATUS NOT = "00"
        OPEN OUTPUT EXCEPTION-FILE
    END-IF
    MOVE WS-EXCP-REC TO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    CLOSE EXCEPTION-FILE.

1000-READ-PARM-CARD.
    MOVE SPACES TO XP-REQUEST-ID
    OPEN INPUT EXTRACT-PARM-FILE
1400-OPEN-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN I-O REQUEST-MASTER-FILE
    IF WS-REQM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING REQMASTR - FILE STATUS " WS-REQM-STATUS
        MOVE 'N' TO WS-FILES-OK
        DISPLAY "ERROR OPENING EXTRFILE - FILE STATUS " WS-EXTR-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    *> the feed still goes without the classification file - the
    *> flag columns are simply left blank
    OPEN INPUT PRIME-CLASS-FILE
    IF WS-CLS-STATUS = "00"
        MOVE 'Y' TO WS-CLS-AVAILABLE
    ELSE
        MOVE 'N' TO WS-CLS-AVAILABLE
        DISPLAY "PRIMECLS NOT AVAILABLE - FILE STATUS " WS-CLS-STATUS
            " - PRIME RECORDS SENT WITHOUT FAMILY FLAGS"
    END-IF

    *> without the generation archive only tonight's requests can be
    *> sent; a re-queued one from an earlier night is held back
    OPEN INPUT GEN-STORE-FILE
    IF WS-STORE-STATUS = "00"
        OPEN INPUT GEN-CATALOG-FILE
        IF WS-CAT-STATUS = "00"
            MOVE 'Y' TO WS-GEN-AVAILABLE
        ELSE
            CLOSE GEN-STORE-FILE
        END-IF
    END-IF
    IF WS-GEN-AVAILABLE = 'N'
        DISPLAY "GENSTORE/GENCAT NOT AVAILABLE - EARLIER NIGHTS"
            " CANNOT BE RE-SENT"
    END-IF.

2000-WALK-REQUEST-MASTER.
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
        MOVE "ERROR" TO WS-EXC-SEVERITY
        MOVE WS-PARM-REQID TO WS-EXC-REQUEST-ID
        MOVE "XTRNOTRQ" TO WS-EXC-REASON
        MOVE "NAMED REQUEST NOT ON THE MASTER - NOTHING SENT"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.

*> only COMPLETE requests ship - a FAILED or RUNNING request would
*> trailer verifies clean - telling the receiver the request
*> legitimately had no data. a named re-extract of an older request
*> is allowed, but 2100 flags it if no detail records remain.
*> a request already sent (XMITTED, ACKED, RCVREJECT) is a completed
*> request too and can be named again. tonight's requests already
*> marked XMITTED are taken again, so re-running the extract after a
*> failed transfer rebuilds the whole file; the blank pass also picks
*> up the ones ACKMATCH re-queued, whatever night they ran.
2050-CONSIDER-ONE-REQUEST.
    IF WS-PARM-REQID NOT = SPACES
            AND RQ-REQUEST-ID NOT = WS-PARM-REQID
            MOVE 'Y' TO WS-PARM-SEEN
        END-IF
        IF RQ-STATUS NOT = "COMPLETE"
                AND RQ-STATUS NOT = "XMITTED"
                AND RQ-STATUS NOT = "ACKED"
                AND RQ-STATUS NOT = "RCVREJECT"
            IF WS-PARM-REQID NOT = SPACES
                DISPLAY "REQUEST " RQ-REQUEST-ID " IS " RQ-STATUS
                    " - ONLY A COMPLETE REQUEST CAN BE EXTRACTED"
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
                MOVE SPACES TO WS-EXC-TEXT
                STRING
                    "NAMED REQUEST IS " DELIMITED BY SIZE
                    RQ-STATUS DELIMITED BY SPACE
                    " - NOT EXTRACTABLE" DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
                END-STRING
                PERFORM 2090-NOTE-INELIGIBLE
            END-IF
        ELSE
        *> a random draw delivers on RANDPOUT, which this feed
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
                MOVE "NAMED REQUEST IS MODE R - DELIVERED ON RANDPOUT"
                    TO WS-EXC-TEXT
                PERFORM 2090-NOTE-INELIGIBLE
            ELSE
                IF RQ-ENDED-TS(1:8) = WS-START-DATETIME(1:8)
                    DISPLAY "REQUEST " RQ-REQUEST-ID
            END-IF
        ELSE
            IF WS-PARM-REQID NOT = SPACES
                PERFORM 2080-CHOOSE-SOURCE
                PERFORM 2100-EXTRACT-ONE-REQUEST
            ELSE
                IF (RQ-STATUS = "COMPLETE" OR RQ-STATUS = "XMITTED")
                        AND RQ-ENDED-TS(1:8) = WS-START-DATETIME(1:8)
                    PERFORM 2080-CHOOSE-SOURCE
                    PERFORM 2100-EXTRACT-ONE-REQUEST
                END-IF
                IF RQ-STATUS = "RCVREJECT" AND RQ-RESEND = 'Y'
                    PERFORM 2070-RESEND-ONE-REQUEST
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF.

*> a re-queued request goes again only if its records can be found -
*> sending it empty would hand the receiver a clean trailer over no
*> data, the very thing the NAK complained of
2070-RESEND-ONE-REQUEST.
    PERFORM 2080-CHOOSE-SOURCE
    IF WS-FROM-ARCHIVE = 'Y'
            OR RQ-ENDED-TS(1:8) = WS-START-DATETIME(1:8)
        PERFORM 2100-EXTRACT-ONE-REQUEST
        ADD 1 TO WS-RESENDS-DONE
    ELSE
        ADD 1 TO WS-RESENDS-HELD
        DISPLAY "REQUEST " RQ-REQUEST-ID " RE-QUEUED BUT "
            WS-ARCH-SHORTFALL " " RQ-ENDED-TS(1:8) " - HELD"
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "WARNING" TO WS-EXC-SEVERITY
        MOVE RQ-REQUEST-ID TO WS-EXC-REQUEST-ID
        MOVE "XTRHELD" TO WS-EXC-REASON
        MOVE SPACES TO WS-EXC-TEXT
        STRING
            "RESEND HELD - " DELIMITED BY SIZE
            WS-ARCH-SHORTFALL DELIMITED BY "  "
            " " DELIMITED BY SIZE
            RQ-ENDED-TS(1:8) DELIMITED BY SIZE
            INTO WS-EXC-TEXT
        END-STRING
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.

*> tonight's files hold tonight's requests; anything that ended on an
*> earlier date comes from that date's generation when it is still
*> cataloged, not expired, lists the request and captured the file
*> its records are on, and from tonight's files otherwise
2080-CHOOSE-SOURCE.
    MOVE 'N' TO WS-FROM-ARCHIVE
    MOVE "NO LIVE GENERATION FOR" TO WS-ARCH-SHORTFALL
    IF RQ-ENDED-TS(1:8) NOT = WS-START-DATETIME(1:8)
            AND WS-GEN-AVAILABLE = 'Y'
        MOVE RQ-ENDED-TS(1:8) TO GC-RUN-DATE
        READ GEN-CATALOG-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-CAT-STATUS = "00" AND GC-STATUS NOT = "EXPIRED"
            PERFORM 2085-CHECK-GENERATION
        END-IF
    END-IF.

*> a goldbach request's records are on GOLDBOUT, every other mode's
*> primes on PRIMEOUT - a PARTIAL capture without that file, or a
*> generation that never listed the request, would send it empty
2085-CHECK-GENERATION.
    MOVE 'N' TO WS-GEN-LISTED
    MOVE 0 TO WS-GEN-IDX
    PERFORM UNTIL WS-GEN-LISTED = 'Y'
            OR WS-GEN-IDX >= GC-REQUEST-COUNT
            OR WS-GEN-IDX >= 40
        ADD 1 TO WS-GEN-IDX
        IF GC-REQUEST-ID(WS-GEN-IDX) = RQ-REQUEST-ID
            MOVE 'Y' TO WS-GEN-LISTED
        END-IF
    END-PERFORM

    IF RQ-MODE = 'G'
        MOVE "GOLDBOUT" TO WS-NEED-FILE-ID
    ELSE
        MOVE "PRIMEOUT" TO WS-NEED-FILE-ID
    END-IF
    MOVE 'N' TO WS-GEN-HAS-FILE
    MOVE 0 TO WS-GEN-IDX
    PERFORM UNTIL WS-GEN-HAS-FILE = 'Y' OR WS-GEN-IDX >= 6
        ADD 1 TO WS-GEN-IDX
        IF GC-FILE-ID(WS-GEN-IDX) = WS-NEED-FILE-ID
                AND GC-FILE-PRESENT(WS-GEN-IDX) = 'Y'
            MOVE 'Y' TO WS-GEN-HAS-FILE
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN WS-GEN-LISTED = 'N'
            MOVE "NOT LISTED IN GENERATION" TO WS-ARCH-SHORTFALL
        WHEN WS-GEN-HAS-FILE = 'N'
            MOVE SPACES TO WS-ARCH-SHORTFALL
            STRING
                "NO " DELIMITED BY SIZE
                WS-NEED-FILE-ID DELIMITED BY SPACE
                " IN GENERATION" DELIMITED BY SIZE
                INTO WS-ARCH-SHORTFALL
            END-STRING
        WHEN OTHER
            MOVE 'Y' TO WS-FROM-ARCHIVE
            MOVE GC-RUN-DATE TO WS-ARCH-DATE
    END-EVALUATE.

2090-NOTE-INELIGIBLE.
    MOVE "ERROR" TO WS-EXC-SEVERITY
    MOVE RQ-REQUEST-ID TO WS-EXC-REQUEST-ID
    MOVE "XTRINELG" TO WS-EXC-REASON
    PERFORM 0290-WRITE-EXCEPTION.

2100-EXTRACT-ONE-REQUEST.
    MOVE RQ-REQUEST-ID TO WS-REQUEST-ID
    MOVE 'N' TO WS-RESENDING
    IF RQ-STATUS = "RCVREJECT"
        MOVE 'Y' TO WS-RESENDING
    END-IF
    MOVE 0 TO WS-DETAIL-COUNT
    MOVE 0 TO WS-HASH-TOTAL

    MOVE WS-HEADER-REC TO EXTRACT-OUT-RECORD
    WRITE EXTRACT-OUT-RECORD

    IF WS-FROM-ARCHIVE = 'Y'
        DISPLAY "REQUEST " WS-REQUEST-ID " READ FROM GENERATION "
            WS-ARCH-DATE
        PERFORM 2500-EXTRACT-FROM-ARCHIVE
    ELSE
        PERFORM 2200-EXTRACT-PRIMES
        PERFORM 2300-EXTRACT-FACTORIZATIONS
        PERFORM 2400-EXTRACT-GOLDBACH-PAIRS
    END-IF

    MOVE WS-REQUEST-ID TO WS-TRL-REQUEST-ID
    MOVE WS-DETAIL-COUNT TO WS-TRL-REC-COUNT
    ADD 1 TO WS-REQUESTS-DONE
    DISPLAY "EXTRACTED REQUEST " WS-REQUEST-ID
        " DETAILS " WS-DETAIL-COUNT
    PERFORM 2150-MARK-TRANSMITTED

    *> a named re-extract or a resend that found nothing means the
    *> night's files have since been rewritten - the empty set still
    *> carries a clean trailer, so the warning is the only thing
    *> standing between the receiver and a silently missing load
    IF (WS-PARM-REQID NOT = SPACES OR WS-RESENDING = 'Y')
            AND WS-DETAIL-COUNT = 0
        DISPLAY "REQUEST " WS-REQUEST-ID " YIELDED NO DETAIL"
            " RECORDS - SOURCE FILES NO LONGER HOLD ITS RUN"
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "WARNING" TO WS-EXC-SEVERITY
        MOVE WS-REQUEST-ID TO WS-EXC-REQUEST-ID
        MOVE "XTRNODTL" TO WS-EXC-REASON
        IF WS-PARM-REQID NOT = SPACES
            MOVE "NAMED RE-EXTRACT SENT NO DETAIL RECORDS"
                TO WS-EXC-TEXT
        ELSE
            MOVE "RE-QUEUED RESEND SENT NO DETAIL RECORDS"
                TO WS-EXC-TEXT
        END-IF
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.

*> the master keeps what the trailer said, so the acknowledgment can
*> be checked against exactly what went out; a fresh send clears any
*> earlier answer and the re-queue flag
2150-MARK-TRANSMITTED.
    MOVE "XMITTED" TO RQ-STATUS
    MOVE WS-START-DATETIME(1:14) TO RQ-XMIT-TS
    MOVE WS-DETAIL-COUNT TO RQ-XMIT-COUNT
    MOVE WS-HASH-TOTAL TO RQ-XMIT-HASH
    MOVE SPACES TO RQ-ACK-TS
    MOVE SPACES TO RQ-ACK-REASON
    MOVE 'N' TO RQ-RESEND
    REWRITE REQUEST-MASTER-RECORD
        INVALID KEY
            DISPLAY "ERROR MARKING " WS-REQUEST-ID
                " TRANSMITTED - FILE STATUS " WS-REQM-STATUS
            IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF
            MOVE "ERROR" TO WS-EXC-SEVERITY
            MOVE WS-REQUEST-ID TO WS-EXC-REQUEST-ID
            MOVE "XTRMARK" TO WS-EXC-REASON
            MOVE SPACES TO WS-EXC-TEXT
            STRING
                "SENT BUT NOT MARKED XMITTED - FILE STATUS "
                    DELIMITED BY SIZE
                WS-REQM-STATUS DELIMITED BY SIZE
                INTO WS-EXC-TEXT
            END-STRING
            PERFORM 0290-WRITE-EXCEPTION
    END-REWRITE.

*> each source file is read front to back per request - the night's
*> files are small next to the cost of keeping three parallel
*> positions straight across interleaved request ids
                        MOVE SPACES TO WS-DETAIL-REC
                        MOVE 'P' TO WS-DET-TYPE
                        MOVE PRIME-OUT-RECORD TO WS-DET-TEXT
                        MOVE PRIME-OUT-NUMBER TO WS-FLAG-PRIME
                        PERFORM 2250-ADD-FAMILY-FLAGS
                        MOVE WS-DETAIL-REC TO EXTRACT-OUT-RECORD
                        WRITE EXTRACT-OUT-RECORD
                        ADD 1 TO WS-DETAIL-COUNT
        CLOSE PRIME-OUT-FILE
    END-IF.

2250-ADD-FAMILY-FLAGS.
    IF WS-CLS-AVAILABLE = 'Y'
        MOVE WS-FLAG-PRIME TO CLS-PRIME-KEY
        READ PRIME-CLASS-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-CLS-STATUS = "00"
            MOVE CLS-FAMILY-FLAGS TO WS-DET-TEXT(18:7)
        END-IF
    END-IF.

2300-EXTRACT-FACTORIZATIONS.
    OPEN INPUT FACTOR-FULL-FILE
    IF WS-FACTFULL-STATUS = "00"
        CLOSE GOLDBACH-OUT-FILE
    END-IF.

*> the same three record types as 2200-2400, built from the archived
*> images of the request's night - one keyed pass per file
2500-EXTRACT-FROM-ARCHIVE.
    MOVE "PRIMEOUT" TO WS-ARCH-FILE-ID
    PERFORM 2510-POSITION-ARCHIVE
    PERFORM UNTIL WS-ARCH-DONE = 'Y'
        MOVE GS-DATA(1:16) TO WS-ARCH-PRIME-REC
        IF WS-ARCH-PRIME-REQ = WS-REQUEST-ID
            MOVE SPACES TO WS-DETAIL-REC
            MOVE 'P' TO WS-DET-TYPE
            MOVE WS-ARCH-PRIME-REC TO WS-DET-TEXT
            MOVE WS-ARCH-PRIME-NUM TO WS-FLAG-PRIME
            PERFORM 2250-ADD-FAMILY-FLAGS
            MOVE WS-DETAIL-REC TO EXTRACT-OUT-RECORD
            WRITE EXTRACT-OUT-RECORD
            ADD 1 TO WS-DETAIL-COUNT
            ADD WS-ARCH-PRIME-NUM TO WS-HASH-TOTAL
        END-IF
        PERFORM 2520-READ-NEXT-ARCHIVE
    END-PERFORM

    MOVE "FACTFULL" TO WS-ARCH-FILE-ID
    PERFORM 2510-POSITION-ARCHIVE
    PERFORM UNTIL WS-ARCH-DONE = 'Y'
        IF GS-DATA(1:8) = WS-REQUEST-ID
            MOVE SPACES TO WS-DETAIL-REC
            MOVE 'F' TO WS-DET-TYPE
            MOVE GS-DATA(1:79) TO WS-DET-TEXT
            MOVE WS-DETAIL-REC TO EXTRACT-OUT-RECORD
            WRITE EXTRACT-OUT-RECORD
            ADD 1 TO WS-DETAIL-COUNT
        END-IF
        PERFORM 2520-READ-NEXT-ARCHIVE
    END-PERFORM

    MOVE "GOLDBOUT" TO WS-ARCH-FILE-ID
    PERFORM 2510-POSITION-ARCHIVE
    PERFORM UNTIL WS-ARCH-DONE = 'Y'
        MOVE GS-DATA(1:32) TO WS-ARCH-GOLD-REC
        IF WS-ARCH-GOLD-REQ = WS-REQUEST-ID
            MOVE SPACES TO WS-DETAIL-REC
            MOVE 'G' TO WS-DET-TYPE
            MOVE WS-ARCH-GOLD-REC TO WS-DET-TEXT
            MOVE WS-DETAIL-REC TO EXTRACT-OUT-RECORD
            WRITE EXTRACT-OUT-RECORD
            ADD 1 TO WS-DETAIL-COUNT
            ADD WS-ARCH-GOLD-A TO WS-HASH-TOTAL
            ADD WS-ARCH-GOLD-B TO WS-HASH-TOTAL
        END-IF
        PERFORM 2520-READ-NEXT-ARCHIVE
    END-PERFORM.

2510-POSITION-ARCHIVE.
    MOVE 'N' TO WS-ARCH-DONE
    MOVE WS-ARCH-DATE TO GS-RUN-DATE
    MOVE WS-ARCH-FILE-ID TO GS-FILE-ID
    MOVE 0 TO GS-SEQ
    START GEN-STORE-FILE
        KEY IS NOT LESS THAN GS-KEY
        INVALID KEY
            MOVE 'Y' TO WS-ARCH-DONE
    END-START
    IF WS-ARCH-DONE = 'N'
        PERFORM 2520-READ-NEXT-ARCHIVE
    END-IF.

2520-READ-NEXT-ARCHIVE.
    READ GEN-STORE-FILE NEXT
        AT END
            MOVE 'Y' TO WS-ARCH-DONE
    END-READ
    IF WS-ARCH-DONE = 'N'
        IF GS-RUN-DATE NOT = WS-ARCH-DATE
                OR GS-FILE-ID NOT = WS-ARCH-FILE-ID
            MOVE 'Y' TO WS-ARCH-DONE
        END-IF
    END-IF.

3000-WRITE-SUMMARY.
    DISPLAY " "
    DISPLAY "===== DOWNSTREAM EXTRACT SUMMARY ====="
    DISPLAY "REQUESTS EXTRACTED   : " WS-REQUESTS-DONE
    DISPLAY "RE-QUEUED RE-SENT    : " WS-RESENDS-DONE
    DISPLAY "RE-QUEUED HELD       : " WS-RESENDS-HELD
    IF WS-REQUESTS-DONE = 0 AND WS-RETURN-CODE < 4
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    IF WS-REQUESTS-DONE = 0
        MOVE "WARNING" TO WS-EXC-SEVERITY
        MOVE WS-PARM-REQID TO WS-EXC-REQUEST-ID
        MOVE "XTRNONE" TO WS-EXC-REASON
        MOVE "NO REQUESTS EXTRACTED - EXTRFILE IS EMPTY"
            TO WS-EXC-TEXT
        PERFORM 0290-WRITE-EXCEPTION
    END-IF.
