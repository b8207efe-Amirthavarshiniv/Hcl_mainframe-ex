IDENTIFICATION DIVISION.
PROGRAM-ID. GENRSTR.

*> puts a cataloged night back: every file of the generation named on
*> RSTPARM is rewritten from the GENSTORE archive onto its usual DD -
*> PRIMEOUT, FACTOROUT, FACTFULL, GOLDBOUT, RANDPOUT and PRIMERPT -
*> so PRIMCHEK can reconcile it again or PRIMEXTR can send it again
*> (name the request id on XTRPARM, since the night's own end date is
*> no longer today).
*>
*> a file the generation did not have is written empty, so what the
*> DDs hold afterwards is that night's set and nothing else. each
*> file's record count is checked against the catalog; a difference
*> means the archive is damaged and the run ends RC 8.
*>
*> the restore overwrites whatever the DDs hold now - capture the
*> current night first if it has not been, or point the DDs at
*> scratch datasets. an unknown or expired generation is refused with
*> RC 16 and nothing is touched.
*>
*> a request withdrawn by REQBKOUT since the night was captured is
*> BACKEDOUT on the request master; its records are left out of
*> PRIMEOUT, FACTOROUT, FACTFULL and GOLDBOUT as the back-out left
*> tonight's files, so a reconcile of the restore agrees with the
*> prime master. the count dropped is shown per file.
*>
*> RSTPARM: cols 1-8 run date yyyymmdd of the generation to restore

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESTORE-PARM-FILE ASSIGN TO "RSTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMASTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS WS-REQM-STATUS.

    SELECT PRIME-OUT-FILE ASSIGN TO "PRIMEOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRIMEOUT-STATUS.

    SELECT FACTOR-OUT-FILE ASSIGN TO "FACTOROUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FACTOUT-STATUS.

    SELECT FACTOR-FULL-FILE ASSIGN TO "FACTFULL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FACTFULL-STATUS.

    SELECT GOLDBACH-OUT-FILE ASSIGN TO "GOLDBOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GOLD-STATUS.

    SELECT RANDOM-PRIME-FILE ASSIGN TO "RANDPOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RAND-STATUS.

    SELECT PRINT-REPORT-FILE ASSIGN TO "PRIMERPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

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

FD  RESTORE-PARM-FILE.
01  RESTORE-PARM-RECORD.
    05 RP-RUN-DATE           PIC X(08).

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

FD  PRIME-OUT-FILE.
01  PRIME-OUT-RECORD         PIC X(16).

FD  FACTOR-OUT-FILE.
01  FACTOR-OUT-RECORD        PIC X(24).

FD  FACTOR-FULL-FILE.
01  FACTOR-FULL-RECORD       PIC X(80).

FD  GOLDBACH-OUT-FILE.
01  GOLDBACH-OUT-RECORD      PIC X(32).

FD  RANDOM-PRIME-FILE.
01  RANDOM-PRIME-RECORD      PIC X(16).

FD  PRINT-REPORT-FILE.
01  PRINT-REPORT-RECORD      PIC X(132).

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
01 WS-FACTOUT-STATUS  PIC XX.
01 WS-FACTFULL-STATUS PIC XX.
01 WS-GOLD-STATUS     PIC XX.
01 WS-RAND-STATUS     PIC XX.
01 WS-PRINT-STATUS    PIC XX.
01 WS-STORE-STATUS    PIC XX.
01 WS-CAT-STATUS      PIC XX.
01 WS-LOCK-STATUS     PIC XX.
01 WS-AUDIT-STATUS    PIC XX.
01 WS-OPEN-STATUS     PIC XX.

01 WS-FILES-OK        PIC X VALUE 'Y'.
01 WS-RESTORE-OK      PIC X VALUE 'N'.
01 WS-RETURN-CODE     PIC 9(03) VALUE 0.

01 WS-LOCK-LIST.
    05 FILLER PIC X(12) VALUE "AUDITLOG".
    05 FILLER PIC X(12) VALUE "PRIMEOUT".
    05 FILLER PIC X(12) VALUE "FACTOROUT".
    05 FILLER PIC X(12) VALUE "FACTFULL".
    05 FILLER PIC X(12) VALUE "GOLDBOUT".
    05 FILLER PIC X(12) VALUE "RANDPOUT".
    05 FILLER PIC X(12) VALUE "GENSTORE".
    05 FILLER PIC X(12) VALUE "GENCAT".
01 WS-LOCK-LIST-R REDEFINES WS-LOCK-LIST.
    05 WS-LOCK-NAME OCCURS 8 TIMES PIC X(12).
01 WS-LOCK-COUNT    PIC 9(02) VALUE 8.
01 WS-LOCK-IDX      PIC 9(02) VALUE 0.
01 WS-LOCK-REL-IDX  PIC 9(02) VALUE 0.
01 WS-LOCKS-HELD    PIC 9(02) VALUE 0.
01 WS-LOCK-OK       PIC X VALUE 'Y'.
01 WS-LOCK-HOLDER   PIC X(08) VALUE "GENRSTR".
01 WS-LOCK-EVENT    PIC X(08) VALUE SPACES.
01 WS-LOCK-OTHER    PIC X(08) VALUE SPACES.
01 WS-NOW-DATETIME  PIC X(21).
01 WS-AUDIT-LINE    PIC X(80) VALUE SPACES.

01 WS-RUN-DATETIME  PIC X(21).
01 WS-GEN-DATE      PIC X(08) VALUE SPACES.

01 WS-GEN-FILE-LIST.
    05 FILLER PIC X(10) VALUE "PRIMEOUT".
    05 FILLER PIC X(10) VALUE "FACTOROUT".
    05 FILLER PIC X(10) VALUE "FACTFULL".
    05 FILLER PIC X(10) VALUE "GOLDBOUT".
    05 FILLER PIC X(10) VALUE "RANDPOUT".
    05 FILLER PIC X(10) VALUE "PRIMERPT".
01 WS-GEN-FILE-LIST-R REDEFINES WS-GEN-FILE-LIST.
    05 WS-GEN-FILE-NAME OCCURS 6 TIMES PIC X(10).
01 WS-FILE-IDX      PIC 9(02) VALUE 0.
01 WS-FILE-RECS     PIC 9(07) VALUE 0.
01 WS-FILE-OPEN-OK  PIC X VALUE 'N'.
01 WS-READ-DONE     PIC X VALUE 'N'.
01 WS-TOTAL-RECS    PIC 9(09) VALUE 0.
01 WS-COUNT-ERRORS  PIC 9(02) VALUE 0.
01 WS-FILES-EMPTIED PIC 9(02) VALUE 0.
01 WS-REQ-IDX       PIC 9(03) VALUE 0.
01 WS-FILE-DROPPED  PIC 9(07) VALUE 0.
01 WS-TOTAL-DROPPED PIC 9(09) VALUE 0.
01 WS-DROP-RECORD   PIC X VALUE 'N'.
01 WS-REC-REQ-ID    PIC X(08) VALUE SPACES.
01 WS-LAST-REQ-ID   PIC X(08) VALUE SPACES.
01 WS-LAST-BACKED-OUT PIC X VALUE 'N'.

01 WS-COUNT-EDIT    PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME
    PERFORM 1000-READ-PARM-CARD
    IF WS-RESTORE-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 0200-CLAIM-RUN-LOCKS
    IF WS-LOCK-OK = 'N'
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1400-OPEN-ARCHIVE-FILES
    IF WS-FILES-OK = 'Y'
        PERFORM 1500-READ-CATALOG-ENTRY
        IF WS-RESTORE-OK = 'Y'
            PERFORM 2000-RESTORE-NIGHT-SET
            PERFORM 3000-MARK-RESTORED
            PERFORM 4000-WRITE-RESTORE-AUDIT
        END-IF
        CLOSE GEN-STORE-FILE
        CLOSE GEN-CATALOG-FILE
        PERFORM 5000-WRITE-SUMMARY
        CLOSE REQUEST-MASTER-FILE
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

*> without a run date there is nothing to restore, and guessing one
*> would overwrite the DDs with the wrong night
1000-READ-PARM-CARD.
    MOVE 'N' TO WS-RESTORE-OK
    MOVE SPACES TO RESTORE-PARM-RECORD
    OPEN INPUT RESTORE-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ RESTORE-PARM-FILE
            AT END
                CONTINUE
        END-READ
        CLOSE RESTORE-PARM-FILE
    END-IF

    IF RP-RUN-DATE IS NUMERIC
        MOVE RP-RUN-DATE TO WS-GEN-DATE
        MOVE 'Y' TO WS-RESTORE-OK
    ELSE
        DISPLAY "RSTPARM MUST CARRY THE RUN DATE YYYYMMDD - FOUND "
            RP-RUN-DATE " - NOTHING RESTORED"
        MOVE 16 TO WS-RETURN-CODE
    END-IF.

1400-OPEN-ARCHIVE-FILES.
    MOVE 'Y' TO WS-FILES-OK

    OPEN INPUT GEN-STORE-FILE
    IF WS-STORE-STATUS NOT = "00"
        DISPLAY "ERROR OPENING GENSTORE - FILE STATUS "
            WS-STORE-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    OPEN I-O GEN-CATALOG-FILE
    IF WS-CAT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING GENCAT - FILE STATUS " WS-CAT-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF

    *> without the master there is no telling which requests have
    *> been backed out, and restoring them would undo the back-out
    OPEN INPUT REQUEST-MASTER-FILE
    IF WS-REQM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING REQMASTR - FILE STATUS " WS-REQM-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF.

1500-READ-CATALOG-ENTRY.
    MOVE WS-GEN-DATE TO GC-RUN-DATE
    READ GEN-CATALOG-FILE
        INVALID KEY
            MOVE 'N' TO WS-RESTORE-OK
            DISPLAY "NO GENERATION CATALOGED FOR " WS-GEN-DATE
                " - NOTHING RESTORED"
            MOVE 16 TO WS-RETURN-CODE
    END-READ

    IF WS-RESTORE-OK = 'Y' AND GC-STATUS = "EXPIRED"
        MOVE 'N' TO WS-RESTORE-OK
        DISPLAY "GENERATION " WS-GEN-DATE " HAS EXPIRED - ITS"
            " ARCHIVE RECORDS ARE GONE - NOTHING RESTORED"
        MOVE 16 TO WS-RETURN-CODE
    END-IF

    IF WS-RESTORE-OK = 'Y' AND GC-STATUS = "PARTIAL"
        DISPLAY "GENERATION " WS-GEN-DATE " WAS CAPTURED PARTIAL -"
            " ABSENT FILES ARE RESTORED EMPTY"
        IF WS-RETURN-CODE < 4
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

2000-RESTORE-NIGHT-SET.
    MOVE 1 TO WS-FILE-IDX
    OPEN OUTPUT PRIME-OUT-FILE
    MOVE WS-PRIMEOUT-STATUS TO WS-OPEN-STATUS
    PERFORM 2050-CHECK-OUTPUT-OPEN
    IF WS-FILE-OPEN-OK = 'Y'
        PERFORM 2100-POSITION-ARCHIVE
        PERFORM UNTIL WS-READ-DONE = 'Y'
            PERFORM 2300-CHECK-BACKED-OUT
            IF WS-DROP-RECORD = 'N'
                MOVE GS-DATA TO PRIME-OUT-RECORD
                WRITE PRIME-OUT-RECORD
            END-IF
            PERFORM 2200-READ-NEXT-ARCHIVE
        END-PERFORM
        CLOSE PRIME-OUT-FILE
        PERFORM 2900-CHECK-FILE-COUNT
    END-IF

    MOVE 2 TO WS-FILE-IDX
    OPEN OUTPUT FACTOR-OUT-FILE
    MOVE WS-FACTOUT-STATUS TO WS-OPEN-STATUS
    PERFORM 2050-CHECK-OUTPUT-OPEN
    IF WS-FILE-OPEN-OK = 'Y'
        PERFORM 2100-POSITION-ARCHIVE
        PERFORM UNTIL WS-READ-DONE = 'Y'
            PERFORM 2300-CHECK-BACKED-OUT
            IF WS-DROP-RECORD = 'N'
                MOVE GS-DATA TO FACTOR-OUT-RECORD
                WRITE FACTOR-OUT-RECORD
            END-IF
            PERFORM 2200-READ-NEXT-ARCHIVE
        END-PERFORM
        CLOSE FACTOR-OUT-FILE
        PERFORM 2900-CHECK-FILE-COUNT
    END-IF

    MOVE 3 TO WS-FILE-IDX
    OPEN OUTPUT FACTOR-FULL-FILE
    MOVE WS-FACTFULL-STATUS TO WS-OPEN-STATUS
    PERFORM 2050-CHECK-OUTPUT-OPEN
    IF WS-FILE-OPEN-OK = 'Y'
        PERFORM 2100-POSITION-ARCHIVE
        PERFORM UNTIL WS-READ-DONE = 'Y'
            PERFORM 2300-CHECK-BACKED-OUT
            IF WS-DROP-RECORD = 'N'
                MOVE GS-DATA TO FACTOR-FULL-RECORD
                WRITE FACTOR-FULL-RECORD
            END-IF
            PERFORM 2200-READ-NEXT-ARCHIVE
        END-PERFORM
        CLOSE FACTOR-FULL-FILE
        PERFORM 2900-CHECK-FILE-COUNT
    END-IF

    MOVE 4 TO WS-FILE-IDX
    OPEN OUTPUT GOLDBACH-OUT-FILE
    MOVE WS-GOLD-STATUS TO WS-OPEN-STATUS
    PERFORM 2050-CHECK-OUTPUT-OPEN
    IF WS-FILE-OPEN-OK = 'Y'
        PERFORM 2100-POSITION-ARCHIVE
        PERFORM UNTIL WS-READ-DONE = 'Y'
            PERFORM 2300-CHECK-BACKED-OUT
            IF WS-DROP-RECORD = 'N'
                MOVE GS-DATA TO GOLDBACH-OUT-RECORD
                WRITE GOLDBACH-OUT-RECORD
            END-IF
            PERFORM 2200-READ-NEXT-ARCHIVE
        END-PERFORM
        CLOSE GOLDBACH-OUT-FILE
        PERFORM 2900-CHECK-FILE-COUNT
    END-IF

    MOVE 5 TO WS-FILE-IDX
    OPEN OUTPUT RANDOM-PRIME-FILE
    MOVE WS-RAND-STATUS TO WS-OPEN-STATUS
    PERFORM 2050-CHECK-OUTPUT-OPEN
    IF WS-FILE-OPEN-OK = 'Y'
        PERFORM 2100-POSITION-ARCHIVE
        PERFORM UNTIL WS-READ-DONE = 'Y'
            MOVE GS-DATA TO RANDOM-PRIME-RECORD
            WRITE RANDOM-PRIME-RECORD
            PERFORM 2200-READ-NEXT-ARCHIVE
        END-PERFORM
        CLOSE RANDOM-PRIME-FILE
        PERFORM 2900-CHECK-FILE-COUNT
    END-IF

    MOVE 6 TO WS-FILE-IDX
    OPEN OUTPUT PRINT-REPORT-FILE
    MOVE WS-PRINT-STATUS TO WS-OPEN-STATUS
    PERFORM 2050-CHECK-OUTPUT-OPEN
    IF WS-FILE-OPEN-OK = 'Y'
        PERFORM 2100-POSITION-ARCHIVE
        PERFORM UNTIL WS-READ-DONE = 'Y'
            MOVE GS-DATA TO PRINT-REPORT-RECORD
            WRITE PRINT-REPORT-RECORD
            PERFORM 2200-READ-NEXT-ARCHIVE
        END-PERFORM
        CLOSE PRINT-REPORT-FILE
        PERFORM 2900-CHECK-FILE-COUNT
    END-IF.

2050-CHECK-OUTPUT-OPEN.
    MOVE 0 TO WS-FILE-RECS
    MOVE 0 TO WS-FILE-DROPPED
    IF WS-OPEN-STATUS = "00"
        MOVE 'Y' TO WS-FILE-OPEN-OK
    ELSE
        MOVE 'N' TO WS-FILE-OPEN-OK
        DISPLAY "ERROR OPENING " WS-GEN-FILE-NAME(WS-FILE-IDX)
            " - FILE STATUS " WS-OPEN-STATUS " - NOT RESTORED"
        ADD 1 TO WS-COUNT-ERRORS
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

*> a file the generation did not have is left open on no records at
*> all, so it is restored empty
2100-POSITION-ARCHIVE.
    MOVE 'N' TO WS-READ-DONE
    IF GC-FILE-PRESENT(WS-FILE-IDX) NOT = 'Y'
        MOVE 'Y' TO WS-READ-DONE
        ADD 1 TO WS-FILES-EMPTIED
    ELSE
        MOVE WS-GEN-DATE TO GS-RUN-DATE
        MOVE WS-GEN-FILE-NAME(WS-FILE-IDX) TO GS-FILE-ID
        MOVE 0 TO GS-SEQ
        START GEN-STORE-FILE
            KEY IS NOT LESS THAN GS-KEY
            INVALID KEY
                MOVE 'Y' TO WS-READ-DONE
        END-START
        IF WS-READ-DONE = 'N'
            PERFORM 2200-READ-NEXT-ARCHIVE
        END-IF
    END-IF.

2200-READ-NEXT-ARCHIVE.
    READ GEN-STORE-FILE NEXT
        AT END
            MOVE 'Y' TO WS-READ-DONE
    END-READ
    IF WS-READ-DONE = 'N'
        IF GS-RUN-DATE NOT = WS-GEN-DATE
                OR GS-FILE-ID NOT = WS-GEN-FILE-NAME(WS-FILE-IDX)
            MOVE 'Y' TO WS-READ-DONE
        ELSE
            ADD 1 TO WS-FILE-RECS
            ADD 1 TO WS-TOTAL-RECS
        END-IF
    END-IF.

*> the request id sits where each output's own layout puts it -
*> PRIMEOUT col 9, FACTOROUT col 17, FACTFULL col 1, GOLDBOUT col
*> 25. records come off the archive grouped by request, so the
*> master is read once per change of id
2300-CHECK-BACKED-OUT.
    MOVE 'N' TO WS-DROP-RECORD
    MOVE SPACES TO WS-REC-REQ-ID
    EVALUATE WS-FILE-IDX
        WHEN 1
            MOVE GS-DATA(9:8) TO WS-REC-REQ-ID
        WHEN 2
            MOVE GS-DATA(17:8) TO WS-REC-REQ-ID
        WHEN 3
            MOVE GS-DATA(1:8) TO WS-REC-REQ-ID
        WHEN 4
            MOVE GS-DATA(25:8) TO WS-REC-REQ-ID
    END-EVALUATE
    IF WS-REC-REQ-ID NOT = SPACES
        IF WS-REC-REQ-ID NOT = WS-LAST-REQ-ID
            MOVE WS-REC-REQ-ID TO WS-LAST-REQ-ID
            PERFORM 2350-LOOK-UP-REQUEST
        END-IF
        IF WS-LAST-BACKED-OUT = 'Y'
            MOVE 'Y' TO WS-DROP-RECORD
            ADD 1 TO WS-FILE-DROPPED
        END-IF
    END-IF.

2350-LOOK-UP-REQUEST.
    MOVE 'N' TO WS-LAST-BACKED-OUT
    MOVE WS-LAST-REQ-ID TO RQ-REQUEST-ID
    READ REQUEST-MASTER-FILE
        INVALID KEY
            CONTINUE
    END-READ
    IF WS-REQM-STATUS = "00" AND RQ-STATUS = "BACKEDOUT"
        MOVE 'Y' TO WS-LAST-BACKED-OUT
    END-IF.

*> the catalog counts what was captured, so the check is made on
*> records read back, dropped ones included
2900-CHECK-FILE-COUNT.
    IF WS-FILE-RECS NOT = GC-FILE-COUNT(WS-FILE-IDX)
        DISPLAY WS-GEN-FILE-NAME(WS-FILE-IDX) " RESTORED "
            WS-FILE-RECS " RECORDS - CATALOG SAYS "
            GC-FILE-COUNT(WS-FILE-IDX)
        ADD 1 TO WS-COUNT-ERRORS
        IF WS-RETURN-CODE < 8
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    ELSE
        DISPLAY WS-GEN-FILE-NAME(WS-FILE-IDX) " RESTORED "
            WS-FILE-RECS " RECORDS"
    END-IF
    SUBTRACT WS-FILE-DROPPED FROM WS-TOTAL-RECS
    ADD WS-FILE-DROPPED TO WS-TOTAL-DROPPED
    IF WS-FILE-DROPPED > 0
        DISPLAY WS-GEN-FILE-NAME(WS-FILE-IDX) " OF WHICH "
            WS-FILE-DROPPED " DROPPED - BACKED-OUT REQUESTS"
    END-IF.

3000-MARK-RESTORED.
    MOVE WS-GEN-DATE TO GC-RUN-DATE
    READ GEN-CATALOG-FILE
        INVALID KEY
            CONTINUE
    END-READ
    IF WS-CAT-STATUS = "00"
        MOVE WS-RUN-DATETIME(1:14) TO GC-RESTORE-TS
        IF GC-RESTORE-COUNT IS NUMERIC AND GC-RESTORE-COUNT < 999
            ADD 1 TO GC-RESTORE-COUNT
        END-IF
        REWRITE GEN-CATALOG-RECORD
            INVALID KEY
                DISPLAY "GENCAT REWRITE FAILED FOR " WS-GEN-DATE
                    " - FILE STATUS " WS-CAT-STATUS
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
        END-REWRITE
    END-IF.

4000-WRITE-RESTORE-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME
    MOVE WS-TOTAL-RECS TO WS-COUNT-EDIT
    MOVE SPACES TO WS-AUDIT-LINE
    STRING
        WS-NOW-DATETIME(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-NOW-DATETIME(9:6) DELIMITED BY SIZE
        " GENRSTR DATE=" DELIMITED BY SIZE
        WS-GEN-DATE DELIMITED BY SIZE
        " RECS=" DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        " ERRORS=" DELIMITED BY SIZE
        WS-COUNT-ERRORS DELIMITED BY SIZE
        " BY=GENRSTR" DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    END-STRING

    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE.

5000-WRITE-SUMMARY.
    DISPLAY " "
    DISPLAY "===== GENERATION RESTORE SUMMARY ====="
    DISPLAY "RUN DATE             : " WS-GEN-DATE
    DISPLAY "RESTORED             : " WS-RESTORE-OK
    IF WS-RESTORE-OK = 'Y'
        DISPLAY "GENERATION STATUS    : " GC-STATUS
        DISPLAY "CAPTURED AT          : " GC-CAPTURE-TS
        DISPLAY "REQUEST IDS IN SET   : " GC-REQUEST-COUNT
        DISPLAY "RECORDS RESTORED     : " WS-TOTAL-RECS
        DISPLAY "DROPPED (BACKED OUT) : " WS-TOTAL-DROPPED
        DISPLAY "FILES RESTORED EMPTY : " WS-FILES-EMPTIED
        DISPLAY "COUNT/OPEN ERRORS    : " WS-COUNT-ERRORS
        MOVE 0 TO WS-REQ-IDX
        PERFORM UNTIL WS-REQ-IDX >= GC-REQUEST-COUNT
                OR WS-REQ-IDX >= 40
            ADD 1 TO WS-REQ-IDX
            MOVE GC-REQUEST-ID(WS-REQ-IDX) TO WS-LAST-REQ-ID
            PERFORM 2350-LOOK-UP-REQUEST
            IF WS-LAST-BACKED-OUT = 'Y'
                DISPLAY "REQUEST ID           : "
                    GC-REQUEST-ID(WS-REQ-IDX)
                    " BACKED OUT - NOT RESTORED"
            ELSE
                DISPLAY "REQUEST ID           : "
                    GC-REQUEST-ID(WS-REQ-IDX)
            END-IF
        END-PERFORM
    END-IF.
