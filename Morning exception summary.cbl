IDENTIFICATION DIVISION.
PROGRAM-ID. EXCPSUMM.

*> morning read of the shared exception feed. the night's programs
*> (EXERCISE, PRIMCHEK, PRIMDENS, PRIMRBLD, PRIMEXTR, AUDITRPT and
*> LOCKUTIL) each append a line to EXCPFILE whenever something needs
*> a person to look at it - a lock bounce, a time-boxed stop, a
*> failed or rejected request, a reconciliation discrepancy, a
*> density band flagged CHECK, an extract held back, and so on. this
*> run lists the lines grouped by severity on EXCPRPT and leaves one
*> overall night status as its return code, so the scheduler can
*> turn the morning red, amber or green without anyone reading five
*> reports first
*>
*> EXCPFILE lines, X(100), one blank between fields:
*>   cols  1-8   date written        yyyymmdd
*>   cols 10-15  time written        hhmmss
*>   cols 17-23  severity            SEVERE, ERROR, WARNING or INFO
*>   cols 25-32  program
*>   cols 34-41  request id          blank where none applies
*>   cols 43-50  reason code         e.g. LOCKDENY, TIMEBOX, REQFAIL,
*>                                   RECONDIS, DENSCHK, XTRHELD
*>   cols 52-100 free text
*>
*> night status return code: any SEVERE 16, else any ERROR 8, else
*> any WARNING 4, else 0. a line whose severity is none of the four
*> is listed on its own and counts as an ERROR - a line nobody can
*> classify is not allowed to pass quietly
*>
*> the EXCPPARM card sets where the night starts: cols 1-8 a date,
*> cols 10-15 an optional time (default 000000). a blank card takes
*> the 24 hours up to this run

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCEPTION-PARM-FILE ASSIGN TO "EXCPPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.

    SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XRPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  EXCEPTION-PARM-FILE.
01  EXCEPTION-PARM-RECORD.
    05 EP-FROM-DATE-X        PIC X(08).
    05 FILLER                PIC X(01).
    05 EP-FROM-TIME-X        PIC X(06).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
    05 EX-DATE               PIC X(08).
    05 FILLER                PIC X(01).
    05 EX-TIME               PIC X(06).
    05 FILLER                PIC X(01).
    05 EX-SEVERITY           PIC X(07).
    05 FILLER                PIC X(01).
    05 EX-PROGRAM            PIC X(08).
    05 FILLER                PIC X(01).
    05 EX-REQUEST-ID         PIC X(08).
    05 FILLER                PIC X(01).
    05 EX-REASON             PIC X(08).
    05 FILLER                PIC X(01).
    05 EX-TEXT               PIC X(49).

FD  EXCEPTION-REPORT-FILE.
01  EXCEPTION-REPORT-RECORD  PIC X(132).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS     PIC XX.
01 WS-EXCP-STATUS     PIC XX.
01 WS-XRPT-STATUS     PIC XX.

01 WS-FILES-OK        PIC X VALUE 'Y'.
01 WS-FEED-FOUND      PIC X VALUE 'N'.
01 WS-RETURN-CODE     PIC 9(03) VALUE 0.

01 WS-TODAY-DATETIME  PIC X(21).
01 WS-FROM-INT        PIC 9(07) VALUE 0.
01 WS-FROM-DATE-NUM   PIC 9(08) VALUE 0.
01 WS-FROM-TS         PIC X(14) VALUE SPACES.
01 WS-TO-TS           PIC X(14) VALUE SPACES.
01 WS-LINE-TS         PIC X(14) VALUE SPACES.

*> the four severities in descending order with the return code each
*> raises; slot 5 collects anything else
01 WS-SEV-LIST.
    05 FILLER PIC X(07) VALUE "SEVERE".
    05 FILLER PIC X(07) VALUE "ERROR".
    05 FILLER PIC X(07) VALUE "WARNING".
    05 FILLER PIC X(07) VALUE "INFO".
01 WS-SEV-LIST-R REDEFINES WS-SEV-LIST.
    05 WS-SEV-NAME OCCURS 4 TIMES PIC X(07).
01 WS-SEV-RC-LIST.
    05 FILLER PIC 9(03) VALUE 16.
    05 FILLER PIC 9(03) VALUE 8.
    05 FILLER PIC 9(03) VALUE 4.
    05 FILLER PIC 9(03) VALUE 0.
    05 FILLER PIC 9(03) VALUE 8.
01 WS-SEV-RC-LIST-R REDEFINES WS-SEV-RC-LIST.
    05 WS-SEV-RC OCCURS 5 TIMES PIC 9(03).
01 WS-SEV-COUNT-TABLE VALUE ZEROS.
    05 WS-SEV-COUNT OCCURS 5 TIMES PIC 9(07).
01 WS-SEV-IDX         PIC 9(02) VALUE 0.
01 WS-LINE-SEV        PIC 9(02) VALUE 0.
01 WS-PASS-SEV        PIC 9(02) VALUE 0.

01 WS-LINES-READ      PIC 9(07) VALUE 0.
01 WS-LINES-IN-WINDOW PIC 9(07) VALUE 0.
01 WS-NIGHT-STATUS    PIC X(07) VALUE "CLEAN".

01 WS-RPT-LINE        PIC X(132) VALUE SPACES.
01 WS-COUNT-EDIT      PIC ZZZZZZ9.
01 WS-RC-EDIT         PIC ZZ9.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM 1000-READ-PARM-CARD
    PERFORM 1400-OPEN-REPORT

    IF WS-FILES-OK = 'Y'
        PERFORM 2000-COUNT-EXCEPTIONS
        PERFORM 2500-SET-NIGHT-STATUS
        PERFORM 3000-WRITE-REPORT
        CLOSE EXCEPTION-REPORT-FILE
        PERFORM 4000-WRITE-SUMMARY
    END-IF

    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

1000-READ-PARM-CARD.
    MOVE SPACES TO EXCEPTION-PARM-RECORD
    OPEN INPUT EXCEPTION-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ EXCEPTION-PARM-FILE
            AT END
                CONTINUE
        END-READ
        CLOSE EXCEPTION-PARM-FILE
    END-IF

    MOVE WS-TODAY-DATETIME(1:14) TO WS-TO-TS
    IF EP-FROM-DATE-X IS NUMERIC
        MOVE EP-FROM-DATE-X TO WS-FROM-TS(1:8)
        IF EP-FROM-TIME-X IS NUMERIC
            MOVE EP-FROM-TIME-X TO WS-FROM-TS(9:6)
        ELSE
            MOVE "000000" TO WS-FROM-TS(9:6)
        END-IF
    ELSE
        COMPUTE WS-FROM-INT =
            FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL(WS-TODAY-DATETIME(1:8))) - 1
        COMPUTE WS-FROM-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
        MOVE WS-FROM-DATE-NUM TO WS-FROM-TS(1:8)
        MOVE WS-TODAY-DATETIME(9:6) TO WS-FROM-TS(9:6)
    END-IF.

1400-OPEN-REPORT.
    MOVE 'Y' TO WS-FILES-OK
    OPEN OUTPUT EXCEPTION-REPORT-FILE
    IF WS-XRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING EXCPRPT - FILE STATUS " WS-XRPT-STATUS
        MOVE 'N' TO WS-FILES-OK
        MOVE 20 TO WS-RETURN-CODE
    END-IF.

*> first pass counts the window by severity; no feed at all means no
*> program has had anything to report yet, which is a clean night
2000-COUNT-EXCEPTIONS.
    MOVE 'N' TO WS-FEED-FOUND
    OPEN INPUT EXCEPTION-FILE
    IF WS-EXCP-STATUS = "00"
        MOVE 'Y' TO WS-FEED-FOUND
        PERFORM UNTIL WS-EXCP-STATUS NOT = "00"
            READ EXCEPTION-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM 2100-PLACE-ONE-LINE
                    IF WS-LINE-SEV > 0
                        ADD 1 TO WS-LINES-IN-WINDOW
                        ADD 1 TO WS-SEV-COUNT(WS-LINE-SEV)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCEPTION-FILE
    ELSE
        DISPLAY "EXCPFILE NOT AVAILABLE - FILE STATUS " WS-EXCP-STATUS
            " - NO EXCEPTIONS RECORDED"
    END-IF.

*> WS-LINE-SEV comes back 0 for a line outside the window, otherwise
*> the severity slot the line belongs to
2100-PLACE-ONE-LINE.
    MOVE 0 TO WS-LINE-SEV
    MOVE EX-DATE TO WS-LINE-TS(1:8)
    MOVE EX-TIME TO WS-LINE-TS(9:6)
    IF WS-LINE-TS >= WS-FROM-TS AND WS-LINE-TS <= WS-TO-TS
        MOVE 5 TO WS-LINE-SEV
        MOVE 0 TO WS-SEV-IDX
        PERFORM UNTIL WS-SEV-IDX >= 4 OR WS-LINE-SEV < 5
            ADD 1 TO WS-SEV-IDX
            IF EX-SEVERITY = WS-SEV-NAME(WS-SEV-IDX)
                MOVE WS-SEV-IDX TO WS-LINE-SEV
            END-IF
        END-PERFORM
    END-IF.

2500-SET-NIGHT-STATUS.
    MOVE 0 TO WS-SEV-IDX
    PERFORM UNTIL WS-SEV-IDX >= 5
        ADD 1 TO WS-SEV-IDX
        IF WS-SEV-COUNT(WS-SEV-IDX) > 0
                AND WS-SEV-RC(WS-SEV-IDX) > WS-RETURN-CODE
            MOVE WS-SEV-RC(WS-SEV-IDX) TO WS-RETURN-CODE
        END-IF
    END-PERFORM

    EVALUATE WS-RETURN-CODE
        WHEN 16
            MOVE "SEVERE" TO WS-NIGHT-STATUS
        WHEN 8
            MOVE "ERROR" TO WS-NIGHT-STATUS
        WHEN 4
            MOVE "WARNING" TO WS-NIGHT-STATUS
        WHEN OTHER
            MOVE "CLEAN" TO WS-NIGHT-STATUS
    END-EVALUATE.

2900-WRITE-REPORT-LINE.
    MOVE WS-RPT-LINE TO EXCEPTION-REPORT-RECORD
    WRITE EXCEPTION-REPORT-RECORD
    MOVE SPACES TO WS-RPT-LINE.

3000-WRITE-REPORT.
    STRING
        "MORNING EXCEPTION SUMMARY  " DELIMITED BY SIZE
        WS-TODAY-DATETIME(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-TODAY-DATETIME(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-TODAY-DATETIME(7:2) DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE

    STRING
        "EXCEPTIONS FROM " DELIMITED BY SIZE
        WS-FROM-TS(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-FROM-TS(9:6) DELIMITED BY SIZE
        " TO " DELIMITED BY SIZE
        WS-TO-TS(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-TO-TS(9:6) DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    PERFORM 2900-WRITE-REPORT-LINE

    IF WS-FEED-FOUND = 'N'
        MOVE "NO EXCEPTION FEED ON FILE - NOTHING RECORDED"
            TO WS-RPT-LINE(2:45)
        PERFORM 2900-WRITE-REPORT-LINE
    ELSE
        IF WS-LINES-IN-WINDOW = 0
            MOVE "NO EXCEPTIONS IN THE WINDOW"
                TO WS-RPT-LINE(2:27)
            PERFORM 2900-WRITE-REPORT-LINE
        ELSE
            MOVE 0 TO WS-PASS-SEV
            PERFORM UNTIL WS-PASS-SEV >= 5
                ADD 1 TO WS-PASS-SEV
                IF WS-SEV-COUNT(WS-PASS-SEV) > 0
                    PERFORM 3100-WRITE-SEVERITY-SECTION
                END-IF
            END-PERFORM
        END-IF
    END-IF

    PERFORM 3300-WRITE-TOTALS.

*> one pass over the feed per severity present - the feed is a
*> night's worth of lines, and re-reading it keeps the listing in
*> the order the lines were written with no table to overflow
3100-WRITE-SEVERITY-SECTION.
    MOVE WS-SEV-COUNT(WS-PASS-SEV) TO WS-COUNT-EDIT
    IF WS-PASS-SEV < 5
        MOVE WS-SEV-NAME(WS-PASS-SEV) TO WS-RPT-LINE(2:7)
    ELSE
        MOVE "UNRECOGNISED SEVERITY - COUNTED AS ERROR"
            TO WS-RPT-LINE(2:40)
    END-IF
    STRING
        WS-COUNT-EDIT DELIMITED BY SIZE
        " LINE(S)" DELIMITED BY SIZE
        INTO WS-RPT-LINE(43:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "DATE     TIME   PROGRAM  REQUEST  REASON   DETAIL"
        TO WS-RPT-LINE(4:50)
    PERFORM 2900-WRITE-REPORT-LINE

    OPEN INPUT EXCEPTION-FILE
    PERFORM UNTIL WS-EXCP-STATUS NOT = "00"
        READ EXCEPTION-FILE
            AT END
                CONTINUE
            NOT AT END
                PERFORM 2100-PLACE-ONE-LINE
                IF WS-LINE-SEV = WS-PASS-SEV
                    PERFORM 3200-WRITE-EXCEPTION-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE EXCEPTION-FILE
    PERFORM 2900-WRITE-REPORT-LINE.

3200-WRITE-EXCEPTION-LINE.
    MOVE EX-DATE TO WS-RPT-LINE(4:8)
    MOVE EX-TIME TO WS-RPT-LINE(13:6)
    MOVE EX-PROGRAM TO WS-RPT-LINE(20:8)
    MOVE EX-REQUEST-ID TO WS-RPT-LINE(29:8)
    MOVE EX-REASON TO WS-RPT-LINE(38:8)
    MOVE EX-TEXT TO WS-RPT-LINE(47:49)
    IF WS-PASS-SEV = 5
        MOVE EX-SEVERITY TO WS-RPT-LINE(97:7)
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE.

3300-WRITE-TOTALS.
    MOVE 0 TO WS-SEV-IDX
    PERFORM UNTIL WS-SEV-IDX >= 4
        ADD 1 TO WS-SEV-IDX
        MOVE WS-SEV-COUNT(WS-SEV-IDX) TO WS-COUNT-EDIT
        MOVE WS-SEV-NAME(WS-SEV-IDX) TO WS-RPT-LINE(2:7)
        STRING
            ": " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE(23:)
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE
    END-PERFORM
    IF WS-SEV-COUNT(5) > 0
        MOVE WS-SEV-COUNT(5) TO WS-COUNT-EDIT
        STRING
            "UNRECOGNISED         : " DELIMITED BY SIZE
            WS-COUNT-EDIT DELIMITED BY SIZE
            INTO WS-RPT-LINE(2:)
        END-STRING
        PERFORM 2900-WRITE-REPORT-LINE
    END-IF
    PERFORM 2900-WRITE-REPORT-LINE

    MOVE WS-RETURN-CODE TO WS-RC-EDIT
    STRING
        "NIGHT STATUS         : " DELIMITED BY SIZE
        WS-NIGHT-STATUS DELIMITED BY SPACE
        "  RC " DELIMITED BY SIZE
        WS-RC-EDIT DELIMITED BY SIZE
        INTO WS-RPT-LINE(2:)
    END-STRING
    PERFORM 2900-WRITE-REPORT-LINE.

4000-WRITE-SUMMARY.
    DISPLAY " "
    DISPLAY "===== MORNING EXCEPTION SUMMARY ====="
    DISPLAY "WINDOW FROM          : " WS-FROM-TS
    DISPLAY "LINES ON FEED        : " WS-LINES-READ
    DISPLAY "LINES IN WINDOW      : " WS-LINES-IN-WINDOW
    DISPLAY "SEVERE               : " WS-SEV-COUNT(1)
    DISPLAY "ERROR                : " WS-SEV-COUNT(2)
    DISPLAY "WARNING              : " WS-SEV-COUNT(3)
    DISPLAY "INFO                 : " WS-SEV-COUNT(4)
    IF WS-SEV-COUNT(5) > 0
        DISPLAY "UNRECOGNISED         : " WS-SEV-COUNT(5)
    END-IF
    DISPLAY "NIGHT STATUS         : " WS-NIGHT-STATUS
        " RC " WS-RETURN-CODE.
