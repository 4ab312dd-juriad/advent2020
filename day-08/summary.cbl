*> exception report, the "<filelist>-requeue" handoff and the tail of
*> "auditlog" - into one paginated printout keyed by boot file name:
*> a run header with the control totals and return code, the
*> exceptions first (REJECTED, UNSOLVED, AMBIGUOUS, OUTOFBOUNDS,
*> TIMEDOUT, OVERFLOW, any file a SOLVER=CROSSCHECK run saw the
*> solver and the search disagree on, then every verify failure),
*> then the solved/clean detail, then the per-site rollup - every
*> status counted under the field site that sent the dump, names and
*> states from the "sitemast" site master - then the requeue list for
*> the next night.
*> Senders the master does not know, and dumps still arriving from a
*> retired site, are exceptions of their own, listed straight after
*> the device-team exceptions. Transmissions the INTAKE step refused
*> that evening ("<filelist>-rejects") get their own section too -
*> they never reached the batch, so nothing else here would mention
*> them - and INTAKE's audit record heads the run header. It reads the
*> same "runcard" deck as the repair job so FILELIST= and REPORT=
*> cards point both jobs at the same files; every other card belongs
*> to the repair job and is ignored here. The summary itself goes to
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQUEUE-STATUS.

    SELECT OPTIONAL INTAKE-REJECT-FILE
        ASSIGN TO DYNAMIC INTAKE-REJECT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTAKE-REJECT-STATUS.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO "auditlog"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT OPTIONAL SITE-FILE
        ASSIGN TO "sitemast"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SIT-CODE
        ALTERNATE RECORD KEY IS SIT-PREFIX
        FILE STATUS IS SITE-STATUS.

    SELECT MORNING-FILE
        ASSIGN TO DYNAMIC MORNING-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
        05 RPT-REASON PIC X(40).
        05 RPT-SEP10 PIC X(1).
        05 RPT-PATCH-INFO PIC X(40).
        05 RPT-SEP11 PIC X(1).
        05 RPT-SITE-CODE PIC X(8).

    FD TREND-FILE.

        05 VFY-SEP3 PIC X(1).
        05 VFY-ACTUAL PIC X(10).

    FD SITE-FILE.

    01 SITE-REC.
        05 SIT-CODE PIC X(8).
        05 SIT-SEP1 PIC X(1).
        05 SIT-PREFIX PIC X(20).
        05 SIT-SEP2 PIC X(1).
        05 SIT-STATE PIC X(1).
        05 SIT-SEP3 PIC X(1).
        05 SIT-NAME PIC X(30).
        05 SIT-SEP4 PIC X(1).
        05 SIT-DEVICE PIC X(16).
        05 SIT-SEP5 PIC X(1).
        05 SIT-CONTACT PIC X(30).
        05 SIT-SEP6 PIC X(1).
        05 SIT-PHONE PIC X(16).
        05 SIT-SEP7 PIC X(1).
        05 SIT-ADDED PIC X(8).
        05 SIT-SEP8 PIC X(1).
        05 SIT-CHANGED PIC X(8).

    FD REQUEUE-FILE.

    01 REQUEUE-LINE PIC X(40).

    FD INTAKE-REJECT-FILE.

    01 INTAKE-REJECT-LINE.
        05 IRJ-FILE-NAME PIC X(40).
        05 IRJ-SEP1 PIC X(1).
        05 IRJ-SITE-CODE PIC X(8).
        05 IRJ-SEP2 PIC X(1).
        05 IRJ-REASON PIC X(60).

    FD AUDIT-FILE.

*> Must match the repair job's audit record width - a narrower
*> record here would clip the RUN END control totals this program
*> exists to reprint.
    01 AUDIT-LINE PIC X(320).

*> Wide enough that the worst-case detail line (a full 40-character
*> name, reason and directive echo together) and the RUN END header
    01 VERIFY-STATUS PIC X(2).
    01 REQUEUE-STATUS PIC X(2).
    01 AUDIT-STATUS PIC X(2).
    01 SITE-STATUS PIC X(2).
    01 INTAKE-REJECT-STATUS PIC X(2).

    01 RUNCARD-EOF PIC A(1) VALUE SPACE.
    01 CARD-KEY PIC X(20) VALUE SPACE.
    01 VERIFY-FILE-NAME PIC X(48) VALUE SPACE.
    01 REQUEUE-FILE-NAME PIC X(48) VALUE SPACE.
    01 MORNING-FILE-NAME PIC X(48) VALUE SPACE.
    01 INTAKE-REJECT-NAME PIC X(48) VALUE SPACE.

*> The whole report held by file, with each line's trend flag joined
*> in by name before anything prints - the join the desk used to do
            10 SUM-REASON PIC X(40).
            10 SUM-PATCH-INFO PIC X(40).
            10 SUM-TREND PIC X(10).
            10 SUM-SITE PIC X(8).
    01 SUM-COUNT PIC 9(4) VALUE 0.
    01 SUM-I PIC 9(4) VALUE 1.
    01 SUM-EOF PIC A(1) VALUE SPACE.

    01 RUN-START-IMAGE PIC X(320) VALUE SPACE.
    01 RUN-END-IMAGE PIC X(320) VALUE SPACE.
    01 INTAKE-IMAGE PIC X(320) VALUE SPACE.
    01 INTAKE-PENDING PIC X(320) VALUE SPACE.
    01 AUD-IMAGE-W PIC X(320) VALUE SPACE.

    01 PAGE-NO PIC 9(3) VALUE 0.
    01 LINE-NO PIC 9(2) VALUE 99.
    01 VFY-COUNT PIC 9(4) VALUE 0.
    01 DETAIL-COUNT PIC 9(4) VALUE 0.
    01 REQ-COUNT PIC 9(4) VALUE 0.
    01 SENDER-COUNT PIC 9(4) VALUE 0.
    01 INTAKE-REJ-COUNT PIC 9(4) VALUE 0.

*> The site master held whole for names and states - see SITE-LOAD -
*> and the rollup built from the report one row per site code seen,
*> the "(NONE)" row collecting every dump no registered site claimed.
    01 SITE-EOF PIC A(1) VALUE SPACE.
    01 SITE-TABLE.
        05 SITE-ENTRY OCCURS 300 TIMES.
            10 STB-CODE PIC X(8).
            10 STB-NAME PIC X(30).
            10 STB-STATE PIC X(1).
    01 SITE-COUNT PIC 9(4) VALUE 0.
    01 SITE-I PIC 9(4) VALUE 1.
    01 SITE-FOUND-IX PIC 9(4) VALUE 0.
    01 SITE-NAME-W PIC X(30) VALUE SPACE.
    01 SITE-STATE-W PIC X(1) VALUE SPACE.

    01 ROLL-TABLE.
        05 ROLL-ENTRY OCCURS 301 TIMES.
            10 ROL-CODE PIC X(8).
            10 ROL-SOLVED PIC 9(4).
            10 ROL-UNSOLVED PIC 9(4).
            10 ROL-AMBIGUOUS PIC 9(4).
            10 ROL-REJECTED PIC 9(4).
            10 ROL-OUTOFBOUNDS PIC 9(4).
            10 ROL-OVERFLOW PIC 9(4).
            10 ROL-TIMEDOUT PIC 9(4).
            10 ROL-DUPLICATE PIC 9(4).
            10 ROL-CLEAN PIC 9(4).
            10 ROL-TOTAL PIC 9(4).
    01 ROLL-COUNT PIC 9(4) VALUE 0.
    01 ROLL-I PIC 9(4) VALUE 1.
    01 ROLL-FOUND-IX PIC 9(4) VALUE 0.
    01 ROLL-CODE-W PIC X(8) VALUE SPACE.

    01 ROLL-HEAD-LINE PIC X(120) VALUE
        "  SITE     NAME                           STATE  SOLVD UNSLV AMBIG REJCT OOBND OVFLW TMOUT DUPLC CLEAN TOTAL".
    01 ROLL-PRINT-LINE.
        05 FILLER PIC X(2) VALUE SPACE.
        05 RLP-CODE PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-NAME PIC X(30).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-STATE PIC X(7).
        05 RLP-SOLVED PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-UNSOLVED PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-AMBIGUOUS PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-REJECTED PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-OUTOFBOUNDS PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-OVERFLOW PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-TIMEDOUT PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-DUPLICATE PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-CLEAN PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 RLP-TOTAL PIC ZZZZ9.

PROCEDURE DIVISION.
    PERFORM READ-RUNCARD.
    STRING REPORT-NAME DELIMITED BY SPACE
        "-morning" DELIMITED BY SIZE
        INTO MORNING-FILE-NAME.
    MOVE SPACE TO INTAKE-REJECT-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-rejects" DELIMITED BY SIZE
        INTO INTAKE-REJECT-NAME.
    PERFORM LOAD-REPORT.
    PERFORM JOIN-TREND.
    PERFORM SCAN-AUDIT.
    PERFORM SITE-LOAD.
    PERFORM BUILD-ROLLUP.
    OPEN OUTPUT MORNING-FILE.
    PERFORM PRINT-RUN-HEADER.
    PERFORM PRINT-EXCEPTIONS.
    PERFORM PRINT-SENDER-EXCEPTIONS.
    PERFORM PRINT-INTAKE-REJECTS.
    PERFORM PRINT-VERIFY-FAILS.
    PERFORM PRINT-DETAIL.
    PERFORM PRINT-SITE-ROLLUP.
    PERFORM PRINT-REQUEUE.
    MOVE "END OF MORNING SUMMARY" TO PRINT-W.
    PERFORM PRINT-LINE.
                    MOVE RPT-REASON TO SUM-REASON(SUM-COUNT)
                    MOVE RPT-PATCH-INFO TO SUM-PATCH-INFO(SUM-COUNT)
                    MOVE SPACE TO SUM-TREND(SUM-COUNT)
                    MOVE RPT-SITE-CODE TO SUM-SITE(SUM-COUNT)
                ELSE
                    DISPLAY "SUMMARY - REPORT EXCEEDS 600 LINES, ["
                        RPT-FILE-NAME "] LEFT OFF THE SUMMARY"
*> it describe the run the report on disk came from, and the RUN END
*> line already carries every control total and the return code in
*> one readable piece, so it is reprinted verbatim as the header.
*> The INTAKE record belonging to that run is the last one written
*> ahead of its RUN START - an INTAKE line is held until the next
*> RUN START claims it, so a night the repair job ran without an
*> intake in front of it shows none rather than an older evening's.
SCAN-AUDIT.
    OPEN INPUT AUDIT-FILE.
    IF AUDIT-STATUS = "00"
                AT END
                    MOVE 'Y' TO SUM-EOF
                NOT AT END
                    IF AUDIT-LINE(1:7) = "INTAKE "
                        MOVE AUDIT-LINE TO INTAKE-PENDING
                    END-IF
                    IF AUDIT-LINE(1:10) = "RUN START "
                        MOVE AUDIT-LINE TO RUN-START-IMAGE
                        MOVE INTAKE-PENDING TO INTAKE-IMAGE
                        MOVE SPACE TO INTAKE-PENDING
                    END-IF
                    IF AUDIT-LINE(1:8) = "RUN END "
                        MOVE AUDIT-LINE TO RUN-END-IMAGE
    END-IF.

PRINT-RUN-HEADER.
    IF INTAKE-IMAGE NOT = SPACE
        MOVE INTAKE-IMAGE TO AUD-IMAGE-W
        PERFORM PRINT-AUDIT-IMAGE
    END-IF.
    IF RUN-START-IMAGE = SPACE
        MOVE "NO RUN START RECORD FOUND IN AUDIT LOG" TO PRINT-W
        PERFORM PRINT-LINE
PRINT-AUDIT-IMAGE.
    MOVE AUD-IMAGE-W(1:200) TO PRINT-W.
    PERFORM PRINT-LINE.
    IF AUD-IMAGE-W(201:120) NOT = SPACE
        MOVE SPACE TO PRINT-W
        STRING "    " DELIMITED BY SIZE
            AUD-IMAGE-W(201:120) DELIMITED BY SIZE
            INTO PRINT-W
        PERFORM PRINT-LINE
    END-IF.
    PERFORM UNTIL SUM-I > SUM-COUNT
        IF SUM-STATUS(SUM-I) = "REJECTED"
                OR SUM-STATUS(SUM-I) = "UNSOLVED"
                OR SUM-STATUS(SUM-I) = "AMBIGUOUS"
                OR SUM-STATUS(SUM-I) = "OUTOFBOUNDS"
                OR SUM-STATUS(SUM-I) = "TIMEDOUT"
                OR SUM-STATUS(SUM-I) = "OVERFLOW"
                OR SUM-REASON(SUM-I)(1:7) = "XCHECK "
            ADD 1 TO EXC-COUNT
            PERFORM PRINT-ONE-RESULT
        END-IF
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

*> Dumps no registered prefix claims, and dumps from a site the
*> master has retired. Either way nobody on the site master is
*> expecting a call about this dump, so the site desk sorts out who
*> sent it before the device team can act on anything above.
PRINT-SENDER-EXCEPTIONS.
    MOVE "** UNREGISTERED AND RETIRED SENDERS **" TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE 0 TO SENDER-COUNT.
    MOVE 1 TO SUM-I.
    PERFORM UNTIL SUM-I > SUM-COUNT
        IF SUM-SITE(SUM-I) = SPACE
            ADD 1 TO SENDER-COUNT
            MOVE SPACE TO PRINT-W
            STRING "  " DELIMITED BY SIZE
                SUM-FILE-NAME(SUM-I) DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                SUM-STATUS(SUM-I) DELIMITED BY SPACE
                " - MATCHES NO REGISTERED SITE PREFIX" DELIMITED BY SIZE
                INTO PRINT-W
            PERFORM PRINT-LINE
        ELSE
            MOVE SUM-SITE(SUM-I) TO ROLL-CODE-W
            PERFORM SITE-FIND
            IF SITE-STATE-W NOT = "A"
                ADD 1 TO SENDER-COUNT
                MOVE SPACE TO PRINT-W
                IF SITE-STATE-W = "R"
                    STRING "  " DELIMITED BY SIZE
                        SUM-FILE-NAME(SUM-I) DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        SUM-STATUS(SUM-I) DELIMITED BY SPACE
                        " - FROM RETIRED SITE " DELIMITED BY SIZE
                        SUM-SITE(SUM-I) DELIMITED BY SPACE
                        INTO PRINT-W
                ELSE
                    STRING "  " DELIMITED BY SIZE
                        SUM-FILE-NAME(SUM-I) DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        SUM-STATUS(SUM-I) DELIMITED BY SPACE
                        " - SITE " DELIMITED BY SIZE
                        SUM-SITE(SUM-I) DELIMITED BY SPACE
                        " IS NOT ON THE SITE MASTER" DELIMITED BY SIZE
                        INTO PRINT-W
                END-IF
                PERFORM PRINT-LINE
            END-IF
        END-IF
        ADD 1 TO SUM-I
    END-PERFORM.
    IF SENDER-COUNT = 0
        MOVE "  NONE" TO PRINT-W
        PERFORM PRINT-LINE
    END-IF.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-INTAKE-REJECTS.
    MOVE "** TRANSMISSIONS REFUSED AT INTAKE - NOT IN TONIGHT'S BATCH **"
        TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE 0 TO INTAKE-REJ-COUNT.
    OPEN INPUT INTAKE-REJECT-FILE.
    IF INTAKE-REJECT-STATUS = "00"
        MOVE SPACE TO SUM-EOF
        PERFORM UNTIL SUM-EOF = 'Y'
            READ INTAKE-REJECT-FILE
                AT END
                    MOVE 'Y' TO SUM-EOF
                NOT AT END
                    ADD 1 TO INTAKE-REJ-COUNT
                    MOVE SPACE TO PRINT-W
                    IF IRJ-SITE-CODE = SPACE
                        MOVE "(NONE)" TO IRJ-SITE-CODE
                    END-IF
                    STRING "  " DELIMITED BY SIZE
                        IRJ-FILE-NAME DELIMITED BY SPACE
                        " SITE " DELIMITED BY SIZE
                        IRJ-SITE-CODE DELIMITED BY SPACE
                        " - " DELIMITED BY SIZE
                        IRJ-REASON DELIMITED BY SIZE
                        INTO PRINT-W
                    PERFORM PRINT-LINE
            END-READ
        END-PERFORM
        CLOSE INTAKE-REJECT-FILE
    ELSE
        IF INTAKE-REJECT-STATUS = "05"
            CLOSE INTAKE-REJECT-FILE
        END-IF
    END-IF.
    IF INTAKE-REJ-COUNT = 0
        MOVE "  NONE" TO PRINT-W
        PERFORM PRINT-LINE
    END-IF.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-VERIFY-FAILS.
    MOVE "** CORRECTED FILES THAT FAILED THEIR VERIFY RERUN **"
        TO PRINT-W.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> SITE-LOAD / SITE-FIND / BUILD-ROLLUP / PRINT-SITE-ROLLUP: the
*> per-site view of the night. The site code comes off each report
*> line as the repair job stamped it; the master supplies only the
*> name and state printed beside it, so a missing master still
*> yields a rollup - by code, with the names blank.
*> ---------------------------------------------------------------
SITE-LOAD.
    MOVE 0 TO SITE-COUNT.
    OPEN INPUT SITE-FILE.
    IF SITE-STATUS = "00"
        MOVE SPACE TO SITE-EOF
        PERFORM UNTIL SITE-EOF = 'Y'
            READ SITE-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO SITE-EOF
                NOT AT END
                    IF SITE-COUNT < 300
                        ADD 1 TO SITE-COUNT
                        MOVE SIT-CODE TO STB-CODE(SITE-COUNT)
                        MOVE SIT-NAME TO STB-NAME(SITE-COUNT)
                        MOVE SIT-STATE TO STB-STATE(SITE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SITE-FILE
    ELSE
        DISPLAY "SUMMARY - SITE MASTER NOT AVAILABLE, STATUS "
            SITE-STATUS " - ROLLUP PRINTS SITE CODES ONLY"
        IF SITE-STATUS = "05"
            CLOSE SITE-FILE
        END-IF
    END-IF.

*> Name and state of site ROLL-CODE-W; state space when the code is
*> not (or no longer) on the master.
SITE-FIND.
    MOVE SPACE TO SITE-NAME-W.
    MOVE SPACE TO SITE-STATE-W.
    MOVE 0 TO SITE-FOUND-IX.
    MOVE 1 TO SITE-I.
    PERFORM UNTIL SITE-I > SITE-COUNT OR SITE-FOUND-IX > 0
        IF STB-CODE(SITE-I) = ROLL-CODE-W
            MOVE SITE-I TO SITE-FOUND-IX
            MOVE STB-NAME(SITE-I) TO SITE-NAME-W
            MOVE STB-STATE(SITE-I) TO SITE-STATE-W
        END-IF
        ADD 1 TO SITE-I
    END-PERFORM.

BUILD-ROLLUP.
    MOVE 0 TO ROLL-COUNT.
    MOVE 1 TO SUM-I.
    PERFORM UNTIL SUM-I > SUM-COUNT
        MOVE SUM-SITE(SUM-I) TO ROLL-CODE-W
        IF ROLL-CODE-W = SPACE
            MOVE "(NONE)" TO ROLL-CODE-W
        END-IF
        PERFORM ROLL-FIND
        IF ROLL-FOUND-IX > 0
            PERFORM ROLL-COUNT-ONE
        END-IF
        ADD 1 TO SUM-I
    END-PERFORM.

*> Row for ROLL-CODE-W, added zeroed on first sight; ROLL-FOUND-IX
*> comes back zero only when the table is full.
ROLL-FIND.
    MOVE 0 TO ROLL-FOUND-IX.
    MOVE 1 TO ROLL-I.
    PERFORM UNTIL ROLL-I > ROLL-COUNT OR ROLL-FOUND-IX > 0
        IF ROL-CODE(ROLL-I) = ROLL-CODE-W
            MOVE ROLL-I TO ROLL-FOUND-IX
        END-IF
        ADD 1 TO ROLL-I
    END-PERFORM.
    IF ROLL-FOUND-IX = 0
        IF ROLL-COUNT < 301
            ADD 1 TO ROLL-COUNT
            MOVE ROLL-COUNT TO ROLL-FOUND-IX
            MOVE ROLL-CODE-W TO ROL-CODE(ROLL-FOUND-IX)
            MOVE 0 TO ROL-SOLVED(ROLL-FOUND-IX)
                ROL-UNSOLVED(ROLL-FOUND-IX)
                ROL-AMBIGUOUS(ROLL-FOUND-IX)
                ROL-REJECTED(ROLL-FOUND-IX)
                ROL-OUTOFBOUNDS(ROLL-FOUND-IX)
                ROL-OVERFLOW(ROLL-FOUND-IX)
                ROL-TIMEDOUT(ROLL-FOUND-IX)
                ROL-DUPLICATE(ROLL-FOUND-IX)
                ROL-CLEAN(ROLL-FOUND-IX)
                ROL-TOTAL(ROLL-FOUND-IX)
        ELSE
            DISPLAY "SUMMARY - ROLLUP EXCEEDS 301 SITES, ["
                ROLL-CODE-W "] LEFT OFF THE ROLLUP"
        END-IF
    END-IF.

ROLL-COUNT-ONE.
    ADD 1 TO ROL-TOTAL(ROLL-FOUND-IX).
    EVALUATE SUM-STATUS(SUM-I)
        WHEN "SOLVED"
            ADD 1 TO ROL-SOLVED(ROLL-FOUND-IX)
        WHEN "UNSOLVED"
            ADD 1 TO ROL-UNSOLVED(ROLL-FOUND-IX)
        WHEN "AMBIGUOUS"
            ADD 1 TO ROL-AMBIGUOUS(ROLL-FOUND-IX)
        WHEN "REJECTED"
            ADD 1 TO ROL-REJECTED(ROLL-FOUND-IX)
        WHEN "OUTOFBOUNDS"
            ADD 1 TO ROL-OUTOFBOUNDS(ROLL-FOUND-IX)
        WHEN "OVERFLOW"
            ADD 1 TO ROL-OVERFLOW(ROLL-FOUND-IX)
        WHEN "TIMEDOUT"
            ADD 1 TO ROL-TIMEDOUT(ROLL-FOUND-IX)
        WHEN "DUPLICATE"
            ADD 1 TO ROL-DUPLICATE(ROLL-FOUND-IX)
        WHEN "CLEAN"
            ADD 1 TO ROL-CLEAN(ROLL-FOUND-IX)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

PRINT-SITE-ROLLUP.
    MOVE "** PER-SITE ROLLUP **" TO PRINT-W.
    PERFORM PRINT-LINE.
    IF ROLL-COUNT = 0
        MOVE "  NONE" TO PRINT-W
        PERFORM PRINT-LINE
    ELSE
        MOVE ROLL-HEAD-LINE TO PRINT-W
        PERFORM PRINT-LINE
        MOVE 1 TO ROLL-I
        PERFORM UNTIL ROLL-I > ROLL-COUNT
            MOVE ROL-CODE(ROLL-I) TO ROLL-CODE-W
            PERFORM SITE-FIND
            MOVE ROL-CODE(ROLL-I) TO RLP-CODE
            MOVE SITE-NAME-W TO RLP-NAME
            EVALUATE TRUE
                WHEN ROLL-CODE-W = "(NONE)"
                    MOVE "UNREG" TO RLP-STATE
                WHEN SITE-STATE-W = "A"
                    MOVE "ACTIVE" TO RLP-STATE
                WHEN SITE-STATE-W = "R"
                    MOVE "RETIRED" TO RLP-STATE
                WHEN OTHER
                    MOVE "UNKNOWN" TO RLP-STATE
            END-EVALUATE
            MOVE ROL-SOLVED(ROLL-I) TO RLP-SOLVED
            MOVE ROL-UNSOLVED(ROLL-I) TO RLP-UNSOLVED
            MOVE ROL-AMBIGUOUS(ROLL-I) TO RLP-AMBIGUOUS
            MOVE ROL-REJECTED(ROLL-I) TO RLP-REJECTED
            MOVE ROL-OUTOFBOUNDS(ROLL-I) TO RLP-OUTOFBOUNDS
            MOVE ROL-OVERFLOW(ROLL-I) TO RLP-OVERFLOW
            MOVE ROL-TIMEDOUT(ROLL-I) TO RLP-TIMEDOUT
            MOVE ROL-DUPLICATE(ROLL-I) TO RLP-DUPLICATE
            MOVE ROL-CLEAN(ROLL-I) TO RLP-CLEAN
            MOVE ROL-TOTAL(ROLL-I) TO RLP-TOTAL
            MOVE ROLL-PRINT-LINE TO PRINT-W
            PERFORM PRINT-LINE
            ADD 1 TO ROLL-I
        END-PERFORM
    END-IF.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-REQUEUE.
    MOVE "** REQUEUED FOR THE NEXT NIGHT **" TO PRINT-W.
    PERFORM PRINT-LINE.
