IDENTIFICATION DIVISION.
PROGRAM-ID. INTAKE.

*> Transmission intake, run ahead of the repair job every evening: it
*> builds the night's filelist from what actually arrived complete,
*> instead of someone hand-editing "filelist" from whatever landed in
*> the drop directory. The transfer service notes each file it
*> receives in the "arrivals" list (one bare file name per line); the
*> files themselves sit in the drop directory. Every transmission
*> opens with a site header record and closes each "===" segment with
*> a trailer record carrying that segment's control totals:
*>
*>   HDR ssssssss nn yyyymmdd     header: site code (cols 5-12),
*>                                segment count (cols 14-15) and
*>                                send date (cols 17-24) - exactly
*>                                one, as the first line
*>   TRL cccc hhhhhhhhh           trailer: instruction count (cols
*>                                5-8) and hash total (cols 10-18),
*>                                the last line of every segment
*>
*> The hash total is the sum of the operand magnitudes of the
*> segment's instruction lines (cols 6-8), modulo 10**9 - the same
*> figure the site's sender computes before transmitting. A
*> transmission balances when it has its header, every segment ends
*> in a trailer whose count and hash agree with the lines actually
*> received, and the header's segment count agrees with the segments
*> received. A balanced one is copied into the work area under its
*> own name with the control records stripped - exactly the plain
*> instruction/"===" shape LOAD-SEGMENT reads - and goes into the
*> generated filelist. Anything else is refused onto
*> "<filelist>-rejects" with the reason, and never reaches the batch.
*>
*> The names the previous night's repair run handed off in
*> "<filelist>-requeue" were balanced when they arrived and still sit
*> in the work area; they lead the new filelist (they have waited
*> longest) and the handoff list is emptied once the new filelist
*> holding them has been written and closed cleanly. A fresh
*> arrival under a requeued name replaces the waiting copy in place.
*> An unfinished repair run - a non-empty "<filelist>-runstate" -
*> stops the intake cold: regenerating the filelist under a run that
*> is still to be restarted would pull the restart out from under it.
*> So does a split night not yet merged - a non-empty stream journal
*> "<filelist>-pk-runstate" left by STRSPLIT's partitions.
*>
*> Cards read from the shared "runcard" deck (the rest belong to the
*> repair job and are ignored here):
*>   FILELIST=name   filelist to generate (default "filelist")
*>   ARRIVALS=name   the transfer service's arrivals list (default
*>                   "arrivals")
*>   DROPDIR=name    directory the arrivals sit in (default "drop");
*>                   never the work area itself
*> Return code 0 when everything balanced, 4 when anything was
*> refused, 8 when the intake could not run at all. One INTAKE record
*> goes onto "auditlog" either way it finishes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUNCARD-FILE
        ASSIGN TO "runcard"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

    SELECT OPTIONAL ARRIVALS-FILE
        ASSIGN TO DYNAMIC ARRIVALS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARRIVALS-STATUS.

    SELECT DROP-FILE
        ASSIGN TO DYNAMIC DROP-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DROP-STATUS.

    SELECT WORK-FILE
        ASSIGN TO DYNAMIC WORK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WORK-STATUS.

    SELECT FILELIST-FILE
        ASSIGN TO DYNAMIC FILELIST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILELIST-STATUS.

    SELECT OPTIONAL REQUEUE-FILE
        ASSIGN TO DYNAMIC REQUEUE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQUEUE-STATUS.

    SELECT OPTIONAL RUNSTATE-FILE
        ASSIGN TO DYNAMIC RUNSTATE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RST-STATUS.

    SELECT REJECT-FILE
        ASSIGN TO DYNAMIC REJECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL SITE-FILE
        ASSIGN TO "sitemast"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SIT-CODE
        ALTERNATE RECORD KEY IS SIT-PREFIX
        FILE STATUS IS SITE-STATUS.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO "auditlog"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.

    FD RUNCARD-FILE.

    01 RUNCARD-LINE PIC X(80).

    FD ARRIVALS-FILE.

    01 ARRIVALS-LINE PIC X(40).

    FD DROP-FILE.

    01 DROP-LINE PIC X(80).

    FD WORK-FILE.

    01 WORK-LINE PIC X(80).

    FD FILELIST-FILE.

    01 FILELIST-LINE PIC X(40).

    FD REQUEUE-FILE.

    01 REQUEUE-LINE PIC X(40).

    FD RUNSTATE-FILE.

    01 RUNSTATE-LINE PIC X(200).

    FD REJECT-FILE.

    01 REJECT-LINE.
        05 REJ-FILE-NAME PIC X(40).
        05 REJ-SEP1 PIC X(1).
        05 REJ-SITE-CODE PIC X(8).
        05 REJ-SEP2 PIC X(1).
        05 REJ-REASON PIC X(60).

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

    FD AUDIT-FILE.

    01 AUDIT-LINE PIC X(320).

WORKING-STORAGE SECTION.
    01 RUNCARD-STATUS PIC X(2).
    01 ARRIVALS-STATUS PIC X(2).
    01 DROP-STATUS PIC X(2).
    01 WORK-STATUS PIC X(2).
    01 FILELIST-STATUS PIC X(2).
    01 REQUEUE-STATUS PIC X(2).
    01 RST-STATUS PIC X(2).
    01 SITE-STATUS PIC X(2).
    01 AUDIT-STATUS PIC X(2).

    01 RUNCARD-EOF PIC A(1) VALUE SPACE.
    01 CARD-KEY PIC X(20) VALUE SPACE.
    01 CARD-VALUE PIC X(60) VALUE SPACE.
    01 FILELIST-NAME PIC X(40) VALUE "filelist".
    01 ARRIVALS-NAME PIC X(40) VALUE "arrivals".
    01 DROP-DIR PIC X(40) VALUE "drop".
    01 DROP-PATH PIC X(82) VALUE SPACE.
    01 WORK-FILE-NAME PIC X(40) VALUE SPACE.
    01 REQUEUE-FILE-NAME PIC X(48) VALUE SPACE.
    01 RUNSTATE-FILE-NAME PIC X(56) VALUE SPACE.
    01 RST-STREAM-K PIC 9(2) VALUE 1.
    01 REJECT-FILE-NAME PIC X(48) VALUE SPACE.
    01 SITE-OPEN PIC A(1) VALUE SPACE.

*> The night's filelist, held until every arrival has been looked at
*> so a fresh arrival under a requeued name can take the requeued
*> copy's place instead of appearing twice. LST-ORIGIN is 'Q' for a
*> name carried from the requeue handoff, 'A' for a new arrival.
    01 LIST-TABLE.
        05 LIST-ENTRY OCCURS 500 TIMES.
            10 LST-NAME PIC X(40).
            10 LST-ORIGIN PIC X(1).
    01 LIST-COUNT PIC 9(4) VALUE 0.
    01 LIST-I PIC 9(4) VALUE 1.
    01 LIST-FOUND-IX PIC 9(4) VALUE 0.

    01 ARRIVALS-EOF PIC A(1) VALUE SPACE.
    01 DROP-EOF PIC A(1) VALUE SPACE.
    01 REQUEUE-EOF PIC A(1) VALUE SPACE.
    01 REQUEUE-TAKEN PIC A(1) VALUE SPACE.
    01 RST-EOF PIC A(1) VALUE SPACE.
    01 RST-RECORDS PIC 9(6) VALUE 0.
    01 ARRIVAL-NAME PIC X(40) VALUE SPACE.
    01 ARRIVAL-REASON PIC X(60) VALUE SPACE.
    01 ARRIVAL-INFO PIC X(16) VALUE SPACE.

*> Running balance of the transmission being checked - see
*> BALANCE-ARRIVAL.
    01 BAL-LINE-NO PIC 9(6) VALUE 0.
    01 BAL-HDR-SITE PIC X(8) VALUE SPACE.
    01 BAL-HDR-SEGS PIC 9(2) VALUE 0.
    01 BAL-SEG-NO PIC 9(2) VALUE 0.
    01 BAL-SEG-COUNT PIC 9(4) VALUE 0.
    01 BAL-SEG-HASH PIC 9(9) VALUE 0.
    01 BAL-SEG-CLOSED PIC A(1) VALUE SPACE.
    01 BAL-TRL-COUNT PIC 9(4) VALUE 0.
    01 BAL-TRL-HASH PIC 9(9) VALUE 0.
    01 BAL-OPERAND PIC 9(3) VALUE 0.
    01 BAL-TOTAL-INSTR PIC 9(6) VALUE 0.
*> Only whether a requeued work copy still exists matters here, so
*> the 16-byte block CBL_CHECK_FILE_EXIST fills is left undecoded.
    01 WORK-FILE-INFO PIC X(16) VALUE SPACE.

    01 CNT-ARRIVALS PIC 9(4) VALUE 0.
    01 CNT-ACCEPTED PIC 9(4) VALUE 0.
    01 CNT-REFUSED PIC 9(4) VALUE 0.
    01 CNT-CARRIED PIC 9(4) VALUE 0.
    01 CNT-SEGMENTS PIC 9(4) VALUE 0.
    01 INTAKE-RC PIC 9(2) VALUE 0.
    01 NOW-DATE PIC 9(8).
    01 NOW-TIME-RAW PIC 9(8).
    01 NOW-TIME PIC 9(6).

PROCEDURE DIVISION.
    PERFORM READ-RUNCARD.
    MOVE SPACE TO REQUEUE-FILE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-requeue" DELIMITED BY SIZE
        INTO REQUEUE-FILE-NAME.
    MOVE SPACE TO RUNSTATE-FILE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-runstate" DELIMITED BY SIZE
        INTO RUNSTATE-FILE-NAME.
    MOVE SPACE TO REJECT-FILE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-rejects" DELIMITED BY SIZE
        INTO REJECT-FILE-NAME.
    IF DROP-DIR = SPACE OR DROP-DIR = "."
        DISPLAY "INTAKE ABORT - DROPDIR MUST NAME A DIRECTORY OTHER "
            "THAN THE WORK AREA"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-RUNSTATE.
    IF RST-RECORDS > 0
        DISPLAY "INTAKE ABORT - " RUNSTATE-FILE-NAME " HOLDS AN "
            "UNFINISHED REPAIR RUN - RESTART IT BEFORE THE NEXT INTAKE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 1 TO RST-STREAM-K.
    PERFORM UNTIL RST-STREAM-K > 9 OR RST-RECORDS > 0
        MOVE SPACE TO RUNSTATE-FILE-NAME
        STRING FILELIST-NAME DELIMITED BY SPACE
            "-p" DELIMITED BY SIZE
            RST-STREAM-K(2:1) DELIMITED BY SIZE
            "-runstate" DELIMITED BY SIZE
            INTO RUNSTATE-FILE-NAME
        PERFORM CHECK-RUNSTATE
        ADD 1 TO RST-STREAM-K
    END-PERFORM.
    IF RST-RECORDS > 0
        DISPLAY "INTAKE ABORT - " RUNSTATE-FILE-NAME " HOLDS A SPLIT "
            "NIGHT'S UNMERGED STREAM - MERGE IT BEFORE THE NEXT INTAKE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT SITE-FILE.
    IF SITE-STATUS = "00"
        MOVE 'Y' TO SITE-OPEN
    ELSE
        DISPLAY "INTAKE - SITE MASTER NOT AVAILABLE, STATUS "
            SITE-STATUS " - HEADER SITE CODES NOT CHECKED"
        IF SITE-STATUS = "05"
            CLOSE SITE-FILE
        END-IF
    END-IF.
    OPEN OUTPUT REJECT-FILE.
    PERFORM CARRY-REQUEUE.
    OPEN INPUT ARRIVALS-FILE.
    IF ARRIVALS-STATUS = "00"
        MOVE SPACE TO ARRIVALS-EOF
        PERFORM UNTIL ARRIVALS-EOF = 'Y'
            READ ARRIVALS-FILE
                AT END
                    MOVE 'Y' TO ARRIVALS-EOF
                NOT AT END
                    IF ARRIVALS-LINE NOT = SPACE
                        ADD 1 TO CNT-ARRIVALS
                        MOVE ARRIVALS-LINE TO ARRIVAL-NAME
                        PERFORM INTAKE-ONE-ARRIVAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARRIVALS-FILE
    ELSE
        IF ARRIVALS-STATUS = "05"
            CLOSE ARRIVALS-FILE
        END-IF
        DISPLAY "INTAKE - NO ARRIVALS LIST [" ARRIVALS-NAME
            "] - ONLY REQUEUED FILES GO FORWARD"
    END-IF.
    CLOSE REJECT-FILE.
    IF SITE-OPEN = 'Y'
        CLOSE SITE-FILE
    END-IF.
    PERFORM WRITE-FILELIST.
    PERFORM EMPTY-REQUEUE.
    IF CNT-REFUSED > 0
        MOVE 4 TO INTAKE-RC
    ELSE
        MOVE 0 TO INTAKE-RC
    END-IF.
    PERFORM AUDIT-INTAKE.
    DISPLAY "INTAKE - ARRIVALS " CNT-ARRIVALS " ACCEPTED " CNT-ACCEPTED
        " REFUSED " CNT-REFUSED " CARRIED " CNT-CARRIED
        " - FILELIST IS " FILELIST-NAME.
    MOVE INTAKE-RC TO RETURN-CODE.
    STOP RUN.

READ-RUNCARD.
    OPEN INPUT RUNCARD-FILE.
    IF RUNCARD-STATUS = "00"
        MOVE SPACE TO RUNCARD-EOF
        PERFORM UNTIL RUNCARD-EOF = 'Y'
            READ RUNCARD-FILE
                AT END
                    MOVE 'Y' TO RUNCARD-EOF
                NOT AT END
                    PERFORM RUNCARD-APPLY
            END-READ
        END-PERFORM
        CLOSE RUNCARD-FILE
    ELSE
        IF RUNCARD-STATUS = "05"
            CLOSE RUNCARD-FILE
        END-IF
    END-IF.

RUNCARD-APPLY.
    IF RUNCARD-LINE NOT = SPACE AND RUNCARD-LINE(1:1) NOT = "*"
        MOVE SPACE TO CARD-KEY
        MOVE SPACE TO CARD-VALUE
        UNSTRING RUNCARD-LINE DELIMITED BY "="
            INTO CARD-KEY CARD-VALUE
        EVALUATE CARD-KEY
            WHEN "FILELIST"
                MOVE CARD-VALUE TO FILELIST-NAME
            WHEN "ARRIVALS"
                MOVE CARD-VALUE TO ARRIVALS-NAME
            WHEN "DROPDIR"
                MOVE CARD-VALUE TO DROP-DIR
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

CHECK-RUNSTATE.
    MOVE 0 TO RST-RECORDS.
    OPEN INPUT RUNSTATE-FILE.
    IF RST-STATUS = "00"
        MOVE SPACE TO RST-EOF
        PERFORM UNTIL RST-EOF = 'Y'
            READ RUNSTATE-FILE
                AT END
                    MOVE 'Y' TO RST-EOF
                NOT AT END
                    ADD 1 TO RST-RECORDS
            END-READ
        END-PERFORM
        CLOSE RUNSTATE-FILE
    ELSE
        IF RST-STATUS = "05"
            CLOSE RUNSTATE-FILE
        END-IF
    END-IF.

*> Last night's handoff list, taken in whole. It is only emptied by
*> EMPTY-REQUEUE once the new filelist carrying its names is safely
*> written - an intake that stops short leaves it for the rerun. A
*> name whose work copy has gone (housekeeping, or an operator)
*> cannot be run again - it is refused with that reason rather than
*> failing inside the batch.
CARRY-REQUEUE.
    OPEN INPUT REQUEUE-FILE.
    IF REQUEUE-STATUS = "00"
        MOVE SPACE TO REQUEUE-EOF
        PERFORM UNTIL REQUEUE-EOF = 'Y'
            READ REQUEUE-FILE
                AT END
                    MOVE 'Y' TO REQUEUE-EOF
                NOT AT END
                    IF REQUEUE-LINE NOT = SPACE
                        MOVE REQUEUE-LINE TO ARRIVAL-NAME
                        PERFORM CARRY-ONE-REQUEUED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REQUEUE-FILE
        MOVE 'Y' TO REQUEUE-TAKEN
    ELSE
        IF REQUEUE-STATUS = "05"
            CLOSE REQUEUE-FILE
        END-IF
    END-IF.

CARRY-ONE-REQUEUED.
    MOVE ARRIVAL-NAME TO WORK-FILE-NAME.
    CALL "CBL_CHECK_FILE_EXIST" USING WORK-FILE-NAME WORK-FILE-INFO.
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        MOVE SPACE TO BAL-HDR-SITE
        MOVE "REQUEUED FILE NO LONGER IN THE WORK AREA"
            TO ARRIVAL-REASON
        PERFORM REFUSE-ARRIVAL
    ELSE
        PERFORM LIST-FIND
        IF LIST-FOUND-IX = 0
            IF LIST-COUNT < 500
                ADD 1 TO LIST-COUNT
                MOVE ARRIVAL-NAME TO LST-NAME(LIST-COUNT)
                MOVE "Q" TO LST-ORIGIN(LIST-COUNT)
                ADD 1 TO CNT-CARRIED
            ELSE
                MOVE SPACE TO BAL-HDR-SITE
                MOVE "FILELIST FULL AT 500 ENTRIES" TO ARRIVAL-REASON
                PERFORM REFUSE-ARRIVAL
            END-IF
        END-IF
    END-IF.

LIST-FIND.
    MOVE 0 TO LIST-FOUND-IX.
    MOVE 1 TO LIST-I.
    PERFORM UNTIL LIST-I > LIST-COUNT OR LIST-FOUND-IX > 0
        IF LST-NAME(LIST-I) = ARRIVAL-NAME
            MOVE LIST-I TO LIST-FOUND-IX
        END-IF
        ADD 1 TO LIST-I
    END-PERFORM.

*> One arrival: balance it first, copy it only once it balances, so a
*> refused transmission never leaves a half-written work file behind
*> for a later filelist to pick up by accident.
INTAKE-ONE-ARRIVAL.
    MOVE SPACE TO DROP-PATH.
    STRING DROP-DIR DELIMITED BY SPACE
        "/" DELIMITED BY SIZE
        ARRIVAL-NAME DELIMITED BY SPACE
        INTO DROP-PATH.
    PERFORM LIST-FIND.
    IF LIST-FOUND-IX > 0 AND LST-ORIGIN(LIST-FOUND-IX) = "A"
        MOVE SPACE TO BAL-HDR-SITE
        MOVE "DUPLICATE ARRIVAL - NAME ALREADY TAKEN IN TONIGHT"
            TO ARRIVAL-REASON
        PERFORM REFUSE-ARRIVAL
    ELSE
        PERFORM BALANCE-ARRIVAL
        IF ARRIVAL-REASON NOT = SPACE
            PERFORM REFUSE-ARRIVAL
        ELSE
            IF LIST-FOUND-IX = 0 AND LIST-COUNT NOT < 500
                MOVE "FILELIST FULL AT 500 ENTRIES" TO ARRIVAL-REASON
                PERFORM REFUSE-ARRIVAL
            ELSE
                PERFORM COPY-ARRIVAL
                IF ARRIVAL-REASON NOT = SPACE
                    PERFORM REFUSE-ARRIVAL
                ELSE
                    PERFORM ACCEPT-ARRIVAL
                END-IF
            END-IF
        END-IF
    END-IF.

ACCEPT-ARRIVAL.
    ADD 1 TO CNT-ACCEPTED.
    ADD BAL-SEG-NO TO CNT-SEGMENTS.
    IF LIST-FOUND-IX > 0
        MOVE "A" TO LST-ORIGIN(LIST-FOUND-IX)
        SUBTRACT 1 FROM CNT-CARRIED
        DISPLAY "INTAKE - [" ARRIVAL-NAME
            "] ARRIVED AGAIN, REPLACES THE REQUEUED COPY"
    ELSE
        ADD 1 TO LIST-COUNT
        MOVE ARRIVAL-NAME TO LST-NAME(LIST-COUNT)
        MOVE "A" TO LST-ORIGIN(LIST-COUNT)
    END-IF.
    IF SITE-OPEN = 'Y'
        MOVE BAL-HDR-SITE TO SIT-CODE
        READ SITE-FILE
            INVALID KEY
                DISPLAY "INTAKE - [" ARRIVAL-NAME "] HEADER SITE "
                    BAL-HDR-SITE " IS NOT ON THE SITE MASTER"
            NOT INVALID KEY
                IF SIT-STATE = "R"
                    DISPLAY "INTAKE - [" ARRIVAL-NAME "] HEADER SITE "
                        BAL-HDR-SITE " IS RETIRED"
                END-IF
        END-READ
    END-IF.

REFUSE-ARRIVAL.
    ADD 1 TO CNT-REFUSED.
    MOVE SPACE TO REJECT-LINE.
    MOVE ARRIVAL-NAME TO REJ-FILE-NAME.
    MOVE BAL-HDR-SITE TO REJ-SITE-CODE.
    MOVE ARRIVAL-REASON TO REJ-REASON.
    WRITE REJECT-LINE.
    DISPLAY "INTAKE - [" ARRIVAL-NAME "] REFUSED - " ARRIVAL-REASON.

*> ---------------------------------------------------------------
*> BALANCE-ARRIVAL / BALANCE-ONE-LINE / BALANCE-TRAILER check one
*> transmission against its own control records, line by line,
*> stopping at the first thing that does not balance - that one
*> reason is what the site is told. Segments number from 1 in
*> arrival order, the numbering the repair job's "file(nn)" report
*> names use, so a reason naming segment 3 points at file(03).
*> ---------------------------------------------------------------
BALANCE-ARRIVAL.
    MOVE SPACE TO ARRIVAL-REASON.
    MOVE SPACE TO BAL-HDR-SITE.
    MOVE 0 TO BAL-HDR-SEGS.
    MOVE 0 TO BAL-LINE-NO.
    MOVE 0 TO BAL-SEG-NO.
    MOVE 0 TO BAL-SEG-COUNT.
    MOVE 0 TO BAL-SEG-HASH.
    MOVE SPACE TO BAL-SEG-CLOSED.
    MOVE 0 TO BAL-TOTAL-INSTR.
    OPEN INPUT DROP-FILE.
    IF DROP-STATUS NOT = "00"
        MOVE SPACE TO ARRIVAL-REASON
        STRING "NOT FOUND IN THE DROP DIRECTORY, STATUS "
                DELIMITED BY SIZE
            DROP-STATUS DELIMITED BY SIZE
            INTO ARRIVAL-REASON
    ELSE
        MOVE SPACE TO DROP-EOF
        PERFORM UNTIL DROP-EOF = 'Y' OR ARRIVAL-REASON NOT = SPACE
            READ DROP-FILE
                AT END
                    MOVE 'Y' TO DROP-EOF
                NOT AT END
                    ADD 1 TO BAL-LINE-NO
                    PERFORM BALANCE-ONE-LINE
            END-READ
        END-PERFORM
        CLOSE DROP-FILE
        IF ARRIVAL-REASON = SPACE
            PERFORM BALANCE-AT-END
        END-IF
    END-IF.

BALANCE-ONE-LINE.
    IF BAL-LINE-NO = 1
        IF DROP-LINE(1:3) NOT = "HDR"
            MOVE "NO HEADER RECORD" TO ARRIVAL-REASON
        ELSE
            MOVE DROP-LINE(5:8) TO BAL-HDR-SITE
            IF BAL-HDR-SITE = SPACE
                MOVE "HEADER CARRIES NO SITE CODE" TO ARRIVAL-REASON
            ELSE
                IF DROP-LINE(14:2) NOT NUMERIC
                    MOVE "HEADER SEGMENT COUNT NOT NUMERIC"
                        TO ARRIVAL-REASON
                ELSE
                    MOVE DROP-LINE(14:2) TO BAL-HDR-SEGS
                    MOVE 1 TO BAL-SEG-NO
                END-IF
            END-IF
        END-IF
    ELSE
        EVALUATE TRUE
            WHEN DROP-LINE(1:3) = "HDR"
                MOVE SPACE TO ARRIVAL-REASON
                MOVE BAL-LINE-NO TO ARRIVAL-INFO
                STRING "SECOND HEADER RECORD AT LINE " DELIMITED BY SIZE
                    ARRIVAL-INFO DELIMITED BY SPACE
                    INTO ARRIVAL-REASON
            WHEN DROP-LINE(1:3) = "==="
                IF BAL-SEG-CLOSED NOT = 'Y'
                    MOVE SPACE TO ARRIVAL-REASON
                    STRING "SEGMENT " DELIMITED BY SIZE
                        BAL-SEG-NO DELIMITED BY SIZE
                        " HAS NO TRAILER" DELIMITED BY SIZE
                        INTO ARRIVAL-REASON
                ELSE
                    ADD 1 TO BAL-SEG-NO
                    MOVE 0 TO BAL-SEG-COUNT
                    MOVE 0 TO BAL-SEG-HASH
                    MOVE SPACE TO BAL-SEG-CLOSED
                END-IF
            WHEN DROP-LINE(1:3) = "TRL"
                PERFORM BALANCE-TRAILER
            WHEN OTHER
                IF BAL-SEG-CLOSED = 'Y'
                    MOVE SPACE TO ARRIVAL-REASON
                    STRING "SEGMENT " DELIMITED BY SIZE
                        BAL-SEG-NO DELIMITED BY SIZE
                        " HAS DATA AFTER ITS TRAILER" DELIMITED BY SIZE
                        INTO ARRIVAL-REASON
                ELSE
                    ADD 1 TO BAL-SEG-COUNT
                    ADD 1 TO BAL-TOTAL-INSTR
                    IF DROP-LINE(6:3) NUMERIC
                        MOVE DROP-LINE(6:3) TO BAL-OPERAND
                        COMPUTE BAL-SEG-HASH =
                            FUNCTION MOD(BAL-SEG-HASH + BAL-OPERAND,
                                1000000000)
                    END-IF
                END-IF
        END-EVALUATE
    END-IF.

BALANCE-TRAILER.
    IF BAL-SEG-CLOSED = 'Y'
        MOVE SPACE TO ARRIVAL-REASON
        STRING "SEGMENT " DELIMITED BY SIZE
            BAL-SEG-NO DELIMITED BY SIZE
            " HAS TWO TRAILERS" DELIMITED BY SIZE
            INTO ARRIVAL-REASON
    ELSE
        IF DROP-LINE(5:4) NOT NUMERIC OR DROP-LINE(10:9) NOT NUMERIC
            MOVE SPACE TO ARRIVAL-REASON
            STRING "SEGMENT " DELIMITED BY SIZE
                BAL-SEG-NO DELIMITED BY SIZE
                " TRAILER TOTALS NOT NUMERIC" DELIMITED BY SIZE
                INTO ARRIVAL-REASON
        ELSE
            MOVE DROP-LINE(5:4) TO BAL-TRL-COUNT
            MOVE DROP-LINE(10:9) TO BAL-TRL-HASH
            IF BAL-TRL-COUNT NOT = BAL-SEG-COUNT
                MOVE SPACE TO ARRIVAL-REASON
                STRING "SEGMENT " DELIMITED BY SIZE
                    BAL-SEG-NO DELIMITED BY SIZE
                    " HAS " DELIMITED BY SIZE
                    BAL-SEG-COUNT DELIMITED BY SIZE
                    " LINES, TRAILER SAYS " DELIMITED BY SIZE
                    BAL-TRL-COUNT DELIMITED BY SIZE
                    INTO ARRIVAL-REASON
            ELSE
                IF BAL-TRL-HASH NOT = BAL-SEG-HASH
                    MOVE SPACE TO ARRIVAL-REASON
                    STRING "SEGMENT " DELIMITED BY SIZE
                        BAL-SEG-NO DELIMITED BY SIZE
                        " HASH TOTAL MISMATCH" DELIMITED BY SIZE
                        INTO ARRIVAL-REASON
                ELSE
                    MOVE 'Y' TO BAL-SEG-CLOSED
                END-IF
            END-IF
        END-IF
    END-IF.

*> End of the transmission: the last segment must have been closed
*> by its trailer (a transfer cut off mid-file fails here), and the
*> header's segment count must match what came.
BALANCE-AT-END.
    EVALUATE TRUE
        WHEN BAL-LINE-NO = 0
            MOVE "EMPTY TRANSMISSION" TO ARRIVAL-REASON
        WHEN BAL-SEG-CLOSED NOT = 'Y'
            MOVE SPACE TO ARRIVAL-REASON
            STRING "SEGMENT " DELIMITED BY SIZE
                BAL-SEG-NO DELIMITED BY SIZE
                " HAS NO TRAILER - TRANSMISSION CUT SHORT"
                    DELIMITED BY SIZE
                INTO ARRIVAL-REASON
        WHEN BAL-SEG-NO NOT = BAL-HDR-SEGS
            MOVE SPACE TO ARRIVAL-REASON
            STRING "HEADER SAYS " DELIMITED BY SIZE
                BAL-HDR-SEGS DELIMITED BY SIZE
                " SEGMENTS, " DELIMITED BY SIZE
                BAL-SEG-NO DELIMITED BY SIZE
                " RECEIVED" DELIMITED BY SIZE
                INTO ARRIVAL-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Second pass over a balanced transmission: everything but the
*> control records goes to the work copy, separators normalized to
*> the bare "===" LOAD-SEGMENT's eight-column record can carry.
COPY-ARRIVAL.
    MOVE ARRIVAL-NAME TO WORK-FILE-NAME.
    OPEN INPUT DROP-FILE.
    OPEN OUTPUT WORK-FILE.
    IF DROP-STATUS NOT = "00" OR WORK-STATUS NOT = "00"
        MOVE SPACE TO ARRIVAL-REASON
        STRING "COPY TO THE WORK AREA FAILED, STATUS " DELIMITED BY SIZE
            DROP-STATUS DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            WORK-STATUS DELIMITED BY SIZE
            INTO ARRIVAL-REASON
        IF DROP-STATUS = "00"
            CLOSE DROP-FILE
        END-IF
        IF WORK-STATUS = "00"
            CLOSE WORK-FILE
        END-IF
    ELSE
        MOVE SPACE TO DROP-EOF
        PERFORM UNTIL DROP-EOF = 'Y'
            READ DROP-FILE
                AT END
                    MOVE 'Y' TO DROP-EOF
                NOT AT END
                    EVALUATE TRUE
                        WHEN DROP-LINE(1:3) = "HDR"
                            CONTINUE
                        WHEN DROP-LINE(1:3) = "TRL"
                            CONTINUE
                        WHEN DROP-LINE(1:3) = "==="
                            MOVE "===" TO WORK-LINE
                            WRITE WORK-LINE
                        WHEN OTHER
                            MOVE DROP-LINE TO WORK-LINE
                            WRITE WORK-LINE
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE DROP-FILE
        CLOSE WORK-FILE
    END-IF.

WRITE-FILELIST.
    OPEN OUTPUT FILELIST-FILE.
    IF FILELIST-STATUS NOT = "00"
        DISPLAY "INTAKE ABORT - CANNOT WRITE " FILELIST-NAME
            ", STATUS " FILELIST-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 1 TO LIST-I.
    PERFORM UNTIL LIST-I > LIST-COUNT
        MOVE LST-NAME(LIST-I) TO FILELIST-LINE
        WRITE FILELIST-LINE
        ADD 1 TO LIST-I
    END-PERFORM.
    CLOSE FILELIST-FILE.
    IF FILELIST-STATUS NOT = "00"
        DISPLAY "INTAKE ABORT - " FILELIST-NAME " NOT CLOSED CLEANLY, "
            "STATUS " FILELIST-STATUS " - " REQUEUE-FILE-NAME
            " KEPT FOR THE RERUN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The handoff list CARRY-REQUEUE took in is emptied only now, with
*> its names safely on the new filelist.
EMPTY-REQUEUE.
    IF REQUEUE-TAKEN = 'Y'
        OPEN OUTPUT REQUEUE-FILE
        IF REQUEUE-STATUS = "00" OR REQUEUE-STATUS = "05"
            CLOSE REQUEUE-FILE
        ELSE
            DISPLAY "INTAKE - " REQUEUE-FILE-NAME " NOT EMPTIED, STATUS "
                REQUEUE-STATUS " - ITS NAMES WILL BE CARRIED AGAIN"
        END-IF
    END-IF.

AUDIT-INTAKE.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
        DISPLAY "INTAKE - AUDIT LOG OPEN FAILED, STATUS " AUDIT-STATUS
    ELSE
        ACCEPT NOW-DATE FROM DATE YYYYMMDD
        ACCEPT NOW-TIME-RAW FROM TIME
        MOVE NOW-TIME-RAW(1:6) TO NOW-TIME
        MOVE SPACE TO AUDIT-LINE
        STRING "INTAKE " DELIMITED BY SIZE
            NOW-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            NOW-TIME DELIMITED BY SIZE
            " FILELIST=" DELIMITED BY SIZE
            FILELIST-NAME DELIMITED BY SPACE
            " ARRIVALS=" DELIMITED BY SIZE
            CNT-ARRIVALS DELIMITED BY SIZE
            " ACCEPTED=" DELIMITED BY SIZE
            CNT-ACCEPTED DELIMITED BY SIZE
            " REFUSED=" DELIMITED BY SIZE
            CNT-REFUSED DELIMITED BY SIZE
            " CARRIED=" DELIMITED BY SIZE
            CNT-CARRIED DELIMITED BY SIZE
            " SEGMENTS=" DELIMITED BY SIZE
            CNT-SEGMENTS DELIMITED BY SIZE
            " RC=" DELIMITED BY SIZE
            INTAKE-RC DELIMITED BY SIZE
            INTO AUDIT-LINE
        WRITE AUDIT-LINE
        CLOSE AUDIT-FILE
    END-IF.
