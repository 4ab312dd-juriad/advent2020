IDENTIFICATION DIVISION.
PROGRAM-ID. SIGNOFF.

*> Engineering sign-off, run during the day between repair nights:
*> nothing the repair job corrects leaves for the field until an
*> engineer has approved it here. The repair run holds every
*> corrected "-fixed" file in the release queue ("relqueue", one
*> event per record, the newest record per file name being that
*> file's standing - see RELQ-PASS in the repair job). The engineers
*> put their verdicts in the decision file, one per line:
*>
*>   a nnnn...nnnn ssssssssssssss eeeeeeee note...
*>
*>   col 1        A to approve, R to reject
*>   cols 3-42    the file name as the queue lists it
*>   cols 44-57   the run stamp of the item decided on - blank takes
*>                whatever item is HELD under the name; filled in, a
*>                decision made against an item a later run has since
*>                superseded is refused instead of landing on the
*>                new one
*>   cols 59-66   the engineer signing
*>   cols 68-127  note - required on a rejection, it is what the
*>                next night's console shows against the file
*>
*> An approved file is copied to the outbound area under its own
*> name, a transmittal record (name, run, site, line count and hash
*> total the way INTAKE balances a transmission, engineer, date and
*> time) goes onto "<outbound>/transmittal", and the item becomes
*> RELEASED. Only an item whose verify rerun PASSED can be approved.
*> A rejected item becomes REJECTED with the engineer's note, its
*> "-fixed" file is withdrawn, the fix itself goes onto "rejfix" so
*> the repair job never offers it for that program again, and the
*> filelist entry it came from goes onto "<filelist>-requeue" so the
*> next INTAKE carries it into the next night's search. A fix that
*> came from the site's directives alone has no swap to pass over -
*> the log says to correct the "-patches" file instead. A rejection
*> that could not be put onto "rejfix" or the requeue still stands,
*> but is counted INCOMPLETE - the console names what to finish by
*> hand.
*>
*> A released program is also filed in the dump archive the repair
*> job keeps, as "<archive>/<name>.<stamp>.shipped" with a SHIPPED
*> record on "<archive>/index" carrying its fix positions and the
*> positions its directives changed - the last shipped version of a
*> name is what DUMPDIFF holds a resent dump against. A release the
*> archive could not take still stands; the console says so and the
*> return code is 4.
*>
*> Every decision - applied or refused, with the reason - is written
*> to "<decisions>-log"; the decision file is emptied once read, so
*> a decision is never applied twice. "relqueue-awaiting", the
*> standing list of what still waits for sign-off and for how many
*> days, is rebuilt at the end.
*>
*> Cards read from the shared "runcard" deck (the rest belong to the
*> other steps and are ignored here):
*>   FILELIST=name   filelist whose requeue handoff takes rejected
*>                   files (default "filelist")
*>   DECISIONS=name  the engineers' decision file (default "signoff")
*>   OUTBOUND=name   directory approved files go out from (default
*>                   "outbound"); never the work area itself
*>   ARCHIVE=name    the repair job's dump archive directory (default
*>                   "archive")
*> Return code 0 when every decision was applied, 4 when any was
*> refused, a rejection was left incomplete, a released file missed
*> the archive or the awaiting list could not be written, 8 when
*> sign-off could not run at all. One SIGNOFF record
*> goes onto "auditlog" whenever it finishes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUNCARD-FILE
        ASSIGN TO "runcard"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

    SELECT OPTIONAL DECISION-FILE
        ASSIGN TO DYNAMIC DECISIONS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DECISION-STATUS.

    SELECT LOG-FILE
        ASSIGN TO DYNAMIC LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STATUS.

    SELECT OPTIONAL RELQUEUE-FILE
        ASSIGN TO "relqueue"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RLQ-FILE-STATUS.

    SELECT AWAIT-FILE
        ASSIGN TO "relqueue-awaiting"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AWAIT-STATUS.

    SELECT OPTIONAL REJFIX-FILE
        ASSIGN TO "rejfix"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RJF-FILE-STATUS.

    SELECT FIXED-FILE
        ASSIGN TO DYNAMIC FIXED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FIXED-STATUS.

    SELECT OUT-FILE
        ASSIGN TO DYNAMIC OUT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUT-STATUS.

    SELECT OPTIONAL TRANSMITTAL-FILE
        ASSIGN TO DYNAMIC TRANSMITTAL-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRANSMITTAL-STATUS.

    SELECT OPTIONAL REQUEUE-FILE
        ASSIGN TO DYNAMIC REQUEUE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQUEUE-STATUS.

    SELECT ARC-COPY-FILE
        ASSIGN TO DYNAMIC ARC-COPY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-CPY-STATUS.

    SELECT OPTIONAL ARC-INDEX-FILE
        ASSIGN TO DYNAMIC ARC-INDEX-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-IDX-STATUS.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO "auditlog"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.

    FD RUNCARD-FILE.

    01 RUNCARD-LINE PIC X(80).

    FD DECISION-FILE.

    01 DECISION-LINE.
        05 DEC-ACTION PIC X(1).
        05 DEC-SEP1 PIC X(1).
        05 DEC-FILE-NAME PIC X(40).
        05 DEC-SEP2 PIC X(1).
        05 DEC-RUN-STAMP PIC X(14).
        05 DEC-SEP3 PIC X(1).
        05 DEC-ENGINEER PIC X(8).
        05 DEC-SEP4 PIC X(1).
        05 DEC-NOTE PIC X(60).

    FD LOG-FILE.

    01 LOG-LINE.
        05 LOG-ACTION PIC X(1).
        05 LOG-SEP1 PIC X(1).
        05 LOG-ENTRY-NAME PIC X(40).
        05 LOG-SEP2 PIC X(1).
        05 LOG-RUN-STAMP PIC X(14).
        05 LOG-SEP3 PIC X(1).
        05 LOG-ENGINEER PIC X(8).
        05 LOG-SEP4 PIC X(1).
        05 LOG-OUTCOME PIC X(8).
        05 LOG-SEP5 PIC X(1).
        05 LOG-REASON PIC X(60).

*> The repair job's release-queue record, field for field.
    FD RELQUEUE-FILE.

    01 RELQUEUE-LINE.
        05 RLQ-FILE-NAME PIC X(40).
        05 RLQ-SEP1 PIC X(1).
        05 RLQ-RUN-STAMP PIC X(14).
        05 RLQ-SEP2 PIC X(1).
        05 RLQ-STATE PIC X(10).
        05 RLQ-SEP3 PIC X(1).
        05 RLQ-EVENT-DATE PIC 9(8).
        05 RLQ-SEP4 PIC X(1).
        05 RLQ-EVENT-TIME PIC 9(6).
        05 RLQ-SEP5 PIC X(1).
        05 RLQ-QUEUED-DATE PIC 9(8).
        05 RLQ-SEP6 PIC X(1).
        05 RLQ-STATUS PIC X(11).
        05 RLQ-SEP7 PIC X(1).
        05 RLQ-REPAIR-MODE PIC X(10).
        05 RLQ-SEP8 PIC X(1).
        05 RLQ-VERIFY PIC X(12).
        05 RLQ-SEP9 PIC X(1).
        05 RLQ-RECON PIC X(15).
        05 RLQ-SEP10 PIC X(1).
        05 RLQ-PART2-ACCUM PIC X(10).
        05 RLQ-SEP11 PIC X(1).
        05 RLQ-SITE-CODE PIC X(8).
        05 RLQ-SEP12 PIC X(1).
        05 RLQ-FPRINT PIC 9(9).
        05 RLQ-SEP13 PIC X(1).
        05 RLQ-LOADED PIC 9(4).
        05 RLQ-SEP14 PIC X(1).
        05 RLQ-MOD-PTR PIC 9(4).
        05 RLQ-SEP15 PIC X(1).
        05 RLQ-SECOND-PTR PIC 9(4).
        05 RLQ-SEP16 PIC X(1).
        05 RLQ-ENTRY-NAME PIC X(40).
        05 RLQ-SEP17 PIC X(1).
        05 RLQ-PATCH-COUNT PIC 9(2).
        05 RLQ-PATCH OCCURS 8 TIMES.
            10 RLQ-PATCH-SEP PIC X(1).
            10 RLQ-PATCH-TEXT PIC X(13).
        05 RLQ-SEP18 PIC X(1).
        05 RLQ-ENGINEER PIC X(8).
        05 RLQ-SEP19 PIC X(1).
        05 RLQ-NOTE PIC X(60).

    FD AWAIT-FILE.

    01 AWAIT-LINE.
        05 AWT-FILE-NAME PIC X(40).
        05 AWT-SEP1 PIC X(1).
        05 AWT-RUN-STAMP PIC X(14).
        05 AWT-SEP2 PIC X(1).
        05 AWT-QUEUED-DATE PIC 9(8).
        05 AWT-SEP3 PIC X(1).
        05 AWT-DAYS PIC 9(4).
        05 AWT-SEP4 PIC X(1).
        05 AWT-STATUS PIC X(11).
        05 AWT-SEP5 PIC X(1).
        05 AWT-REPAIR-MODE PIC X(10).
        05 AWT-SEP6 PIC X(1).
        05 AWT-VERIFY PIC X(12).
        05 AWT-SEP7 PIC X(1).
        05 AWT-RECON PIC X(15).
        05 AWT-SEP8 PIC X(1).
        05 AWT-SITE-CODE PIC X(8).
        05 AWT-SEP9 PIC X(1).
        05 AWT-PATCH-COUNT PIC 9(2).

    01 AWAIT-TEXT PIC X(133).

    FD REJFIX-FILE.

    01 REJFIX-LINE.
        05 RJF-FPRINT PIC 9(9).
        05 RJF-SEP1 PIC X(1).
        05 RJF-LOADED PIC 9(4).
        05 RJF-SEP2 PIC X(1).
        05 RJF-MOD-PTR PIC 9(4).
        05 RJF-SEP3 PIC X(1).
        05 RJF-SECOND-PTR PIC 9(4).
        05 RJF-SEP4 PIC X(1).
        05 RJF-FILE-NAME PIC X(40).
        05 RJF-SEP5 PIC X(1).
        05 RJF-RUN-STAMP PIC X(14).
        05 RJF-SEP6 PIC X(1).
        05 RJF-ENGINEER PIC X(8).
        05 RJF-SEP7 PIC X(1).
        05 RJF-DATE PIC 9(8).
        05 RJF-SEP8 PIC X(1).
        05 RJF-NOTE PIC X(60).

    FD FIXED-FILE.

    01 FIXED-LINE PIC X(80).

    FD OUT-FILE.

    01 OUT-LINE PIC X(80).

    FD TRANSMITTAL-FILE.

    01 TRANSMITTAL-LINE.
        05 TRN-FILE-NAME PIC X(40).
        05 TRN-SEP1 PIC X(1).
        05 TRN-RUN-STAMP PIC X(14).
        05 TRN-SEP2 PIC X(1).
        05 TRN-SITE-CODE PIC X(8).
        05 TRN-SEP3 PIC X(1).
        05 TRN-LINES PIC 9(4).
        05 TRN-SEP4 PIC X(1).
        05 TRN-HASH PIC 9(9).
        05 TRN-SEP5 PIC X(1).
        05 TRN-PART2-ACCUM PIC X(10).
        05 TRN-SEP6 PIC X(1).
        05 TRN-REPAIR-MODE PIC X(10).
        05 TRN-SEP7 PIC X(1).
        05 TRN-ENGINEER PIC X(8).
        05 TRN-SEP8 PIC X(1).
        05 TRN-DATE PIC 9(8).
        05 TRN-SEP9 PIC X(1).
        05 TRN-TIME PIC 9(6).

    FD REQUEUE-FILE.

    01 REQUEUE-LINE PIC X(40).

    FD ARC-COPY-FILE.

    01 ARC-COPY-LINE PIC X(80).

*> The repair job's dump archive index record, field for field.
    FD ARC-INDEX-FILE.

    01 ARC-INDEX-LINE.
        05 ARX-FILE-NAME PIC X(40).
        05 ARX-SEP1 PIC X(1).
        05 ARX-RUN-STAMP PIC X(14).
        05 ARX-SEP2 PIC X(1).
        05 ARX-KIND PIC X(8).
        05 ARX-SEP3 PIC X(1).
        05 ARX-ARCH-DATE PIC 9(8).
        05 ARX-SEP4 PIC X(1).
        05 ARX-ENTRY-NAME PIC X(40).
        05 ARX-SEP5 PIC X(1).
        05 ARX-LINES PIC 9(4).
        05 ARX-SEP6 PIC X(1).
        05 ARX-HASH PIC 9(9).
        05 ARX-SEP7 PIC X(1).
        05 ARX-STATUS PIC X(11).
        05 ARX-SEP8 PIC X(1).
        05 ARX-SITE-CODE PIC X(8).
        05 ARX-SEP9 PIC X(1).
        05 ARX-MOD-PTR PIC 9(4).
        05 ARX-SEP10 PIC X(1).
        05 ARX-SECOND-PTR PIC 9(4).
        05 ARX-SEP11 PIC X(1).
        05 ARX-PATCH-COUNT PIC 9(2).
        05 ARX-PATCH OCCURS 8 TIMES.
            10 ARX-PATCH-SEP PIC X(1).
            10 ARX-PATCH-PTR PIC 9(4).

    FD AUDIT-FILE.

    01 AUDIT-LINE PIC X(320).

WORKING-STORAGE SECTION.
    01 RUNCARD-STATUS PIC X(2).
    01 DECISION-STATUS PIC X(2).
    01 LOG-STATUS PIC X(2).
    01 RLQ-FILE-STATUS PIC X(2).
    01 AWAIT-STATUS PIC X(2).
    01 RJF-FILE-STATUS PIC X(2).
    01 FIXED-STATUS PIC X(2).
    01 OUT-STATUS PIC X(2).
    01 TRANSMITTAL-STATUS PIC X(2).
    01 REQUEUE-STATUS PIC X(2).
    01 AUDIT-STATUS PIC X(2).
    01 ARC-CPY-STATUS PIC X(2).
    01 ARC-IDX-STATUS PIC X(2).

    01 RUNCARD-EOF PIC A(1) VALUE SPACE.
    01 CARD-KEY PIC X(20) VALUE SPACE.
    01 CARD-VALUE PIC X(60) VALUE SPACE.
    01 FILELIST-NAME PIC X(40) VALUE "filelist".
    01 DECISIONS-NAME PIC X(40) VALUE "signoff".
    01 OUTBOUND-DIR PIC X(40) VALUE "outbound".
    01 LOG-FILE-NAME PIC X(48) VALUE SPACE.
    01 REQUEUE-FILE-NAME PIC X(48) VALUE SPACE.
    01 FIXED-FILE-NAME PIC X(48) VALUE SPACE.
    01 OUT-PATH PIC X(82) VALUE SPACE.
    01 TRANSMITTAL-PATH PIC X(52) VALUE SPACE.
    01 ARCHIVE-DIR PIC X(40) VALUE "archive".
    01 ARC-COPY-NAME PIC X(104) VALUE SPACE.
    01 ARC-INDEX-NAME PIC X(48) VALUE SPACE.
    01 ARC-REASON PIC X(40) VALUE SPACE.
    01 ARC-P PIC 9(2) VALUE 0.

*> The release queue as it stands - the newest record per file name,
*> kept current as decisions are applied so two lines on one name
*> in the same decision file see each other.
    01 RLQ-EOF PIC A(1) VALUE SPACE.
    01 RLQ-TABLE.
        05 RLQ-ITEM PIC X(414) OCCURS 1000 TIMES.
    01 RLQ-COUNT PIC 9(4) VALUE 0.
    01 RLQ-OVER PIC A(1) VALUE SPACE.
    01 RLQ-I PIC 9(4) VALUE 1.
    01 RLQ-J PIC 9(4) VALUE 0.
    01 RLQ-AWAITING PIC 9(4) VALUE 0.
    01 RLQ-OLDEST PIC 9(4) VALUE 0.
    01 RLQ-TODAY-INT PIC 9(8) VALUE 0.
    01 RLQ-QUEUED-INT PIC 9(8) VALUE 0.

*> Filelist entries handed to the requeue this run - a multi-segment
*> entry with two segments rejected goes back once.
    01 RQ-TABLE.
        05 RQ-NAME PIC X(40) OCCURS 500 TIMES.
    01 RQ-COUNT PIC 9(4) VALUE 0.
    01 RQ-I PIC 9(4) VALUE 1.
    01 RQ-FOUND PIC A(1) VALUE SPACE.

    01 DECISION-EOF PIC A(1) VALUE SPACE.
    01 DECISIONS-READ PIC A(1) VALUE SPACE.
    01 FIXED-EOF PIC A(1) VALUE SPACE.
    01 DEC-REASON PIC X(60) VALUE SPACE.
    01 DEC-OUTCOME PIC X(8) VALUE SPACE.
    01 REJ-INCOMPLETE PIC A(1) VALUE SPACE.
    01 AWAIT-FAILED PIC A(1) VALUE SPACE.
    01 COPY-LINES PIC 9(4) VALUE 0.
    01 COPY-HASH PIC 9(9) VALUE 0.
    01 COPY-OPERAND PIC 9(3) VALUE 0.

    01 CNT-DECISIONS PIC 9(4) VALUE 0.
    01 CNT-RELEASED PIC 9(4) VALUE 0.
    01 CNT-REJECTED PIC 9(4) VALUE 0.
    01 CNT-REFUSED PIC 9(4) VALUE 0.
    01 CNT-INCOMPLETE PIC 9(4) VALUE 0.
    01 CNT-UNARCHIVED PIC 9(4) VALUE 0.
    01 SIGNOFF-RC PIC 9(2) VALUE 0.
    01 NOW-DATE PIC 9(8).
    01 NOW-TIME-RAW PIC 9(8).
    01 NOW-TIME PIC 9(6).

PROCEDURE DIVISION.
    PERFORM READ-RUNCARD.
    MOVE SPACE TO REQUEUE-FILE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-requeue" DELIMITED BY SIZE
        INTO REQUEUE-FILE-NAME.
    MOVE SPACE TO LOG-FILE-NAME.
    STRING DECISIONS-NAME DELIMITED BY SPACE
        "-log" DELIMITED BY SIZE
        INTO LOG-FILE-NAME.
    MOVE SPACE TO TRANSMITTAL-PATH.
    STRING OUTBOUND-DIR DELIMITED BY SPACE
        "/transmittal" DELIMITED BY SIZE
        INTO TRANSMITTAL-PATH.
    MOVE SPACE TO ARC-INDEX-NAME.
    STRING ARCHIVE-DIR DELIMITED BY SPACE
        "/index" DELIMITED BY SIZE
        INTO ARC-INDEX-NAME.
    IF OUTBOUND-DIR = SPACE OR OUTBOUND-DIR = "."
        DISPLAY "SIGNOFF ABORT - OUTBOUND MUST NAME A DIRECTORY OTHER "
            "THAN THE WORK AREA"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM RELQ-LOAD.
    IF RLQ-OVER = 'Y'
        DISPLAY "SIGNOFF ABORT - RELEASE QUEUE NOT USABLE, NO "
            "DECISION APPLIED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT LOG-FILE.
    IF LOG-STATUS NOT = "00"
        DISPLAY "SIGNOFF ABORT - CANNOT WRITE " LOG-FILE-NAME
            ", STATUS " LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT DECISION-FILE.
    IF DECISION-STATUS = "00"
        MOVE 'Y' TO DECISIONS-READ
        MOVE SPACE TO DECISION-EOF
        PERFORM UNTIL DECISION-EOF = 'Y'
            READ DECISION-FILE
                AT END
                    MOVE 'Y' TO DECISION-EOF
                NOT AT END
                    IF DECISION-LINE NOT = SPACE
                            AND DEC-ACTION NOT = "*"
                        ADD 1 TO CNT-DECISIONS
                        PERFORM DECIDE-ONE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DECISION-FILE
    ELSE
        IF DECISION-STATUS = "05"
            CLOSE DECISION-FILE
        END-IF
        DISPLAY "SIGNOFF - NO DECISION FILE [" DECISIONS-NAME
            "] - AWAITING LIST REFRESHED ONLY"
    END-IF.
    CLOSE LOG-FILE.
*> Emptied, not deleted: the engineers' next decisions go into the
*> same file, and a decision already applied must not be read again.
    IF DECISIONS-READ = 'Y'
        OPEN OUTPUT DECISION-FILE
        CLOSE DECISION-FILE
    END-IF.
    PERFORM RELQ-AWAITING.
    IF CNT-REFUSED > 0 OR CNT-UNARCHIVED > 0 OR CNT-INCOMPLETE > 0
            OR AWAIT-FAILED = 'Y'
        MOVE 4 TO SIGNOFF-RC
    ELSE
        MOVE 0 TO SIGNOFF-RC
    END-IF.
    PERFORM AUDIT-SIGNOFF.
    DISPLAY "SIGNOFF - DECISIONS " CNT-DECISIONS " RELEASED "
        CNT-RELEASED " REJECTED " CNT-REJECTED " REFUSED " CNT-REFUSED
        " INCOMPLETE " CNT-INCOMPLETE
        " - " RLQ-AWAITING " STILL AWAITING SIGN-OFF".
    MOVE SIGNOFF-RC TO RETURN-CODE.
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
            WHEN "DECISIONS"
                MOVE CARD-VALUE TO DECISIONS-NAME
            WHEN "OUTBOUND"
                MOVE CARD-VALUE TO OUTBOUND-DIR
            WHEN "ARCHIVE"
                MOVE CARD-VALUE TO ARCHIVE-DIR
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

RELQ-LOAD.
    MOVE 0 TO RLQ-COUNT.
    MOVE SPACE TO RLQ-OVER.
    OPEN INPUT RELQUEUE-FILE.
    IF RLQ-FILE-STATUS = "00"
        MOVE SPACE TO RLQ-EOF
        PERFORM UNTIL RLQ-EOF = 'Y'
            READ RELQUEUE-FILE
                AT END
                    MOVE 'Y' TO RLQ-EOF
                NOT AT END
                    PERFORM RELQ-FIND
                    IF RLQ-J = 0
                        IF RLQ-COUNT < 1000
                            ADD 1 TO RLQ-COUNT
                            MOVE RLQ-COUNT TO RLQ-J
                        ELSE
                            IF RLQ-OVER NOT = 'Y'
                                DISPLAY "RELQ-LOAD - RELEASE QUEUE EXCEEDS"
                                    " 1000 FILES AT [" RLQ-FILE-NAME "]"
                            END-IF
                            MOVE 'Y' TO RLQ-OVER
                        END-IF
                    END-IF
                    IF RLQ-J > 0
                        MOVE RELQUEUE-LINE TO RLQ-ITEM(RLQ-J)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RELQUEUE-FILE
    ELSE
        IF RLQ-FILE-STATUS = "05"
            CLOSE RELQUEUE-FILE
        ELSE
            DISPLAY "RELQ-LOAD - RELEASE QUEUE NOT READABLE, STATUS "
                RLQ-FILE-STATUS
            MOVE 'Y' TO RLQ-OVER
        END-IF
    END-IF.

*> Slot of the item filed under RLQ-FILE-NAME, zero for none.
RELQ-FIND.
    MOVE 0 TO RLQ-J.
    MOVE 1 TO RLQ-I.
    PERFORM UNTIL RLQ-I > RLQ-COUNT OR RLQ-J > 0
        IF RLQ-ITEM(RLQ-I)(1:40) = RLQ-FILE-NAME
            MOVE RLQ-I TO RLQ-J
        END-IF
        ADD 1 TO RLQ-I
    END-PERFORM.

*> ---------------------------------------------------------------
*> DECIDE-ONE checks one decision line against the queue, stopping
*> at the first thing wrong with it - that one reason goes on the
*> log - and hands a sound one to RELEASE-ONE or REJECT-ONE, which
*> set the outcome. A release that fails partway (the copy or the
*> transmittal) is refused too, and leaves nothing behind in the
*> outbound area; an applied decision's log line carries where the
*> file went, or what still needs doing by hand.
*> ---------------------------------------------------------------
DECIDE-ONE.
    MOVE SPACE TO DEC-REASON.
    MOVE SPACE TO DEC-OUTCOME.
    MOVE DEC-FILE-NAME TO RLQ-FILE-NAME.
    PERFORM RELQ-FIND.
    IF RLQ-J > 0
        MOVE RLQ-ITEM(RLQ-J) TO RELQUEUE-LINE
    ELSE
        MOVE SPACE TO RELQUEUE-LINE
    END-IF.
    EVALUATE TRUE
        WHEN DEC-ACTION NOT = "A" AND DEC-ACTION NOT = "R"
            MOVE "ACTION MUST BE A (APPROVE) OR R (REJECT)"
                TO DEC-REASON
        WHEN RLQ-J = 0
            MOVE "NOT IN THE RELEASE QUEUE" TO DEC-REASON
        WHEN RLQ-STATE NOT = "HELD"
            STRING "ITEM IS " DELIMITED BY SIZE
                RLQ-STATE DELIMITED BY SPACE
                " - NOTHING AWAITS SIGN-OFF" DELIMITED BY SIZE
                INTO DEC-REASON
        WHEN DEC-RUN-STAMP NOT = SPACE
                AND DEC-RUN-STAMP NOT = RLQ-RUN-STAMP
            STRING "HELD ITEM IS RUN " DELIMITED BY SIZE
                RLQ-RUN-STAMP DELIMITED BY SIZE
                " - NOT THE RUN DECIDED ON" DELIMITED BY SIZE
                INTO DEC-REASON
        WHEN DEC-ENGINEER = SPACE
            MOVE "NO ENGINEER NAMED ON THE DECISION" TO DEC-REASON
        WHEN DEC-ACTION = "R" AND DEC-NOTE = SPACE
            MOVE "A REJECTION NEEDS A NOTE FOR THE NEXT NIGHT"
                TO DEC-REASON
        WHEN DEC-ACTION = "A" AND RLQ-VERIFY NOT = "PASSED"
            STRING "VERIFY RERUN DID NOT PASS - " DELIMITED BY SIZE
                RLQ-VERIFY DELIMITED BY SPACE
                INTO DEC-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF DEC-REASON = SPACE
        IF DEC-ACTION = "A"
            PERFORM RELEASE-ONE
        ELSE
            PERFORM REJECT-ONE
        END-IF
    END-IF.
    IF DEC-OUTCOME = SPACE
        ADD 1 TO CNT-REFUSED
        MOVE "REFUSED" TO DEC-OUTCOME
        DISPLAY "SIGNOFF - [" DEC-FILE-NAME "] REFUSED - " DEC-REASON
    END-IF.
    PERFORM WRITE-LOG.

RELEASE-ONE.
    MOVE SPACE TO FIXED-FILE-NAME.
    STRING RLQ-FILE-NAME DELIMITED BY SPACE
        "-fixed" DELIMITED BY SIZE
        INTO FIXED-FILE-NAME.
    MOVE SPACE TO OUT-PATH.
    STRING OUTBOUND-DIR DELIMITED BY SPACE
        "/" DELIMITED BY SIZE
        RLQ-FILE-NAME DELIMITED BY SPACE
        INTO OUT-PATH.
    PERFORM COPY-FIXED.
*> The copy must be the program the engineer looked at - a "-fixed"
*> file of another length has been rewritten since it was queued.
    IF DEC-REASON = SPACE AND COPY-LINES NOT = RLQ-LOADED
        STRING "FIXED FILE HAS " DELIMITED BY SIZE
            COPY-LINES DELIMITED BY SIZE
            " LINES, QUEUED ITEM " DELIMITED BY SIZE
            RLQ-LOADED DELIMITED BY SIZE
            INTO DEC-REASON
    END-IF.
    IF DEC-REASON = SPACE
        PERFORM WRITE-TRANSMITTAL
    END-IF.
    IF DEC-REASON NOT = SPACE
        CALL "CBL_DELETE_FILE" USING OUT-PATH
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE "RELEASED" TO RLQ-STATE
        MOVE DEC-ENGINEER TO RLQ-ENGINEER
        MOVE DEC-NOTE TO RLQ-NOTE
        PERFORM RELQ-APPEND
        ADD 1 TO CNT-RELEASED
        MOVE "RELEASED" TO DEC-OUTCOME
        MOVE SPACE TO DEC-REASON
        STRING "SENT TO " DELIMITED BY SIZE
            OUT-PATH DELIMITED BY SPACE
            INTO DEC-REASON
        DISPLAY "SIGNOFF - [" RLQ-FILE-NAME "] RELEASED BY "
            DEC-ENGINEER
        PERFORM ARCHIVE-SHIPPED
    END-IF.

COPY-FIXED.
    MOVE 0 TO COPY-LINES.
    MOVE 0 TO COPY-HASH.
    OPEN INPUT FIXED-FILE.
    OPEN OUTPUT OUT-FILE.
    IF FIXED-STATUS NOT = "00" OR OUT-STATUS NOT = "00"
        STRING "COPY TO OUTBOUND FAILED, STATUS " DELIMITED BY SIZE
            FIXED-STATUS DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            OUT-STATUS DELIMITED BY SIZE
            INTO DEC-REASON
        IF FIXED-STATUS = "00"
            CLOSE FIXED-FILE
        END-IF
        IF OUT-STATUS = "00"
            CLOSE OUT-FILE
        END-IF
    ELSE
        MOVE SPACE TO FIXED-EOF
        PERFORM UNTIL FIXED-EOF = 'Y'
            READ FIXED-FILE
                AT END
                    MOVE 'Y' TO FIXED-EOF
                NOT AT END
                    MOVE FIXED-LINE TO OUT-LINE
                    WRITE OUT-LINE
                    IF COPY-LINES < 9999
                        ADD 1 TO COPY-LINES
                    END-IF
                    IF FIXED-LINE(6:3) NUMERIC
                        MOVE FIXED-LINE(6:3) TO COPY-OPERAND
                        COMPUTE COPY-HASH =
                            FUNCTION MOD(COPY-HASH + COPY-OPERAND,
                                1000000000)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FIXED-FILE
        CLOSE OUT-FILE
    END-IF.

*> The copy that went out is filed as shipped under the run stamp of
*> the repair run that made it - the same stamp its dump was archived
*> under. The "-fixed" file is read again rather than the outbound
*> copy, which the field side may already have collected; its line
*> count and hash are the ones COPY-FIXED just took.
ARCHIVE-SHIPPED.
    MOVE SPACE TO ARC-REASON.
    INITIALIZE ARC-INDEX-LINE.
    MOVE RLQ-FILE-NAME TO ARX-FILE-NAME.
    MOVE RLQ-RUN-STAMP TO ARX-RUN-STAMP.
    MOVE "SHIPPED" TO ARX-KIND.
    MOVE SPACE TO ARC-COPY-NAME.
    STRING ARCHIVE-DIR DELIMITED BY SPACE
        "/" DELIMITED BY SIZE
        ARX-FILE-NAME DELIMITED BY SPACE
        "." DELIMITED BY SIZE
        ARX-RUN-STAMP DELIMITED BY SIZE
        ".shipped" DELIMITED BY SIZE
        INTO ARC-COPY-NAME.
    OPEN INPUT FIXED-FILE.
    OPEN OUTPUT ARC-COPY-FILE.
    IF FIXED-STATUS NOT = "00" OR ARC-CPY-STATUS NOT = "00"
        STRING "COPY FAILED, STATUS " DELIMITED BY SIZE
            FIXED-STATUS DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            ARC-CPY-STATUS DELIMITED BY SIZE
            INTO ARC-REASON
        IF FIXED-STATUS = "00"
            CLOSE FIXED-FILE
        END-IF
        IF ARC-CPY-STATUS = "00"
            CLOSE ARC-COPY-FILE
        END-IF
    ELSE
        MOVE SPACE TO FIXED-EOF
        PERFORM UNTIL FIXED-EOF = 'Y'
            READ FIXED-FILE
                AT END
                    MOVE 'Y' TO FIXED-EOF
                NOT AT END
                    MOVE FIXED-LINE TO ARC-COPY-LINE
                    WRITE ARC-COPY-LINE
            END-READ
        END-PERFORM
        CLOSE FIXED-FILE
        CLOSE ARC-COPY-FILE
    END-IF.
    IF ARC-REASON = SPACE
        OPEN EXTEND ARC-INDEX-FILE
        IF ARC-IDX-STATUS NOT = "00" AND ARC-IDX-STATUS NOT = "05"
            STRING "INDEX OPEN FAILED, STATUS " DELIMITED BY SIZE
                ARC-IDX-STATUS DELIMITED BY SIZE
                INTO ARC-REASON
            CALL "CBL_DELETE_FILE" USING ARC-COPY-NAME
            MOVE 0 TO RETURN-CODE
        ELSE
            ACCEPT NOW-DATE FROM DATE YYYYMMDD
            MOVE NOW-DATE TO ARX-ARCH-DATE
            MOVE RLQ-ENTRY-NAME TO ARX-ENTRY-NAME
            MOVE COPY-LINES TO ARX-LINES
            MOVE COPY-HASH TO ARX-HASH
            MOVE RLQ-STATUS TO ARX-STATUS
            MOVE RLQ-SITE-CODE TO ARX-SITE-CODE
            MOVE RLQ-MOD-PTR TO ARX-MOD-PTR
            MOVE RLQ-SECOND-PTR TO ARX-SECOND-PTR
            MOVE RLQ-PATCH-COUNT TO ARX-PATCH-COUNT
            MOVE 1 TO ARC-P
            PERFORM UNTIL ARC-P > 8 OR ARC-P > RLQ-PATCH-COUNT
                IF RLQ-PATCH-TEXT(ARC-P)(1:4) NUMERIC
                    MOVE RLQ-PATCH-TEXT(ARC-P)(1:4) TO ARX-PATCH-PTR(ARC-P)
                END-IF
                ADD 1 TO ARC-P
            END-PERFORM
            WRITE ARC-INDEX-LINE
            CLOSE ARC-INDEX-FILE
        END-IF
    END-IF.
    IF ARC-REASON NOT = SPACE
        ADD 1 TO CNT-UNARCHIVED
        DISPLAY "SIGNOFF - [" RLQ-FILE-NAME "] RELEASED BUT NOT "
            "ARCHIVED, " ARC-REASON
    END-IF.

WRITE-TRANSMITTAL.
    OPEN EXTEND TRANSMITTAL-FILE.
    IF TRANSMITTAL-STATUS NOT = "00" AND TRANSMITTAL-STATUS NOT = "05"
        STRING "TRANSMITTAL OPEN FAILED, STATUS " DELIMITED BY SIZE
            TRANSMITTAL-STATUS DELIMITED BY SIZE
            INTO DEC-REASON
    ELSE
        ACCEPT NOW-DATE FROM DATE YYYYMMDD
        ACCEPT NOW-TIME-RAW FROM TIME
        MOVE NOW-TIME-RAW(1:6) TO NOW-TIME
        MOVE SPACE TO TRANSMITTAL-LINE
        MOVE RLQ-FILE-NAME TO TRN-FILE-NAME
        MOVE RLQ-RUN-STAMP TO TRN-RUN-STAMP
        MOVE RLQ-SITE-CODE TO TRN-SITE-CODE
        MOVE COPY-LINES TO TRN-LINES
        MOVE COPY-HASH TO TRN-HASH
        MOVE RLQ-PART2-ACCUM TO TRN-PART2-ACCUM
        MOVE RLQ-REPAIR-MODE TO TRN-REPAIR-MODE
        MOVE DEC-ENGINEER TO TRN-ENGINEER
        MOVE NOW-DATE TO TRN-DATE
        MOVE NOW-TIME TO TRN-TIME
        WRITE TRANSMITTAL-LINE
        IF TRANSMITTAL-STATUS NOT = "00"
            STRING "TRANSMITTAL WRITE FAILED, STATUS " DELIMITED BY SIZE
                TRANSMITTAL-STATUS DELIMITED BY SIZE
                INTO DEC-REASON
        END-IF
        CLOSE TRANSMITTAL-FILE
    END-IF.

*> The rejection is recorded on the queue first: once the item reads
*> REJECTED nothing can approve it, whatever happens to the steps
*> after it. A "rejfix" or requeue record that could not be written
*> leaves the rejection INCOMPLETE - the fix could be offered again,
*> or the file never rerun - and counts towards return code 4.
REJECT-ONE.
    MOVE SPACE TO REJ-INCOMPLETE.
    MOVE "REJECTED" TO RLQ-STATE.
    MOVE DEC-ENGINEER TO RLQ-ENGINEER.
    MOVE DEC-NOTE TO RLQ-NOTE.
    PERFORM RELQ-APPEND.
    ADD 1 TO CNT-REJECTED.
    MOVE "REJECTED" TO DEC-OUTCOME.
    IF RLQ-MOD-PTR > 0 OR RLQ-SECOND-PTR > 0
        PERFORM WRITE-REJFIX
    ELSE
        MOVE "FIXED BY DIRECTIVES ALONE - CORRECT ITS -patches FILE"
            TO DEC-REASON
    END-IF.
    PERFORM REQUEUE-ENTRY.
    MOVE SPACE TO FIXED-FILE-NAME.
    STRING RLQ-FILE-NAME DELIMITED BY SPACE
        "-fixed" DELIMITED BY SIZE
        INTO FIXED-FILE-NAME.
    CALL "CBL_DELETE_FILE" USING FIXED-FILE-NAME.
    MOVE 0 TO RETURN-CODE.
    DISPLAY "SIGNOFF - [" RLQ-FILE-NAME "] REJECTED BY " DEC-ENGINEER
        " - " DEC-NOTE.
    IF REJ-INCOMPLETE = 'Y'
        ADD 1 TO CNT-INCOMPLETE
    END-IF.

WRITE-REJFIX.
    OPEN EXTEND REJFIX-FILE.
    IF RJF-FILE-STATUS NOT = "00" AND RJF-FILE-STATUS NOT = "05"
        DISPLAY "SIGNOFF - [" RLQ-FILE-NAME "] REJECTED FIX NOT "
            "RECORDED, STATUS " RJF-FILE-STATUS
            " - THE SEARCH MAY OFFER IT AGAIN"
        MOVE "REJECTED FIX NOT RECORDED - SEE CONSOLE" TO DEC-REASON
        MOVE 'Y' TO REJ-INCOMPLETE
    ELSE
        ACCEPT NOW-DATE FROM DATE YYYYMMDD
        MOVE SPACE TO REJFIX-LINE
        MOVE RLQ-FPRINT TO RJF-FPRINT
        MOVE RLQ-LOADED TO RJF-LOADED
        MOVE RLQ-MOD-PTR TO RJF-MOD-PTR
        MOVE RLQ-SECOND-PTR TO RJF-SECOND-PTR
        MOVE RLQ-FILE-NAME TO RJF-FILE-NAME
        MOVE RLQ-RUN-STAMP TO RJF-RUN-STAMP
        MOVE DEC-ENGINEER TO RJF-ENGINEER
        MOVE NOW-DATE TO RJF-DATE
        MOVE DEC-NOTE TO RJF-NOTE
        WRITE REJFIX-LINE
        IF RJF-FILE-STATUS NOT = "00"
            DISPLAY "SIGNOFF - [" RLQ-FILE-NAME "] REJECTED FIX NOT "
                "RECORDED, WRITE STATUS " RJF-FILE-STATUS
                " - THE SEARCH MAY OFFER IT AGAIN"
            MOVE "REJECTED FIX NOT RECORDED - SEE CONSOLE" TO DEC-REASON
            MOVE 'Y' TO REJ-INCOMPLETE
        END-IF
        CLOSE REJFIX-FILE
    END-IF.

*> The filelist entry, not the segment name, is what INTAKE carries
*> into the next night - a rejected segment goes back with the rest
*> of its file, and the file goes back once however many of its
*> segments were rejected.
REQUEUE-ENTRY.
    MOVE SPACE TO RQ-FOUND.
    MOVE 1 TO RQ-I.
    PERFORM UNTIL RQ-I > RQ-COUNT OR RQ-FOUND = 'Y'
        IF RQ-NAME(RQ-I) = RLQ-ENTRY-NAME
            MOVE 'Y' TO RQ-FOUND
        END-IF
        ADD 1 TO RQ-I
    END-PERFORM.
    IF RQ-FOUND NOT = 'Y'
        OPEN EXTEND REQUEUE-FILE
        IF REQUEUE-STATUS NOT = "00" AND REQUEUE-STATUS NOT = "05"
            DISPLAY "SIGNOFF - [" RLQ-ENTRY-NAME "] NOT REQUEUED, "
                "STATUS " REQUEUE-STATUS " - ADD IT TO "
                REQUEUE-FILE-NAME " BY HAND"
            PERFORM REQUEUE-FAILED
        ELSE
            MOVE RLQ-ENTRY-NAME TO REQUEUE-LINE
            WRITE REQUEUE-LINE
            IF REQUEUE-STATUS NOT = "00"
                DISPLAY "SIGNOFF - [" RLQ-ENTRY-NAME "] NOT REQUEUED, "
                    "WRITE STATUS " REQUEUE-STATUS " - ADD IT TO "
                    REQUEUE-FILE-NAME " BY HAND"
                PERFORM REQUEUE-FAILED
            ELSE
                IF RQ-COUNT < 500
                    ADD 1 TO RQ-COUNT
                    MOVE RLQ-ENTRY-NAME TO RQ-NAME(RQ-COUNT)
                END-IF
            END-IF
            CLOSE REQUEUE-FILE
        END-IF
    END-IF.

*> A rejection whose fix already missed "rejfix" says so as well.
REQUEUE-FAILED.
    IF REJ-INCOMPLETE = 'Y'
        MOVE "REJECTED FIX NOT RECORDED, NOT REQUEUED - SEE CONSOLE"
            TO DEC-REASON
    ELSE
        MOVE "NOT REQUEUED - SEE CONSOLE" TO DEC-REASON
    END-IF.
    MOVE 'Y' TO REJ-INCOMPLETE.

*> One event onto the queue - opened, written, closed, so an abend
*> later in the run cannot cost a decision already applied.
RELQ-APPEND.
    ACCEPT NOW-DATE FROM DATE YYYYMMDD.
    ACCEPT NOW-TIME-RAW FROM TIME.
    MOVE NOW-TIME-RAW(1:6) TO NOW-TIME.
    MOVE NOW-DATE TO RLQ-EVENT-DATE.
    MOVE NOW-TIME TO RLQ-EVENT-TIME.
    MOVE RELQUEUE-LINE TO RLQ-ITEM(RLQ-J).
    OPEN EXTEND RELQUEUE-FILE.
    IF RLQ-FILE-STATUS NOT = "00" AND RLQ-FILE-STATUS NOT = "05"
        DISPLAY "SIGNOFF ABORT - RELEASE QUEUE OPEN FAILED, STATUS "
            RLQ-FILE-STATUS " AT [" RLQ-FILE-NAME "] " RLQ-STATE
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE RELQUEUE-LINE.
    IF RLQ-FILE-STATUS NOT = "00"
        DISPLAY "SIGNOFF ABORT - RELEASE QUEUE WRITE FAILED, STATUS "
            RLQ-FILE-STATUS " AT [" RLQ-FILE-NAME "] " RLQ-STATE
        CLOSE RELQUEUE-FILE
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE RELQUEUE-FILE.

WRITE-LOG.
    MOVE SPACE TO LOG-LINE.
    MOVE DEC-ACTION TO LOG-ACTION.
    MOVE DEC-FILE-NAME TO LOG-ENTRY-NAME.
    IF RLQ-J > 0
        MOVE RLQ-RUN-STAMP TO LOG-RUN-STAMP
    ELSE
        MOVE DEC-RUN-STAMP TO LOG-RUN-STAMP
    END-IF.
    MOVE DEC-ENGINEER TO LOG-ENGINEER.
    MOVE DEC-OUTCOME TO LOG-OUTCOME.
    MOVE DEC-REASON TO LOG-REASON.
    WRITE LOG-LINE.

*> The standing list of every HELD item with the days it has waited
*> - the repair job writes the same list at the end of every night.
*> A list that cannot be opened is not written and sets return code
*> 4; the HELD items are still counted for the totals.
RELQ-AWAITING.
    ACCEPT NOW-DATE FROM DATE YYYYMMDD.
    ACCEPT NOW-TIME-RAW FROM TIME.
    MOVE NOW-TIME-RAW(1:6) TO NOW-TIME.
    COMPUTE RLQ-TODAY-INT = FUNCTION INTEGER-OF-DATE(NOW-DATE).
    MOVE 0 TO RLQ-AWAITING.
    MOVE 0 TO RLQ-OLDEST.
    MOVE SPACE TO AWAIT-FAILED.
    OPEN OUTPUT AWAIT-FILE.
    IF AWAIT-STATUS NOT = "00"
        DISPLAY "SIGNOFF - AWAITING LIST [relqueue-awaiting] NOT "
            "WRITTEN, STATUS " AWAIT-STATUS
        MOVE 'Y' TO AWAIT-FAILED
    ELSE
        MOVE SPACE TO AWAIT-TEXT
        STRING "RELEASE QUEUE - AWAITING SIGN-OFF AT " DELIMITED BY SIZE
            NOW-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            NOW-TIME DELIMITED BY SIZE
            INTO AWAIT-TEXT
        WRITE AWAIT-TEXT
    END-IF.
    MOVE 1 TO RLQ-I.
    PERFORM UNTIL RLQ-I > RLQ-COUNT
        MOVE RLQ-ITEM(RLQ-I) TO RELQUEUE-LINE
        IF RLQ-STATE = "HELD"
            PERFORM RELQ-AWAIT-ONE
        END-IF
        ADD 1 TO RLQ-I
    END-PERFORM.
    IF AWAIT-FAILED NOT = 'Y'
        MOVE SPACE TO AWAIT-TEXT
        STRING "TOTALS - AWAITING SIGN-OFF " DELIMITED BY SIZE
            RLQ-AWAITING DELIMITED BY SIZE
            " OLDEST WAITING DAYS " DELIMITED BY SIZE
            RLQ-OLDEST DELIMITED BY SIZE
            INTO AWAIT-TEXT
        WRITE AWAIT-TEXT
        CLOSE AWAIT-FILE
    END-IF.

RELQ-AWAIT-ONE.
    MOVE SPACE TO AWAIT-LINE.
    MOVE RLQ-FILE-NAME TO AWT-FILE-NAME.
    MOVE RLQ-RUN-STAMP TO AWT-RUN-STAMP.
    MOVE RLQ-QUEUED-DATE TO AWT-QUEUED-DATE.
    MOVE 0 TO AWT-DAYS.
    IF RLQ-QUEUED-DATE NUMERIC AND RLQ-QUEUED-DATE > 0
        COMPUTE RLQ-QUEUED-INT =
            FUNCTION INTEGER-OF-DATE(RLQ-QUEUED-DATE)
        IF RLQ-TODAY-INT > RLQ-QUEUED-INT
            COMPUTE AWT-DAYS = RLQ-TODAY-INT - RLQ-QUEUED-INT
        END-IF
    END-IF.
    MOVE RLQ-STATUS TO AWT-STATUS.
    MOVE RLQ-REPAIR-MODE TO AWT-REPAIR-MODE.
    MOVE RLQ-VERIFY TO AWT-VERIFY.
    MOVE RLQ-RECON TO AWT-RECON.
    MOVE RLQ-SITE-CODE TO AWT-SITE-CODE.
    MOVE RLQ-PATCH-COUNT TO AWT-PATCH-COUNT.
    IF AWAIT-FAILED NOT = 'Y'
        WRITE AWAIT-LINE
    END-IF.
    ADD 1 TO RLQ-AWAITING.
    IF AWT-DAYS > RLQ-OLDEST
        MOVE AWT-DAYS TO RLQ-OLDEST
    END-IF.

AUDIT-SIGNOFF.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
        DISPLAY "SIGNOFF - AUDIT LOG OPEN FAILED, STATUS " AUDIT-STATUS
    ELSE
        ACCEPT NOW-DATE FROM DATE YYYYMMDD
        ACCEPT NOW-TIME-RAW FROM TIME
        MOVE NOW-TIME-RAW(1:6) TO NOW-TIME
        MOVE SPACE TO AUDIT-LINE
        STRING "SIGNOFF " DELIMITED BY SIZE
            NOW-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            NOW-TIME DELIMITED BY SIZE
            " DECISIONS=" DELIMITED BY SIZE
            CNT-DECISIONS DELIMITED BY SIZE
            " RELEASED=" DELIMITED BY SIZE
            CNT-RELEASED DELIMITED BY SIZE
            " REJECTED=" DELIMITED BY SIZE
            CNT-REJECTED DELIMITED BY SIZE
            " REFUSED=" DELIMITED BY SIZE
            CNT-REFUSED DELIMITED BY SIZE
            " INCOMPLETE=" DELIMITED BY SIZE
            CNT-INCOMPLETE DELIMITED BY SIZE
            " AWAITING=" DELIMITED BY SIZE
            RLQ-AWAITING DELIMITED BY SIZE
            " RC=" DELIMITED BY SIZE
            SIGNOFF-RC DELIMITED BY SIZE
            INTO AUDIT-LINE
        WRITE AUDIT-LINE
        CLOSE AUDIT-FILE
    END-IF.
