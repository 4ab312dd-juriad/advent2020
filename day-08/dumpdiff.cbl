IDENTIFICATION DIVISION.
PROGRAM-ID. DUMPDIFF.

*> Morning step after the repair job: what changed in the dumps the
*> night archived. The repair job copies every dump it processes into
*> the dump archive under its name plus run stamp (ARCHIVE-PASS), and
*> SIGNOFF files every corrected program it releases there as well,
*> both listed on "<archive>/index". For each dump archived by the
*> newest run on the index this compares, instruction by instruction:
*>
*>   - tonight's dump against the last version archived under the
*>     same name - identical means the site simply sent it again;
*>   - each program in tonight's dump against the last corrected
*>     version of it we shipped before tonight's run ("file(nn)" for
*>     a segment of a multi-program dump, matched by position).
*>
*> Every inserted, deleted and altered instruction is listed with its
*> position on each side. Against the shipped program, an altered
*> instruction at a position the shipped fix repaired - the swap, or
*> a position the site's directives changed - is the old damage; at
*> any other position it is new. A dump that differs from what we
*> shipped only where we repaired it is a re-send of the old dump; a
*> dump whose repaired positions now match what we shipped but which
*> differs elsewhere is a repaired device that has come back
*> corrupted at a different position - new damage, called out on the
*> printout and the console.
*>
*> Comparison is by the LCS method: the longest run of instructions
*> the two versions share in order stays put, everything else is an
*> insertion or a deletion, and a deletion and an insertion in the
*> same gap pair off as altered instructions. Two versions of the
*> same length whose differences all line up position for position
*> are compared position for position, so a corrupted operand never
*> shows as a spurious insert/delete pair. Only the instruction and
*> operand columns are compared, so a copy's trailing blanks or
*> comments never count as a difference.
*>
*> Cards read from the shared "runcard" deck (the rest belong to the
*> other steps and are ignored here):
*>   ARCHIVE=name    the dump archive directory (default "archive")
*>   DUMPDIFF=name   printout name (default "dumpdiff")
*>   DIFFNAME=name   compare only this dump, its newest archived
*>                   version against the ones before it (default
*>                   every dump the newest run archived)
*> Return code 0, 4 when new damage was found on a repaired device,
*> an archived copy could not be read, or the DIFFNAME dump is not in
*> the archive, 8 when the comparison could not run at all. One
*> DUMPDIFF record goes onto "auditlog" whenever it finishes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUNCARD-FILE
        ASSIGN TO "runcard"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

    SELECT ARC-INDEX-FILE
        ASSIGN TO DYNAMIC ARC-INDEX-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-IDX-STATUS.

    SELECT ARC-COPY-FILE
        ASSIGN TO DYNAMIC ARC-COPY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-CPY-STATUS.

    SELECT PRINT-FILE
        ASSIGN TO DYNAMIC PRINT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRINT-STATUS.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO "auditlog"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.

    FD RUNCARD-FILE.

    01 RUNCARD-LINE PIC X(80).

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

    FD ARC-COPY-FILE.

    01 ARC-COPY-LINE PIC X(80).

    FD PRINT-FILE.

    01 PRINT-LINE-OUT PIC X(132).

    FD AUDIT-FILE.

    01 AUDIT-LINE PIC X(320).

WORKING-STORAGE SECTION.
    01 RUNCARD-STATUS PIC X(2).
    01 ARC-IDX-STATUS PIC X(2).
    01 ARC-CPY-STATUS PIC X(2).
    01 PRINT-STATUS PIC X(2).
    01 AUDIT-STATUS PIC X(2).

    01 RUNCARD-EOF PIC A(1) VALUE SPACE.
    01 CARD-KEY PIC X(20) VALUE SPACE.
    01 CARD-VALUE PIC X(60) VALUE SPACE.
    01 ARCHIVE-DIR PIC X(40) VALUE "archive".
    01 ARC-INDEX-NAME PIC X(48) VALUE SPACE.
    01 ARC-COPY-NAME PIC X(104) VALUE SPACE.
    01 PRINT-FILE-NAME PIC X(40) VALUE "dumpdiff".
    01 DIFF-NAME PIC X(40) VALUE SPACE.

    01 IDX-EOF PIC A(1) VALUE SPACE.
    01 CNT-IDX-READ PIC 9(7) VALUE 0.
    01 TONIGHT-STAMP PIC X(14) VALUE SPACE.

*> ---------------------------------------------------------------
*> The dumps being compared - one per name the newest run archived -
*> with the index records of tonight's copy and of the newest earlier
*> copy under the same name (TGT-PREV-STAMP space when there is
*> none), and the newest shipped version of every program those dumps
*> held, each tied to its dump by TGT slot.
*> ---------------------------------------------------------------
    01 TGT-TABLE.
        05 TGT-ENTRY OCCURS 500 TIMES.
            10 TGT-NAME PIC X(40).
            10 TGT-IMAGE PIC X(203).
            10 TGT-PREV-STAMP PIC X(14).
            10 TGT-PREV-IMAGE PIC X(203).
    01 TGT-COUNT PIC 9(4) VALUE 0.
    01 TGT-I PIC 9(4) VALUE 0.
    01 TGT-IX PIC 9(4) VALUE 0.
    01 TGT-OVER PIC A(1) VALUE SPACE.
    01 SHP-TABLE.
        05 SHP-ENTRY OCCURS 1000 TIMES.
            10 SHP-NAME PIC X(40).
            10 SHP-TGT PIC 9(4).
            10 SHP-STAMP PIC X(14).
            10 SHP-IMAGE PIC X(203).
    01 SHP-COUNT PIC 9(4) VALUE 0.
    01 SHP-I PIC 9(4) VALUE 0.
    01 SHP-IX PIC 9(4) VALUE 0.
    01 SHP-OVER PIC A(1) VALUE SPACE.
    01 PROG-NAME PIC X(40) VALUE SPACE.
    01 SEG-ED PIC 9(2) VALUE 0.

*> ---------------------------------------------------------------
*> Two archived copies in storage at once - tonight's dump (NC-) and
*> the version it is held against (OC-) - as instruction/operand
*> columns, split into programs at the "===" separator lines the way
*> the repair job's PROCESS-ONE-ENTRY splits them (a separator as the
*> last line announces no program). One layout, so a copy is always
*> read into OLD-COPY and moved whole when it is tonight's.
*> ---------------------------------------------------------------
    01 OLD-COPY.
        05 OC-LINES PIC 9(4).
        05 OC-SEGS PIC 9(2).
        05 OC-OVER PIC A(1).
        05 OC-SEG OCCURS 99 TIMES.
            10 OC-SEG-FIRST PIC 9(4).
            10 OC-SEG-LEN PIC 9(4).
        05 OC-LINE PIC X(8) OCCURS 5000 TIMES.
    01 NEW-COPY.
        05 NC-LINES PIC 9(4).
        05 NC-SEGS PIC 9(2).
        05 NC-OVER PIC A(1).
        05 NC-SEG OCCURS 99 TIMES.
            10 NC-SEG-FIRST PIC 9(4).
            10 NC-SEG-LEN PIC 9(4).
        05 NC-LINE PIC X(8) OCCURS 5000 TIMES.
    01 COPY-EOF PIC A(1) VALUE SPACE.
    01 COPY-MISSING PIC A(1) VALUE SPACE.
    01 SEG-K PIC 9(2) VALUE 0.
    01 SEG-MAX PIC 9(2) VALUE 0.
    01 OLD-SEG PIC 9(2) VALUE 0.

*> ---------------------------------------------------------------
*> One comparison: old program OC-LINE(OA-BASE + 1 ...) of DN lines
*> against new program NC-LINE(NB-BASE + 1 ...) of DM lines.
*> LCS-CELL(i, j) is the length of the longest common subsequence of
*> old lines i.. and new lines j.. - a program is at most 999
*> instructions, so row and column 1000 are the empty tails.
*> ---------------------------------------------------------------
    01 LCS-TABLE.
        05 LCS-ROW OCCURS 1000 TIMES.
            10 LCS-CELL PIC 9(4) COMP OCCURS 1000 TIMES.
    01 OA-BASE PIC 9(4) VALUE 0.
    01 NB-BASE PIC 9(4) VALUE 0.
    01 DN PIC 9(4) VALUE 0.
    01 DM PIC 9(4) VALUE 0.
    01 DI PIC 9(4) VALUE 0.
    01 DJ PIC 9(4) VALUE 0.
    01 DX PIC 9(4) VALUE 0.
    01 DY PIC 9(4) VALUE 0.
    01 POS-DIFFS PIC 9(4) VALUE 0.
    01 PEND-DEL PIC 9(4) VALUE 0.
    01 PEND-INS PIC 9(4) VALUE 0.
    01 PEND-K PIC 9(4) VALUE 0.
    01 PEND-TABLE.
        05 PD-POS PIC 9(4) OCCURS 999 TIMES.
        05 PI-POS PIC 9(4) OCCURS 999 TIMES.

*> The comparison's differences in program order.
    01 ED-TABLE.
        05 ED-ENTRY OCCURS 2000 TIMES.
            10 ED-KIND PIC X(8).
            10 ED-OLD-POS PIC 9(4).
            10 ED-NEW-POS PIC 9(4).
    01 ED-COUNT PIC 9(4) VALUE 0.
    01 ED-I PIC 9(4) VALUE 0.
    01 ED-ALTERED PIC 9(4) VALUE 0.
    01 ED-INSERTED PIC 9(4) VALUE 0.
    01 ED-DELETED PIC 9(4) VALUE 0.
    01 ED-LIST-MAX PIC 9(4) VALUE 100.

*> Positions the shipped fix repaired - its swap positions and the
*> positions its directives changed - and how tonight's dump stands
*> against them.
    01 REP-TABLE.
        05 REP-POS PIC 9(4) OCCURS 10 TIMES.
    01 REP-COUNT PIC 9(2) VALUE 0.
    01 REP-I PIC 9(2) VALUE 0.
    01 REP-HIT PIC A(1) VALUE SPACE.
    01 SHIP-MODE PIC A(1) VALUE SPACE.
    01 REP-LIST PIC X(60) VALUE SPACE.
    01 REP-PTR PIC 9(3) VALUE 1.
    01 SA-REPAIRED PIC 9(4) VALUE 0.
    01 SA-NEW PIC 9(4) VALUE 0.

*> Per-name totals across every program of one dump.
    01 LV-ALTERED PIC 9(5) VALUE 0.
    01 LV-INSERTED PIC 9(5) VALUE 0.
    01 LV-DELETED PIC 9(5) VALUE 0.
    01 LV-SEG-CHANGES PIC 9(2) VALUE 0.
    01 LV-ALTERED-ED PIC Z(4)9.
    01 LV-INSERTED-ED PIC Z(4)9.
    01 LV-DELETED-ED PIC Z(4)9.
    01 LV-SEG-CHANGES-ED PIC Z9.
    01 NAME-NEW-DAMAGE PIC A(1) VALUE SPACE.

    01 CNT-NAMES PIC 9(4) VALUE 0.
    01 CNT-FIRST PIC 9(4) VALUE 0.
    01 CNT-RESENT PIC 9(4) VALUE 0.
    01 CNT-CHANGED PIC 9(4) VALUE 0.
    01 CNT-PROGRAMS PIC 9(4) VALUE 0.
    01 CNT-NOT-SHIPPED PIC 9(4) VALUE 0.
    01 CNT-RUNS-FIX PIC 9(4) VALUE 0.
    01 CNT-OLD-DUMP PIC 9(4) VALUE 0.
    01 CNT-NEW-DAMAGE PIC 9(4) VALUE 0.
    01 CNT-RESTRUCTURED PIC 9(4) VALUE 0.
    01 CNT-NOT-COMPARED PIC 9(4) VALUE 0.
    01 CNT-MISSING PIC 9(4) VALUE 0.

    01 DIFF-HEAD-LINE.
        05 FILLER PIC X(6) VALUE SPACE.
        05 FILLER PIC X(9) VALUE "CHANGE".
        05 FILLER PIC X(17) VALUE "WAS".
        05 FILLER PIC X(15) VALUE "NOW".
        05 FILLER PIC X(4) VALUE "NOTE".
    01 DIFF-PRINT-LINE.
        05 FILLER PIC X(6) VALUE SPACE.
        05 DPL-KIND PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 DPL-OLD-POS PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 DPL-OLD-TEXT PIC X(8).
        05 DPL-ARROW PIC X(4).
        05 DPL-NEW-POS PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 DPL-NEW-TEXT PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 DPL-NOTE PIC X(40).

    01 PAGE-NO PIC 9(3) VALUE 0.
    01 LINE-NO PIC 9(2) VALUE 99.
    01 PRINT-W PIC X(132) VALUE SPACE.
    01 PRINT-PTR PIC 9(3) VALUE 1.
    01 COUNT-ED PIC Z(6)9.

    01 DIFF-RC PIC 9(2) VALUE 0.
    01 NOW-DATE PIC 9(8).
    01 NOW-TIME-RAW PIC 9(8).
    01 NOW-TIME PIC 9(6).

PROCEDURE DIVISION.
    PERFORM READ-RUNCARD.
    MOVE SPACE TO ARC-INDEX-NAME.
    STRING ARCHIVE-DIR DELIMITED BY SPACE
        "/index" DELIMITED BY SIZE
        INTO ARC-INDEX-NAME.
    PERFORM FIND-TONIGHT.
    IF TONIGHT-STAMP = SPACE
        IF DIFF-NAME NOT = SPACE AND CNT-IDX-READ > 0
            DISPLAY "DUMPDIFF - [" DIFF-NAME "] IS NOT IN THE ARCHIVE"
            MOVE 4 TO DIFF-RC
        ELSE
            DISPLAY "DUMPDIFF ABORT - NO ARCHIVED DUMP ON "
                ARC-INDEX-NAME
            MOVE 8 TO DIFF-RC
        END-IF
        PERFORM AUDIT-DUMPDIFF
        MOVE DIFF-RC TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-TONIGHT.
    PERFORM LOAD-EARLIER.
    OPEN OUTPUT PRINT-FILE.
    IF PRINT-STATUS NOT = "00"
        DISPLAY "DUMPDIFF ABORT - CANNOT WRITE " PRINT-FILE-NAME
            ", STATUS " PRINT-STATUS
        MOVE 8 TO DIFF-RC
        PERFORM AUDIT-DUMPDIFF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACE TO PRINT-W.
    STRING "** DUMPS ARCHIVED BY RUN " DELIMITED BY SIZE
        TONIGHT-STAMP DELIMITED BY SIZE
        " AGAINST THEIR LAST VERSION AND THEIR LAST SHIPPED FIX **"
            DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    IF TGT-OVER = 'Y' OR SHP-OVER = 'Y'
        MOVE "  ** MORE THAN 500 DUMPS OR 1000 SHIPPED PROGRAMS - THE REST ARE NOT COMPARED **"
            TO PRINT-W
        PERFORM PRINT-LINE
    END-IF.
    MOVE 1 TO TGT-I.
    PERFORM UNTIL TGT-I > TGT-COUNT
        PERFORM DIFF-ONE-DUMP
        ADD 1 TO TGT-I
    END-PERFORM.
    PERFORM PRINT-TOTALS.
    CLOSE PRINT-FILE.
    IF CNT-NEW-DAMAGE > 0 OR CNT-MISSING > 0
        MOVE 4 TO DIFF-RC
    ELSE
        MOVE 0 TO DIFF-RC
    END-IF.
    PERFORM AUDIT-DUMPDIFF.
    DISPLAY "DUMPDIFF - " CNT-NAMES " DUMP(S) FROM RUN " TONIGHT-STAMP
        ", " CNT-NEW-DAMAGE " WITH NEW DAMAGE - PRINTOUT IS "
        PRINT-FILE-NAME.
    MOVE DIFF-RC TO RETURN-CODE.
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
            WHEN "ARCHIVE"
                MOVE CARD-VALUE TO ARCHIVE-DIR
            WHEN "DUMPDIFF"
                MOVE CARD-VALUE TO PRINT-FILE-NAME
            WHEN "DIFFNAME"
                MOVE CARD-VALUE TO DIFF-NAME
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> ---------------------------------------------------------------
*> FIND-TONIGHT / LOAD-TONIGHT / LOAD-EARLIER: three passes over the
*> index, which is never held whole - it keeps every version until
*> the repair job's housekeeping trims it. The first finds the newest
*> run stamp a dump was archived under (of the DIFFNAME dump, with
*> that card), the second takes that run's dumps, the third the
*> newest earlier copy of each and the newest program shipped from
*> each before that run. Stamps are compared, not file order, so a
*> rerun merge appending late cannot pass an old copy off as new.
*> ---------------------------------------------------------------
FIND-TONIGHT.
    OPEN INPUT ARC-INDEX-FILE.
    IF ARC-IDX-STATUS = "00"
        MOVE SPACE TO IDX-EOF
        PERFORM UNTIL IDX-EOF = 'Y'
            READ ARC-INDEX-FILE
                AT END
                    MOVE 'Y' TO IDX-EOF
                NOT AT END
                    ADD 1 TO CNT-IDX-READ
                    IF ARX-KIND = "DUMP"
                            AND ARX-RUN-STAMP > TONIGHT-STAMP
                            AND (DIFF-NAME = SPACE
                                OR ARX-FILE-NAME = DIFF-NAME)
                        MOVE ARX-RUN-STAMP TO TONIGHT-STAMP
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARC-INDEX-FILE
    ELSE
        DISPLAY "DUMPDIFF - ARCHIVE INDEX " ARC-INDEX-NAME
            " NOT READABLE, STATUS " ARC-IDX-STATUS
    END-IF.

LOAD-TONIGHT.
    OPEN INPUT ARC-INDEX-FILE.
    MOVE SPACE TO IDX-EOF.
    PERFORM UNTIL IDX-EOF = 'Y'
        READ ARC-INDEX-FILE
            AT END
                MOVE 'Y' TO IDX-EOF
            NOT AT END
                IF ARX-KIND = "DUMP"
                        AND ARX-RUN-STAMP = TONIGHT-STAMP
                        AND (DIFF-NAME = SPACE
                            OR ARX-FILE-NAME = DIFF-NAME)
                    MOVE ARX-FILE-NAME TO PROG-NAME
                    PERFORM TGT-FIND
                    IF TGT-IX = 0
                        IF TGT-COUNT < 500
                            ADD 1 TO TGT-COUNT
                            MOVE TGT-COUNT TO TGT-IX
                            MOVE ARX-FILE-NAME TO TGT-NAME(TGT-IX)
                            MOVE SPACE TO TGT-PREV-STAMP(TGT-IX)
                            MOVE SPACE TO TGT-PREV-IMAGE(TGT-IX)
                        ELSE
                            MOVE 'Y' TO TGT-OVER
                        END-IF
                    END-IF
                    IF TGT-IX > 0
                        MOVE ARC-INDEX-LINE TO TGT-IMAGE(TGT-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARC-INDEX-FILE.

LOAD-EARLIER.
    OPEN INPUT ARC-INDEX-FILE.
    MOVE SPACE TO IDX-EOF.
    PERFORM UNTIL IDX-EOF = 'Y'
        READ ARC-INDEX-FILE
            AT END
                MOVE 'Y' TO IDX-EOF
            NOT AT END
                IF ARX-RUN-STAMP < TONIGHT-STAMP
                    EVALUATE ARX-KIND
                        WHEN "DUMP"
                            MOVE ARX-FILE-NAME TO PROG-NAME
                            PERFORM TGT-FIND
                            IF TGT-IX > 0
                                IF ARX-RUN-STAMP > TGT-PREV-STAMP(TGT-IX)
                                    MOVE ARX-RUN-STAMP
                                        TO TGT-PREV-STAMP(TGT-IX)
                                    MOVE ARC-INDEX-LINE
                                        TO TGT-PREV-IMAGE(TGT-IX)
                                END-IF
                            END-IF
                        WHEN "SHIPPED"
                            MOVE ARX-ENTRY-NAME TO PROG-NAME
                            PERFORM TGT-FIND
                            IF TGT-IX > 0
                                PERFORM SHP-NOTE
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARC-INDEX-FILE.

*> Slot of the dump named PROG-NAME, zero for none.
TGT-FIND.
    MOVE 0 TO TGT-IX.
    MOVE 1 TO TGT-I.
    PERFORM UNTIL TGT-I > TGT-COUNT OR TGT-IX > 0
        IF TGT-NAME(TGT-I) = PROG-NAME
            MOVE TGT-I TO TGT-IX
        END-IF
        ADD 1 TO TGT-I
    END-PERFORM.

SHP-NOTE.
    MOVE ARX-FILE-NAME TO PROG-NAME.
    PERFORM SHP-FIND.
    IF SHP-IX = 0
        IF SHP-COUNT < 1000
            ADD 1 TO SHP-COUNT
            MOVE SHP-COUNT TO SHP-IX
            MOVE ARX-FILE-NAME TO SHP-NAME(SHP-IX)
            MOVE TGT-IX TO SHP-TGT(SHP-IX)
            MOVE SPACE TO SHP-STAMP(SHP-IX)
        ELSE
            MOVE 'Y' TO SHP-OVER
        END-IF
    END-IF.
    IF SHP-IX > 0
        IF ARX-RUN-STAMP > SHP-STAMP(SHP-IX)
            MOVE ARX-RUN-STAMP TO SHP-STAMP(SHP-IX)
            MOVE ARC-INDEX-LINE TO SHP-IMAGE(SHP-IX)
        END-IF
    END-IF.

*> Slot of the shipped program named PROG-NAME, zero for none.
SHP-FIND.
    MOVE 0 TO SHP-IX.
    MOVE 1 TO SHP-I.
    PERFORM UNTIL SHP-I > SHP-COUNT OR SHP-IX > 0
        IF SHP-NAME(SHP-I) = PROG-NAME
            MOVE SHP-I TO SHP-IX
        END-IF
        ADD 1 TO SHP-I
    END-PERFORM.

*> ---------------------------------------------------------------
*> DIFF-ONE-DUMP / AGAINST-LAST-VERSION / AGAINST-SHIPPED: one dump's
*> section of the printout. The copy's name is derived from its index
*> record the way the repair job's ARC-DERIVE-COPY-NAME derives it.
*> ---------------------------------------------------------------
DIFF-ONE-DUMP.
    ADD 1 TO CNT-NAMES.
    MOVE SPACE TO NAME-NEW-DAMAGE.
    MOVE TGT-IMAGE(TGT-I) TO ARC-INDEX-LINE.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE SPACE TO PRINT-W.
    MOVE 1 TO PRINT-PTR.
    STRING "DUMP " DELIMITED BY SIZE
        ARX-FILE-NAME DELIMITED BY SPACE
        "  RUN " DELIMITED BY SIZE
        ARX-RUN-STAMP DELIMITED BY SIZE
        "  LINES " DELIMITED BY SIZE
        ARX-LINES DELIMITED BY SIZE
        "  HASH " DELIMITED BY SIZE
        ARX-HASH DELIMITED BY SIZE
        "  SITE " DELIMITED BY SIZE
        ARX-SITE-CODE DELIMITED BY SIZE
        "  OUTCOME " DELIMITED BY SIZE
        ARX-STATUS DELIMITED BY SPACE
        INTO PRINT-W WITH POINTER PRINT-PTR.
    IF ARX-MOD-PTR > 0
        STRING "  FIXED AT " DELIMITED BY SIZE
            ARX-MOD-PTR DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            ARX-SECOND-PTR DELIMITED BY SIZE
            INTO PRINT-W WITH POINTER PRINT-PTR
    END-IF.
    PERFORM PRINT-LINE.
    PERFORM DERIVE-COPY-NAME.
    PERFORM LOAD-COPY.
    IF COPY-MISSING = 'Y'
        PERFORM NOTE-COPY-MISSING
        ADD 1 TO CNT-NOT-COMPARED
    ELSE
        MOVE OLD-COPY TO NEW-COPY
        PERFORM AGAINST-LAST-VERSION
        MOVE 1 TO SEG-K
        PERFORM UNTIL SEG-K > NC-SEGS
            PERFORM AGAINST-SHIPPED
            ADD 1 TO SEG-K
        END-PERFORM
        IF NAME-NEW-DAMAGE = 'Y'
            DISPLAY "DUMPDIFF - [" TGT-NAME(TGT-I) "] REPAIRED DEVICE "
                "CORRUPTED AT A DIFFERENT POSITION - NEW DAMAGE"
        END-IF
    END-IF.

AGAINST-LAST-VERSION.
    IF TGT-PREV-STAMP(TGT-I) = SPACE
        MOVE "  AGAINST THE LAST VERSION: NO EARLIER VERSION ON FILE"
            TO PRINT-W
        PERFORM PRINT-LINE
        ADD 1 TO CNT-FIRST
    ELSE
        MOVE TGT-PREV-IMAGE(TGT-I) TO ARC-INDEX-LINE
        MOVE SPACE TO PRINT-W
        STRING "  AGAINST THE LAST VERSION: RUN " DELIMITED BY SIZE
            ARX-RUN-STAMP DELIMITED BY SIZE
            "  LINES " DELIMITED BY SIZE
            ARX-LINES DELIMITED BY SIZE
            "  HASH " DELIMITED BY SIZE
            ARX-HASH DELIMITED BY SIZE
            "  OUTCOME " DELIMITED BY SIZE
            ARX-STATUS DELIMITED BY SPACE
            INTO PRINT-W
        PERFORM PRINT-LINE
        PERFORM DERIVE-COPY-NAME
        PERFORM LOAD-COPY
        IF COPY-MISSING = 'Y'
            PERFORM NOTE-COPY-MISSING
        ELSE
            PERFORM LAST-VERSION-SEGMENTS
        END-IF
    END-IF.

*> Programs are matched by position in the dump; one the site added
*> or stopped sending is counted as a change of its own.
LAST-VERSION-SEGMENTS.
    MOVE 0 TO LV-ALTERED.
    MOVE 0 TO LV-INSERTED.
    MOVE 0 TO LV-DELETED.
    MOVE 0 TO LV-SEG-CHANGES.
    MOVE NC-SEGS TO SEG-MAX.
    IF OC-SEGS > SEG-MAX
        MOVE OC-SEGS TO SEG-MAX
    END-IF.
    MOVE 1 TO SEG-K.
    PERFORM UNTIL SEG-K > SEG-MAX
        MOVE SEG-K TO SEG-ED
        EVALUATE TRUE
            WHEN SEG-K > OC-SEGS
                ADD 1 TO LV-SEG-CHANGES
                MOVE NC-SEG-LEN(SEG-K) TO COUNT-ED
                MOVE SPACE TO PRINT-W
                STRING "    PROGRAM " DELIMITED BY SIZE
                    SEG-ED DELIMITED BY SIZE
                    " IS NEW IN THIS VERSION -" DELIMITED BY SIZE
                    COUNT-ED DELIMITED BY SIZE
                    " INSTRUCTIONS" DELIMITED BY SIZE
                    INTO PRINT-W
                PERFORM PRINT-LINE
            WHEN SEG-K > NC-SEGS
                ADD 1 TO LV-SEG-CHANGES
                MOVE SPACE TO PRINT-W
                STRING "    PROGRAM " DELIMITED BY SIZE
                    SEG-ED DELIMITED BY SIZE
                    " OF THE LAST VERSION IS NO LONGER SENT"
                        DELIMITED BY SIZE
                    INTO PRINT-W
                PERFORM PRINT-LINE
            WHEN OTHER
                MOVE SEG-K TO OLD-SEG
                PERFORM COMPARE-PROGRAMS
                IF DN > 999 OR DM > 999
                    ADD 1 TO LV-SEG-CHANGES
                ELSE
                    ADD ED-ALTERED TO LV-ALTERED
                    ADD ED-INSERTED TO LV-INSERTED
                    ADD ED-DELETED TO LV-DELETED
                    IF ED-COUNT > 0
                        IF SEG-MAX > 1
                            MOVE SPACE TO PRINT-W
                            STRING "    PROGRAM " DELIMITED BY SIZE
                                SEG-ED DELIMITED BY SIZE
                                INTO PRINT-W
                            PERFORM PRINT-LINE
                        END-IF
                        PERFORM PRINT-DIFFERENCES
                    END-IF
                END-IF
        END-EVALUATE
        ADD 1 TO SEG-K
    END-PERFORM.
    IF LV-ALTERED = 0 AND LV-INSERTED = 0 AND LV-DELETED = 0
            AND LV-SEG-CHANGES = 0
        MOVE "    IDENTICAL TO THE LAST VERSION - THE SAME DUMP SENT AGAIN"
            TO PRINT-W
        PERFORM PRINT-LINE
        ADD 1 TO CNT-RESENT
    ELSE
        MOVE SPACE TO PRINT-W
        MOVE LV-ALTERED TO LV-ALTERED-ED
        MOVE LV-INSERTED TO LV-INSERTED-ED
        MOVE LV-DELETED TO LV-DELETED-ED
        MOVE LV-SEG-CHANGES TO LV-SEG-CHANGES-ED
        STRING "    CHANGED SINCE THE LAST VERSION:" DELIMITED BY SIZE
            LV-ALTERED-ED DELIMITED BY SIZE
            " ALTERED," DELIMITED BY SIZE
            LV-INSERTED-ED DELIMITED BY SIZE
            " INSERTED," DELIMITED BY SIZE
            LV-DELETED-ED DELIMITED BY SIZE
            " DELETED," DELIMITED BY SIZE
            LV-SEG-CHANGES-ED DELIMITED BY SIZE
            " PROGRAM(S) ADDED, DROPPED OR NOT COMPARED"
                DELIMITED BY SIZE
            INTO PRINT-W
        PERFORM PRINT-LINE
        ADD 1 TO CNT-CHANGED
    END-IF.

*> Program SEG-K of tonight's dump against the newest shipped version
*> of the program it was filed as - the dump's own name for a single
*> program, "name(nn)" for a segment. Tonight's copy is already in
*> NEW-COPY; the shipped copy is one program.
AGAINST-SHIPPED.
    ADD 1 TO CNT-PROGRAMS.
    MOVE SEG-K TO SEG-ED.
    IF NC-SEGS = 1
        MOVE TGT-NAME(TGT-I) TO PROG-NAME
    ELSE
        MOVE SPACE TO PROG-NAME
        STRING TGT-NAME(TGT-I) DELIMITED BY SPACE
            "(" DELIMITED BY SIZE
            SEG-ED DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO PROG-NAME
    END-IF.
    PERFORM SHP-FIND.
    IF SHP-IX > 0
        IF SHP-TGT(SHP-IX) NOT = TGT-I
            MOVE 0 TO SHP-IX
        END-IF
    END-IF.
    IF SHP-IX = 0
        MOVE SPACE TO PRINT-W
        STRING "  AGAINST THE LAST SHIPPED FIX OF " DELIMITED BY SIZE
            PROG-NAME DELIMITED BY SPACE
            ": NONE SHIPPED BEFORE THIS RUN" DELIMITED BY SIZE
            INTO PRINT-W
        PERFORM PRINT-LINE
        ADD 1 TO CNT-NOT-SHIPPED
    ELSE
        MOVE SHP-IMAGE(SHP-IX) TO ARC-INDEX-LINE
        PERFORM REPAIRED-POSITIONS
        MOVE SPACE TO PRINT-W
        STRING "  AGAINST THE LAST SHIPPED FIX OF " DELIMITED BY SIZE
            PROG-NAME DELIMITED BY SPACE
            ": RUN " DELIMITED BY SIZE
            ARX-RUN-STAMP DELIMITED BY SIZE
            "  SHIPPED " DELIMITED BY SIZE
            ARX-ARCH-DATE DELIMITED BY SIZE
            "  REPAIRED AT " DELIMITED BY SIZE
            REP-LIST DELIMITED BY SIZE
            INTO PRINT-W
        PERFORM PRINT-LINE
        PERFORM DERIVE-COPY-NAME
        PERFORM LOAD-COPY
        IF COPY-MISSING = 'Y'
            PERFORM NOTE-COPY-MISSING
        ELSE
            MOVE 1 TO OLD-SEG
            PERFORM COMPARE-PROGRAMS
            IF DN > 999 OR DM > 999
                ADD 1 TO CNT-NOT-COMPARED
            ELSE
                PERFORM SHIPPED-VERDICT
            END-IF
        END-IF
    END-IF.

REPAIRED-POSITIONS.
    MOVE 0 TO REP-COUNT.
    IF ARX-MOD-PTR > 0
        ADD 1 TO REP-COUNT
        MOVE ARX-MOD-PTR TO REP-POS(REP-COUNT)
    END-IF.
    IF ARX-SECOND-PTR > 0
        ADD 1 TO REP-COUNT
        MOVE ARX-SECOND-PTR TO REP-POS(REP-COUNT)
    END-IF.
    MOVE 1 TO REP-I.
    PERFORM UNTIL REP-I > 8 OR REP-I > ARX-PATCH-COUNT
        IF ARX-PATCH-PTR(REP-I) > 0
            ADD 1 TO REP-COUNT
            MOVE ARX-PATCH-PTR(REP-I) TO REP-POS(REP-COUNT)
        END-IF
        ADD 1 TO REP-I
    END-PERFORM.
    MOVE SPACE TO REP-LIST.
    MOVE 1 TO REP-PTR.
    MOVE 1 TO REP-I.
    PERFORM UNTIL REP-I > REP-COUNT
        STRING REP-POS(REP-I) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INTO REP-LIST WITH POINTER REP-PTR
        ADD 1 TO REP-I
    END-PERFORM.
    IF REP-COUNT = 0
        MOVE "(NO POSITION RECORDED)" TO REP-LIST
    END-IF.

*> Each altered instruction is marked against the repaired positions
*> before the list prints. Inserted or deleted instructions mean the
*> program itself is not the one we shipped, whatever else differs.
SHIPPED-VERDICT.
    MOVE 0 TO SA-REPAIRED.
    MOVE 0 TO SA-NEW.
    MOVE 1 TO ED-I.
    PERFORM UNTIL ED-I > ED-COUNT
        IF ED-KIND(ED-I) = "ALTERED"
            PERFORM REPAIRED-CHECK
            IF REP-HIT = 'Y'
                ADD 1 TO SA-REPAIRED
            ELSE
                ADD 1 TO SA-NEW
            END-IF
        END-IF
        ADD 1 TO ED-I
    END-PERFORM.
    IF ED-COUNT > 0
        MOVE 'Y' TO SHIP-MODE
        PERFORM PRINT-DIFFERENCES
        MOVE SPACE TO SHIP-MODE
    END-IF.
    EVALUATE TRUE
        WHEN ED-INSERTED > 0 OR ED-DELETED > 0
            MOVE "    INSTRUCTIONS INSERTED OR DELETED SINCE THE SHIPPED FIX - A DIFFERENT PROGRAM, NOT A RE-SEND"
                TO PRINT-W
            ADD 1 TO CNT-RESTRUCTURED
        WHEN ED-COUNT = 0
            MOVE "    SAME AS THE SHIPPED FIX - THE DEVICE IS RUNNING THE REPAIRED PROGRAM"
                TO PRINT-W
            ADD 1 TO CNT-RUNS-FIX
        WHEN SA-NEW = 0
            MOVE "    DIFFERS ONLY WHERE THE SHIPPED FIX REPAIRED IT - A RE-SEND OF THE OLD DUMP, NO NEW DAMAGE"
                TO PRINT-W
            ADD 1 TO CNT-OLD-DUMP
        WHEN SA-REPAIRED = 0
            MOVE "    *** REPAIRED DEVICE CORRUPTED AT A DIFFERENT POSITION - NEW DAMAGE ***"
                TO PRINT-W
            ADD 1 TO CNT-NEW-DAMAGE
            MOVE 'Y' TO NAME-NEW-DAMAGE
        WHEN OTHER
            MOVE "    *** OLD DAMAGE STILL PRESENT AND NEW DAMAGE AT OTHER POSITIONS ***"
                TO PRINT-W
            ADD 1 TO CNT-NEW-DAMAGE
            MOVE 'Y' TO NAME-NEW-DAMAGE
    END-EVALUATE.
    PERFORM PRINT-LINE.

REPAIRED-CHECK.
    MOVE SPACE TO REP-HIT.
    MOVE 1 TO REP-I.
    PERFORM UNTIL REP-I > REP-COUNT OR REP-HIT = 'Y'
        IF REP-POS(REP-I) = ED-OLD-POS(ED-I)
            MOVE 'Y' TO REP-HIT
        END-IF
        ADD 1 TO REP-I
    END-PERFORM.

DERIVE-COPY-NAME.
    MOVE SPACE TO ARC-COPY-NAME.
    IF ARX-KIND = "SHIPPED"
        STRING ARCHIVE-DIR DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            ARX-FILE-NAME DELIMITED BY SPACE
            "." DELIMITED BY SIZE
            ARX-RUN-STAMP DELIMITED BY SIZE
            ".shipped" DELIMITED BY SIZE
            INTO ARC-COPY-NAME
    ELSE
        STRING ARCHIVE-DIR DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            ARX-FILE-NAME DELIMITED BY SPACE
            "." DELIMITED BY SIZE
            ARX-RUN-STAMP DELIMITED BY SIZE
            INTO ARC-COPY-NAME
    END-IF.

NOTE-COPY-MISSING.
    ADD 1 TO CNT-MISSING.
    MOVE SPACE TO PRINT-W.
    STRING "    ARCHIVED COPY " DELIMITED BY SIZE
        ARC-COPY-NAME DELIMITED BY SPACE
        " NOT READABLE, STATUS " DELIMITED BY SIZE
        ARC-CPY-STATUS DELIMITED BY SIZE
        " - NOT COMPARED" DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    DISPLAY "DUMPDIFF - ARCHIVED COPY " ARC-COPY-NAME " NOT READABLE".

*> Reads the copy ARC-COPY-NAME names into OLD-COPY. A copy of more
*> than 5000 lines or 99 programs is marked OC-OVER and compared no
*> further than what fitted.
LOAD-COPY.
    MOVE SPACE TO COPY-MISSING.
    MOVE 0 TO OC-LINES.
    MOVE 1 TO OC-SEGS.
    MOVE SPACE TO OC-OVER.
    MOVE 1 TO OC-SEG-FIRST(1).
    MOVE 0 TO OC-SEG-LEN(1).
    OPEN INPUT ARC-COPY-FILE.
    IF ARC-CPY-STATUS NOT = "00"
        MOVE 'Y' TO COPY-MISSING
    ELSE
        MOVE SPACE TO COPY-EOF
        PERFORM UNTIL COPY-EOF = 'Y'
            READ ARC-COPY-FILE
                AT END
                    MOVE 'Y' TO COPY-EOF
                NOT AT END
                    IF ARC-COPY-LINE(1:3) = "==="
                        IF OC-SEGS < 99
                            ADD 1 TO OC-SEGS
                            COMPUTE OC-SEG-FIRST(OC-SEGS) = OC-LINES + 1
                            MOVE 0 TO OC-SEG-LEN(OC-SEGS)
                        ELSE
                            MOVE 'Y' TO OC-OVER
                        END-IF
                    ELSE
                        IF OC-LINES < 5000 AND OC-OVER NOT = 'Y'
                            ADD 1 TO OC-LINES
                            MOVE ARC-COPY-LINE(1:8) TO OC-LINE(OC-LINES)
                            ADD 1 TO OC-SEG-LEN(OC-SEGS)
                        ELSE
                            MOVE 'Y' TO OC-OVER
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARC-COPY-FILE
        IF OC-SEGS > 1 AND OC-SEG-LEN(OC-SEGS) = 0
            SUBTRACT 1 FROM OC-SEGS
        END-IF
        IF OC-OVER = 'Y'
            MOVE "    COPY OVER 5000 LINES OR 99 PROGRAMS - ONLY WHAT FITTED IS COMPARED"
                TO PRINT-W
            PERFORM PRINT-LINE
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> COMPARE-PROGRAMS / FILL-LCS / WALK-LCS / FLUSH-PENDING: program
*> OLD-SEG of OLD-COPY against program SEG-K of NEW-COPY, leaving the
*> differences in ED-TABLE. Two programs of one length are first
*> compared position by position; when that alignment is as good as
*> the LCS one (no instruction was inserted or deleted) it is the one
*> reported.
*> ---------------------------------------------------------------
COMPARE-PROGRAMS.
    MOVE 0 TO ED-COUNT.
    MOVE 0 TO ED-ALTERED.
    MOVE 0 TO ED-INSERTED.
    MOVE 0 TO ED-DELETED.
    COMPUTE OA-BASE = OC-SEG-FIRST(OLD-SEG) - 1.
    COMPUTE NB-BASE = NC-SEG-FIRST(SEG-K) - 1.
    MOVE OC-SEG-LEN(OLD-SEG) TO DN.
    MOVE NC-SEG-LEN(SEG-K) TO DM.
    IF DN > 999 OR DM > 999
        MOVE "    PROGRAM OVER 999 INSTRUCTIONS - NOT COMPARED"
            TO PRINT-W
        PERFORM PRINT-LINE
    ELSE
        MOVE 0 TO POS-DIFFS
        IF DN = DM
            MOVE 1 TO DI
            PERFORM UNTIL DI > DN
                COMPUTE DX = OA-BASE + DI
                COMPUTE DY = NB-BASE + DI
                IF OC-LINE(DX) NOT = NC-LINE(DY)
                    ADD 1 TO POS-DIFFS
                END-IF
                ADD 1 TO DI
            END-PERFORM
        END-IF
        IF DN = DM AND POS-DIFFS = 0
            CONTINUE
        ELSE
            PERFORM FILL-LCS
            IF DN = DM AND POS-DIFFS = DN - LCS-CELL(1, 1)
                MOVE 1 TO DI
                PERFORM UNTIL DI > DN
                    COMPUTE DX = OA-BASE + DI
                    COMPUTE DY = NB-BASE + DI
                    IF OC-LINE(DX) NOT = NC-LINE(DY)
                        MOVE DI TO PD-POS(1)
                        MOVE DI TO PI-POS(1)
                        MOVE 1 TO PEND-DEL
                        MOVE 1 TO PEND-INS
                        PERFORM FLUSH-PENDING
                    END-IF
                    ADD 1 TO DI
                END-PERFORM
            ELSE
                PERFORM WALK-LCS
            END-IF
        END-IF
    END-IF.

FILL-LCS.
    COMPUTE DI = DN + 1.
    MOVE 1 TO DJ.
    PERFORM UNTIL DJ > DM + 1
        MOVE 0 TO LCS-CELL(DI, DJ)
        ADD 1 TO DJ
    END-PERFORM.
    COMPUTE DJ = DM + 1.
    MOVE 1 TO DI.
    PERFORM UNTIL DI > DN + 1
        MOVE 0 TO LCS-CELL(DI, DJ)
        ADD 1 TO DI
    END-PERFORM.
    MOVE DN TO DI.
    PERFORM UNTIL DI < 1
        MOVE DM TO DJ
        COMPUTE DX = OA-BASE + DI
        PERFORM UNTIL DJ < 1
            COMPUTE DY = NB-BASE + DJ
            IF OC-LINE(DX) = NC-LINE(DY)
                COMPUTE LCS-CELL(DI, DJ) = LCS-CELL(DI + 1, DJ + 1) + 1
            ELSE
                IF LCS-CELL(DI + 1, DJ) >= LCS-CELL(DI, DJ + 1)
                    MOVE LCS-CELL(DI + 1, DJ) TO LCS-CELL(DI, DJ)
                ELSE
                    MOVE LCS-CELL(DI, DJ + 1) TO LCS-CELL(DI, DJ)
                END-IF
            END-IF
            SUBTRACT 1 FROM DJ
        END-PERFORM
        SUBTRACT 1 FROM DI
    END-PERFORM.

*> Deletions and insertions collect between two matched instructions
*> and are flushed as one gap when the next match (or the end) comes.
WALK-LCS.
    MOVE 0 TO PEND-DEL.
    MOVE 0 TO PEND-INS.
    MOVE 1 TO DI.
    MOVE 1 TO DJ.
    PERFORM UNTIL DI > DN AND DJ > DM
        COMPUTE DX = OA-BASE + DI
        COMPUTE DY = NB-BASE + DJ
        EVALUATE TRUE
            WHEN DI <= DN AND DJ <= DM AND OC-LINE(DX) = NC-LINE(DY)
                PERFORM FLUSH-PENDING
                ADD 1 TO DI
                ADD 1 TO DJ
            WHEN DJ > DM
                ADD 1 TO PEND-DEL
                MOVE DI TO PD-POS(PEND-DEL)
                ADD 1 TO DI
            WHEN DI > DN
                ADD 1 TO PEND-INS
                MOVE DJ TO PI-POS(PEND-INS)
                ADD 1 TO DJ
            WHEN LCS-CELL(DI + 1, DJ) >= LCS-CELL(DI, DJ + 1)
                ADD 1 TO PEND-DEL
                MOVE DI TO PD-POS(PEND-DEL)
                ADD 1 TO DI
            WHEN OTHER
                ADD 1 TO PEND-INS
                MOVE DJ TO PI-POS(PEND-INS)
                ADD 1 TO DJ
        END-EVALUATE
    END-PERFORM.
    PERFORM FLUSH-PENDING.

FLUSH-PENDING.
    MOVE 1 TO PEND-K.
    PERFORM UNTIL PEND-K > PEND-DEL AND PEND-K > PEND-INS
        ADD 1 TO ED-COUNT
        EVALUATE TRUE
            WHEN PEND-K <= PEND-DEL AND PEND-K <= PEND-INS
                MOVE "ALTERED" TO ED-KIND(ED-COUNT)
                MOVE PD-POS(PEND-K) TO ED-OLD-POS(ED-COUNT)
                MOVE PI-POS(PEND-K) TO ED-NEW-POS(ED-COUNT)
                ADD 1 TO ED-ALTERED
            WHEN PEND-K <= PEND-DEL
                MOVE "DELETED" TO ED-KIND(ED-COUNT)
                MOVE PD-POS(PEND-K) TO ED-OLD-POS(ED-COUNT)
                MOVE 0 TO ED-NEW-POS(ED-COUNT)
                ADD 1 TO ED-DELETED
            WHEN OTHER
                MOVE "INSERTED" TO ED-KIND(ED-COUNT)
                MOVE 0 TO ED-OLD-POS(ED-COUNT)
                MOVE PI-POS(PEND-K) TO ED-NEW-POS(ED-COUNT)
                ADD 1 TO ED-INSERTED
        END-EVALUATE
        ADD 1 TO PEND-K
    END-PERFORM.
    MOVE 0 TO PEND-DEL.
    MOVE 0 TO PEND-INS.

*> The first ED-LIST-MAX differences are listed - a dump that differs
*> everywhere says so in its totals without a page per instruction.
*> Against a shipped fix each altered line says whether the fix had
*> repaired that position.
PRINT-DIFFERENCES.
    MOVE DIFF-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE 1 TO ED-I.
    PERFORM UNTIL ED-I > ED-COUNT OR ED-I > ED-LIST-MAX
        MOVE ED-KIND(ED-I) TO DPL-KIND
        MOVE SPACE TO DPL-OLD-POS
        MOVE SPACE TO DPL-OLD-TEXT
        MOVE SPACE TO DPL-ARROW
        MOVE SPACE TO DPL-NEW-POS
        MOVE SPACE TO DPL-NEW-TEXT
        MOVE SPACE TO DPL-NOTE
        IF ED-OLD-POS(ED-I) > 0
            MOVE ED-OLD-POS(ED-I) TO DPL-OLD-POS
            COMPUTE DX = OA-BASE + ED-OLD-POS(ED-I)
            MOVE OC-LINE(DX) TO DPL-OLD-TEXT
        END-IF
        IF ED-NEW-POS(ED-I) > 0
            MOVE ED-NEW-POS(ED-I) TO DPL-NEW-POS
            COMPUTE DY = NB-BASE + ED-NEW-POS(ED-I)
            MOVE NC-LINE(DY) TO DPL-NEW-TEXT
        END-IF
        IF ED-KIND(ED-I) = "ALTERED"
            MOVE " -> " TO DPL-ARROW
        END-IF
        IF ED-KIND(ED-I) = "ALTERED" AND SHIP-MODE = 'Y'
            PERFORM REPAIRED-CHECK
            IF REP-HIT = 'Y'
                MOVE "REPAIRED POSITION - OLD DAMAGE" TO DPL-NOTE
            ELSE
                MOVE "NOT A REPAIRED POSITION - NEW DAMAGE" TO DPL-NOTE
            END-IF
        END-IF
        MOVE DIFF-PRINT-LINE TO PRINT-W
        PERFORM PRINT-LINE
        ADD 1 TO ED-I
    END-PERFORM.
    IF ED-COUNT > ED-LIST-MAX
        COMPUTE PEND-K = ED-COUNT - ED-LIST-MAX
        MOVE PEND-K TO COUNT-ED
        MOVE SPACE TO PRINT-W
        STRING "      ..." DELIMITED BY SIZE
            COUNT-ED DELIMITED BY SIZE
            " FURTHER DIFFERENCES NOT LISTED" DELIMITED BY SIZE
            INTO PRINT-W
        PERFORM PRINT-LINE
    END-IF.

PRINT-TOTALS.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE "** TOTALS **" TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-NAMES TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "  DUMPS COMPARED                        " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-FIRST TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "    NO EARLIER VERSION ON FILE          " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-RESENT TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "    IDENTICAL TO THE LAST VERSION       " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-CHANGED TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "    CHANGED SINCE THE LAST VERSION      " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-PROGRAMS TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "  PROGRAMS HELD AGAINST A SHIPPED FIX   " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-NOT-SHIPPED TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "    NONE SHIPPED BEFORE                 " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-RUNS-FIX TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "    SAME AS THE SHIPPED FIX             " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-OLD-DUMP TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "    RE-SEND OF THE OLD DUMP             " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-NEW-DAMAGE TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "    NEW DAMAGE                          " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-RESTRUCTURED TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "    INSTRUCTIONS INSERTED OR DELETED    " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-NOT-COMPARED TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "  NOT COMPARED (UNREADABLE OR TOO LONG) " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-MISSING TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "  ARCHIVED COPIES NOT READABLE          " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE "END OF DUMP DIFFERENCE REPORT" TO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-LINE.
    IF LINE-NO > 59
        ADD 1 TO PAGE-NO
        IF PAGE-NO > 1
            MOVE SPACE TO PRINT-LINE-OUT
            WRITE PRINT-LINE-OUT
        END-IF
        MOVE SPACE TO PRINT-LINE-OUT
        STRING "DUMP DIFFERENCE REPORT - RUN " DELIMITED BY SIZE
            TONIGHT-STAMP DELIMITED BY SIZE
            " - PAGE " DELIMITED BY SIZE
            PAGE-NO DELIMITED BY SIZE
            INTO PRINT-LINE-OUT
        WRITE PRINT-LINE-OUT
        MOVE ALL "-" TO PRINT-LINE-OUT
        WRITE PRINT-LINE-OUT
        MOVE 3 TO LINE-NO
    END-IF.
    MOVE PRINT-W TO PRINT-LINE-OUT.
    WRITE PRINT-LINE-OUT.
    ADD 1 TO LINE-NO.

AUDIT-DUMPDIFF.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
        DISPLAY "DUMPDIFF - AUDIT LOG OPEN FAILED, STATUS " AUDIT-STATUS
    ELSE
        ACCEPT NOW-DATE FROM DATE YYYYMMDD
        ACCEPT NOW-TIME-RAW FROM TIME
        MOVE NOW-TIME-RAW(1:6) TO NOW-TIME
        MOVE SPACE TO AUDIT-LINE
        STRING "DUMPDIFF " DELIMITED BY SIZE
            NOW-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            NOW-TIME DELIMITED BY SIZE
            " RUN=" DELIMITED BY SIZE
            TONIGHT-STAMP DELIMITED BY SIZE
            " DUMPS=" DELIMITED BY SIZE
            CNT-NAMES DELIMITED BY SIZE
            " FIRST=" DELIMITED BY SIZE
            CNT-FIRST DELIMITED BY SIZE
            " RESENT=" DELIMITED BY SIZE
            CNT-RESENT DELIMITED BY SIZE
            " CHANGED=" DELIMITED BY SIZE
            CNT-CHANGED DELIMITED BY SIZE
            " OLD-DUMP=" DELIMITED BY SIZE
            CNT-OLD-DUMP DELIMITED BY SIZE
            " NEW-DAMAGE=" DELIMITED BY SIZE
            CNT-NEW-DAMAGE DELIMITED BY SIZE
            " UNREADABLE=" DELIMITED BY SIZE
            CNT-MISSING DELIMITED BY SIZE
            " RC=" DELIMITED BY SIZE
            DIFF-RC DELIMITED BY SIZE
            INTO AUDIT-LINE
        WRITE AUDIT-LINE
        CLOSE AUDIT-FILE
    END-IF.
