IDENTIFICATION DIVISION.
PROGRAM-ID. STRSPLIT.

*> Stream splitter, run between the INTAKE step and the repair job on
*> a night too heavy for one serial run: it divides the filelist into
*> STREAMS=n partitions ("<filelist>-p1" .. "-pn") so n copies of the
*> repair job can work at once, and writes each copy its own card
*> deck. The night then goes:
*>
*>   INTAKE                                builds the filelist
*>   STRSPLIT                              splits it, writes the decks
*>   RUNCARD=runcard-pk HELLO  (k = 1..n)  all at once, one per stream
*>   RUNCARD=runcard-merge HELLO           once every stream has ended
*>   SUMMARY                               as on any night
*>
*> The partitions are balanced on what each entry is likely to cost
*> the repair job: per program, its loaded length times the reruns
*> its repair is expected to take - the candidates its newest run in
*> "runhist" spent when it has been seen before, otherwise its jmp/nop
*> population (the single-swap search's full width). Entries are
*> handed out largest first, each to the stream with the least work
*> so far. Identical programs (same fingerprint and length, taken
*> after any "-patches" directives exactly as the repair job takes
*> it) and repeated names are tied together and always go to the same
*> stream, kept in filelist order there, so the repair job's
*> same-night duplicate check and the history's first-record-wins
*> rule see them exactly as a serial run would. "<filelist>-split"
*> shows every entry's figures and the stream it went to.
*>
*> Each stream's deck "runcard-pk" is the "runcard" deck as it stands
*> with FILELIST/REPORT pointed at "<filelist>-pk"/"<report>-pk" plus
*> STREAM=k; the merge step's deck "runcard-merge" keeps the night's
*> own filelist and report and adds MERGE=n. Every deck carries the
*> same RUNSTAMP= stamped here, so the whole night's history records
*> share one run stamp. Nothing is split while an earlier run - serial
*> or split - still has a run-state journal to restart or merge from.
*>
*> Cards read from the shared "runcard" deck:
*>   FILELIST=name   filelist to split (default "filelist")
*>   REPORT=name     the night's report (default "report")
*>   STREAMS=n       how many streams, 1-9 - required
*> Every other card is passed through to the decks unchanged. Return
*> code 0 when the decks are written, 8 when nothing could be split.
*> One SPLIT record goes onto "auditlog".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUNCARD-FILE
        ASSIGN TO "runcard"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

    SELECT OPTIONAL FILELIST-FILE
        ASSIGN TO DYNAMIC FILELIST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILELIST-STATUS.

    SELECT OPTIONAL INPUT-FILE
        ASSIGN TO DYNAMIC BOOT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INPUT-STATUS.

    SELECT OPTIONAL PATCH-FILE
        ASSIGN TO DYNAMIC PATCH-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PATCH-STATUS.

    SELECT OPTIONAL RUNSTATE-FILE
        ASSIGN TO DYNAMIC RUNSTATE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RST-STATUS.

    SELECT OPTIONAL HISTORY-FILE
        ASSIGN TO "runhist"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS HIST-STATUS.

    SELECT PART-FILE
        ASSIGN TO DYNAMIC PART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DECK-FILE
        ASSIGN TO DYNAMIC DECK-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SPLIT-FILE
        ASSIGN TO DYNAMIC SPLIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO "auditlog"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.

    FD RUNCARD-FILE.

    01 RUNCARD-LINE PIC X(80).

    FD FILELIST-FILE.

    01 FILELIST-LINE PIC X(40).

    FD INPUT-FILE.

    01 READ-LINE.
        05 RINSTR PIC A(3).
        05 RX PIC A(1).
        05 RADDR PIC A(4).

    FD PATCH-FILE.

    01 PATCH-LINE.
        05 PAT-PTR PIC 9(4).
        05 PAT-SEP1 PIC X(1).
        05 PAT-INSTR PIC A(3).
        05 PAT-SEP2 PIC X(1).
        05 PAT-ADDR PIC X(4).

    FD RUNSTATE-FILE.

    01 RUNSTATE-LINE PIC X(260).

    FD HISTORY-FILE.

    01 HIST-LINE.
        05 HST-KEY.
            10 HST-FILE-NAME PIC X(40).
            10 HST-RUN-STAMP PIC X(14).
        05 HST-SEP1 PIC X(1).
        05 HST-STATUS PIC X(11).
        05 HST-SEP2 PIC X(1).
        05 HST-PART1-ACCUM PIC X(10).
        05 HST-SEP3 PIC X(1).
        05 HST-PART2-ACCUM PIC X(10).
        05 HST-SEP4 PIC X(1).
        05 HST-SITE-CODE PIC X(8).
        05 HST-SEP5 PIC X(1).
        05 HST-CANDIDATES PIC 9(7).
        05 HST-SEP6 PIC X(1).
        05 HST-MOD-PTR PIC 9(4).
        05 HST-SEP7 PIC X(1).
        05 HST-SECOND-PTR PIC 9(4).
        05 HST-SEP8 PIC X(1).
        05 HST-REPAIR-MODE PIC X(10).
        05 HST-SEP9 PIC X(1).
        05 HST-CYCLE-LEN PIC 9(4).
        05 HST-SEP10 PIC X(1).
        05 HST-FAULT1-INSTR PIC X(3).
        05 HST-SEP11 PIC X(1).
        05 HST-FAULT1-AREA PIC X(5).
        05 HST-SEP12 PIC X(1).
        05 HST-FAULT2-INSTR PIC X(3).
        05 HST-SEP13 PIC X(1).
        05 HST-FAULT2-AREA PIC X(5).
        05 FILLER PIC X(6).

    FD PART-FILE.

    01 PART-LINE PIC X(40).

    FD DECK-FILE.

    01 DECK-LINE PIC X(80).

    FD SPLIT-FILE.

    01 SPLIT-LINE.
        05 SPL-FILE-NAME PIC X(40).
        05 SPL-SEP1 PIC X(1).
        05 SPL-STREAM PIC 9(1).
        05 SPL-SEP2 PIC X(1).
        05 SPL-SEGS PIC 9(2).
        05 SPL-SEP3 PIC X(1).
        05 SPL-LINES PIC 9(5).
        05 SPL-SEP4 PIC X(1).
        05 SPL-SWAPS PIC 9(5).
        05 SPL-SEP5 PIC X(1).
        05 SPL-PRIOR PIC X(9).
        05 SPL-SEP6 PIC X(1).
        05 SPL-COST PIC 9(12).
        05 SPL-SEP7 PIC X(1).
        05 SPL-WITH PIC X(40).

    01 SPLIT-TEXT PIC X(121).

    FD AUDIT-FILE.

    01 AUDIT-LINE PIC X(320).

WORKING-STORAGE SECTION.
    01 RUNCARD-STATUS PIC X(2).
    01 FILELIST-STATUS PIC X(2).
    01 INPUT-STATUS PIC X(2).
    01 PATCH-STATUS PIC X(2).
    01 RST-STATUS PIC X(2).
    01 HIST-STATUS PIC X(2).
    01 AUDIT-STATUS PIC X(2).

    01 RUNCARD-EOF PIC A(1) VALUE SPACE.
    01 FILELIST-EOF PIC A(1) VALUE SPACE.
    01 CARD-KEY PIC X(20) VALUE SPACE.
    01 CARD-VALUE PIC X(60) VALUE SPACE.
    01 FILELIST-NAME PIC X(40) VALUE "filelist".
    01 REPORT-NAME PIC X(40) VALUE "report".
    01 STREAM-COUNT PIC 9(1) VALUE 0.
    01 STREAMS-BAD PIC A(1) VALUE SPACE.
*> The cards passed through to every deck, in deck order.
    01 DECK-CARDS.
        05 DECK-CARD PIC X(80) OCCURS 100 TIMES.
    01 DECK-CARD-COUNT PIC 9(3) VALUE 0.
    01 DECK-I PIC 9(3) VALUE 1.
    01 DECK-NAME PIC X(40) VALUE SPACE.
    01 PART-FILE-NAME PIC X(48) VALUE SPACE.
    01 SPLIT-FILE-NAME PIC X(48) VALUE SPACE.
    01 RUNSTATE-FILE-NAME PIC X(56) VALUE SPACE.
    01 RST-EOF PIC A(1) VALUE SPACE.
    01 RST-RECORDS PIC 9(6) VALUE 0.
    01 NAME-LEN PIC 9(2) VALUE 0.
    01 NAME-W PIC X(40) VALUE SPACE.

    01 RUN-STAMP.
        05 RUN-STAMP-DATE PIC 9(8).
        05 RUN-STAMP-TIME PIC 9(6).
    01 RUN-TIME-RAW PIC 9(8).
    01 SPLIT-RC PIC 9(2) VALUE 0.

*> One program's worth of the boot file, loaded and checked the way
*> the repair job's LOAD-SEGMENT and VALIDATE-LOAD-LINE do it - only
*> without the console detail, which is the repair job's to give.
    01 INSTRS.
        05 INSTR PIC A(3) OCCURS 1000 TIMES.
    01 ADDRS.
        05 ADDR PIC S9(3) OCCURS 1000 TIMES.
    01 READ-I PIC 9(4) VALUE 1.
    01 READ-EOF PIC A(1) VALUE SPACE.
    01 LOAD-ABORT PIC A(1) VALUE SPACE.
    01 LOAD-SKIPPING PIC A(1) VALUE SPACE.
    01 INPUT-MORE-SEGS PIC A(1) VALUE SPACE.
    01 LOADED-COUNT PIC 9(4) VALUE 0.
    01 ENTRY-FILE-NAME PIC X(40) VALUE SPACE.
    01 ENTRY-NAME-LEN PIC 9(2) VALUE 0.
    01 NAME-I PIC 9(2) VALUE 1.
    01 SEG-INDEX PIC 9(2) VALUE 0.
    01 ENTRY-MORE PIC A(1) VALUE SPACE.
    01 BOOT-FILE-NAME PIC X(56) VALUE SPACE.
    01 PATCH-FILE-NAME PIC X(56) VALUE SPACE.
    01 PATCH-EOF PIC A(1) VALUE SPACE.
    01 FPRINT PIC 9(9) VALUE 0.
    01 FPR-I PIC 9(4) VALUE 1.
    01 FPR-CODE PIC 9(1) VALUE 0.
    01 SEG-SWAPS PIC 9(4) VALUE 0.
    01 SEG-PRIOR PIC 9(7) VALUE 0.
    01 SEG-PRIOR-FOUND PIC A(1) VALUE SPACE.
    01 SEG-COST PIC 9(12) VALUE 0.
    01 HIST-OPEN PIC A(1) VALUE SPACE.
    01 HIST-EOF PIC A(1) VALUE SPACE.

*> Everything known about each filelist entry. ENT-GROUP names the
*> entry whose stream it must share (itself unless tied to another);
*> FPT holds one row per program with a fingerprint, for the ties.
    01 ENTRY-TABLE.
        05 ENT OCCURS 500 TIMES.
            10 ENT-NAME PIC X(40).
            10 ENT-SEGS PIC 9(2).
            10 ENT-LINES PIC 9(5).
            10 ENT-SWAPS PIC 9(5).
            10 ENT-PRIOR PIC 9(9).
            10 ENT-PRIOR-SEGS PIC 9(2).
            10 ENT-COST PIC 9(12).
            10 ENT-GROUP PIC 9(4).
            10 ENT-STREAM PIC 9(1).
    01 ENT-COUNT PIC 9(4) VALUE 0.
    01 ENT-I PIC 9(4) VALUE 1.
    01 ENT-J PIC 9(4) VALUE 1.
    01 FPR-TABLE.
        05 FPT OCCURS 2000 TIMES.
            10 FPT-ENTRY PIC 9(4).
            10 FPT-FPRINT PIC 9(9).
            10 FPT-LOADED PIC 9(4).
    01 FPT-COUNT PIC 9(4) VALUE 0.
    01 FPT-I PIC 9(4) VALUE 1.
    01 FPT-J PIC 9(4) VALUE 1.
    01 GRP-OLD PIC 9(4) VALUE 0.
    01 GRP-NEW PIC 9(4) VALUE 0.
    01 GROUP-TABLE.
        05 GRP OCCURS 500 TIMES.
            10 GRP-MEMBERS PIC 9(4).
            10 GRP-COST PIC 9(13).
            10 GRP-STREAM PIC 9(1).
    01 STREAM-TABLE.
        05 STM OCCURS 9 TIMES.
            10 STM-COST PIC 9(13).
            10 STM-ENTRIES PIC 9(4).
    01 STREAM-K PIC 9(2) VALUE 1.
    01 BEST-I PIC 9(4) VALUE 0.
    01 BEST-COST PIC 9(13) VALUE 0.
    01 BEST-K PIC 9(1) VALUE 1.
    01 CNT-TIED PIC 9(4) VALUE 0.
    01 CNT-MISSING PIC 9(4) VALUE 0.
    01 NOW-DATE PIC 9(8).
    01 NOW-TIME-RAW PIC 9(8).
    01 NOW-TIME PIC 9(6).

PROCEDURE DIVISION.
    PERFORM READ-RUNCARD.
    IF STREAM-COUNT = 0 OR STREAMS-BAD = 'Y'
        DISPLAY "STRSPLIT ABORT - runcard NEEDS A STREAMS=n CARD, "
            "n FROM 1 TO 9"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
*> The stream names add "-pk" to the filelist and report names, and
*> still have to fit the repair job's 40-byte name cards.
    MOVE FILELIST-NAME TO NAME-W.
    PERFORM MEASURE-NAME.
    IF NAME-LEN > 37
        DISPLAY "STRSPLIT ABORT - FILELIST NAME " FILELIST-NAME
            " TOO LONG TO TAKE A STREAM SUFFIX"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE REPORT-NAME TO NAME-W.
    PERFORM MEASURE-NAME.
    IF NAME-LEN > 37
        DISPLAY "STRSPLIT ABORT - REPORT NAME " REPORT-NAME
            " TOO LONG TO TAKE A STREAM SUFFIX"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-UNFINISHED.
    ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME-RAW FROM TIME.
    MOVE RUN-TIME-RAW(1:6) TO RUN-STAMP-TIME.
    OPEN INPUT HISTORY-FILE.
    IF HIST-STATUS = "00"
        MOVE 'Y' TO HIST-OPEN
    ELSE
        IF HIST-STATUS = "05"
            CLOSE HISTORY-FILE
        END-IF
        DISPLAY "STRSPLIT - RUN HISTORY NOT AVAILABLE, STATUS "
            HIST-STATUS " - EVERY ENTRY WEIGHED AS NEVER SEEN"
    END-IF.
    OPEN INPUT FILELIST-FILE.
    IF FILELIST-STATUS NOT = "00"
        IF FILELIST-STATUS = "05"
            CLOSE FILELIST-FILE
        END-IF
        DISPLAY "STRSPLIT ABORT - FILELIST " FILELIST-NAME
            " NOT AVAILABLE, STATUS " FILELIST-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACE TO FILELIST-EOF.
    PERFORM UNTIL FILELIST-EOF = 'Y'
        READ FILELIST-FILE
            AT END
                MOVE 'Y' TO FILELIST-EOF
            NOT AT END
                IF FILELIST-LINE NOT = SPACE
                    PERFORM WEIGH-ENTRY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FILELIST-FILE.
    IF HIST-OPEN = 'Y'
        CLOSE HISTORY-FILE
    END-IF.
    PERFORM TIE-DUPLICATES.
    PERFORM ASSIGN-STREAMS.
    PERFORM WRITE-PARTITIONS.
    PERFORM WRITE-DECKS.
    PERFORM WRITE-SPLIT-RPT.
    MOVE 0 TO SPLIT-RC.
    PERFORM AUDIT-SPLIT.
    MOVE 1 TO STREAM-K.
    PERFORM UNTIL STREAM-K > STREAM-COUNT
        DISPLAY "STRSPLIT - STREAM " STREAM-K(2:1) " ENTRIES "
            STM-ENTRIES(STREAM-K)
            " ESTIMATED COST " STM-COST(STREAM-K)
        ADD 1 TO STREAM-K
    END-PERFORM.
    DISPLAY "STRSPLIT - " ENT-COUNT " ENTRIES INTO " STREAM-COUNT
        " STREAMS, " CNT-TIED " TIED TO AN EARLIER ENTRY, RUN STAMP "
        RUN-STAMP " - SEE " SPLIT-FILE-NAME.
    MOVE SPLIT-RC TO RETURN-CODE.
    STOP RUN.

*> The whole deck is kept, bar the cards each written deck sets for
*> itself, so the streams and the merge run under every option the
*> night was given.
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
    IF RUNCARD-LINE NOT = SPACE
        MOVE SPACE TO CARD-KEY
        MOVE SPACE TO CARD-VALUE
        IF RUNCARD-LINE(1:1) NOT = "*"
            UNSTRING RUNCARD-LINE DELIMITED BY "="
                INTO CARD-KEY CARD-VALUE
        END-IF
        EVALUATE CARD-KEY
            WHEN "FILELIST"
                MOVE CARD-VALUE TO FILELIST-NAME
            WHEN "REPORT"
                MOVE CARD-VALUE TO REPORT-NAME
            WHEN "STREAMS"
                IF CARD-VALUE(1:1) IS NUMERIC AND CARD-VALUE(1:1) NOT = "0"
                        AND CARD-VALUE(2:1) = SPACE
                    MOVE CARD-VALUE(1:1) TO STREAM-COUNT
                    MOVE SPACE TO STREAMS-BAD
                ELSE
                    MOVE 'Y' TO STREAMS-BAD
                END-IF
            WHEN "STREAM"
            WHEN "MERGE"
            WHEN "RUNSTAMP"
                CONTINUE
            WHEN OTHER
                IF DECK-CARD-COUNT < 100
                    ADD 1 TO DECK-CARD-COUNT
                    MOVE RUNCARD-LINE TO DECK-CARD(DECK-CARD-COUNT)
                ELSE
                    DISPLAY "STRSPLIT - MORE THAN 100 CARDS, ["
                        RUNCARD-LINE "] NOT PASSED ON"
                END-IF
        END-EVALUATE
    END-IF.

MEASURE-NAME.
    MOVE 0 TO NAME-LEN.
    MOVE 1 TO NAME-I.
    PERFORM UNTIL NAME-I > 40
        IF NAME-W(NAME-I:1) NOT = SPACE
            MOVE NAME-I TO NAME-LEN
        END-IF
        ADD 1 TO NAME-I
    END-PERFORM.

*> A serial run still to be restarted, or a split night whose streams
*> have not all been merged, owns the filelist and its partitions -
*> splitting again would pull the restart or the merge out from under
*> it.
CHECK-UNFINISHED.
    MOVE SPACE TO RUNSTATE-FILE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-runstate" DELIMITED BY SIZE
        INTO RUNSTATE-FILE-NAME.
    PERFORM COUNT-RUNSTATE.
    MOVE 1 TO STREAM-K.
    PERFORM UNTIL STREAM-K > 9 OR RST-RECORDS > 0
        MOVE SPACE TO RUNSTATE-FILE-NAME
        STRING FILELIST-NAME DELIMITED BY SPACE
            "-p" DELIMITED BY SIZE
            STREAM-K(2:1) DELIMITED BY SIZE
            "-runstate" DELIMITED BY SIZE
            INTO RUNSTATE-FILE-NAME
        PERFORM COUNT-RUNSTATE
        ADD 1 TO STREAM-K
    END-PERFORM.
    IF RST-RECORDS > 0
        DISPLAY "STRSPLIT ABORT - " RUNSTATE-FILE-NAME " HOLDS AN "
            "UNFINISHED REPAIR RUN - RESTART OR MERGE IT FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

COUNT-RUNSTATE.
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

*> ---------------------------------------------------------------
*> WEIGH-ENTRY / WEIGH-SEGMENT / LOAD-SEGMENT / APPLY-PATCHES /
*> APPLY-ONE-PATCH / COMPUTE-FPRINT / PRIOR-LOOKUP work out what one
*> filelist entry is likely to cost the repair job. Segments are
*> split and named exactly as the repair job's PROCESS-ONE-ENTRY does
*> it ("file(nn)" once the transmission has a separator), so the
*> "-patches" directives and the history records found are the very
*> ones the repair job will use. A segment the repair job would
*> reject costs only its listing - its lines - and has no
*> fingerprint to tie it by; an empty one costs nothing.
*> ---------------------------------------------------------------
WEIGH-ENTRY.
    IF ENT-COUNT >= 500
        DISPLAY "STRSPLIT ABORT - FILELIST " FILELIST-NAME
            " EXCEEDS 500 ENTRIES"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO ENT-COUNT.
    MOVE FILELIST-LINE TO ENT-NAME(ENT-COUNT).
    MOVE 0 TO ENT-SEGS(ENT-COUNT).
    MOVE 0 TO ENT-LINES(ENT-COUNT).
    MOVE 0 TO ENT-SWAPS(ENT-COUNT).
    MOVE 0 TO ENT-PRIOR(ENT-COUNT).
    MOVE 0 TO ENT-PRIOR-SEGS(ENT-COUNT).
    MOVE 0 TO ENT-COST(ENT-COUNT).
    MOVE ENT-COUNT TO ENT-GROUP(ENT-COUNT).
    MOVE 0 TO ENT-STREAM(ENT-COUNT).
*> A name listed twice shares the first listing's stream.
    MOVE 1 TO ENT-J.
    PERFORM UNTIL ENT-J >= ENT-COUNT
        IF ENT-NAME(ENT-J) = FILELIST-LINE
                AND ENT-GROUP(ENT-COUNT) = ENT-COUNT
            MOVE ENT-GROUP(ENT-J) TO ENT-GROUP(ENT-COUNT)
        END-IF
        ADD 1 TO ENT-J
    END-PERFORM.
    MOVE FILELIST-LINE TO ENTRY-FILE-NAME.
    MOVE ENTRY-FILE-NAME TO NAME-W.
    PERFORM MEASURE-NAME.
    MOVE NAME-LEN TO ENTRY-NAME-LEN.
    MOVE ENTRY-FILE-NAME TO BOOT-FILE-NAME.
    OPEN INPUT INPUT-FILE.
    IF INPUT-STATUS NOT = "00"
        IF INPUT-STATUS = "05"
            CLOSE INPUT-FILE
        END-IF
        ADD 1 TO CNT-MISSING
        DISPLAY "STRSPLIT - [" ENTRY-FILE-NAME "] NOT IN THE WORK AREA, "
            "STATUS " INPUT-STATUS
    ELSE
        MOVE 0 TO SEG-INDEX
        MOVE 'Y' TO ENTRY-MORE
        PERFORM UNTIL ENTRY-MORE NOT = 'Y'
            ADD 1 TO SEG-INDEX
            PERFORM LOAD-SEGMENT
            MOVE INPUT-MORE-SEGS TO ENTRY-MORE
            IF READ-I > 1 OR LOAD-ABORT = 'Y'
                PERFORM WEIGH-SEGMENT
            END-IF
        END-PERFORM
        CLOSE INPUT-FILE
    END-IF.

WEIGH-SEGMENT.
    IF SEG-INDEX > 1 OR INPUT-MORE-SEGS = 'Y'
        IF ENTRY-NAME-LEN > 36
            MOVE 'Y' TO LOAD-ABORT
        END-IF
        MOVE SPACE TO BOOT-FILE-NAME
        STRING ENTRY-FILE-NAME DELIMITED BY SPACE
            "(" DELIMITED BY SIZE
            SEG-INDEX DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO BOOT-FILE-NAME
    ELSE
        MOVE ENTRY-FILE-NAME TO BOOT-FILE-NAME
    END-IF.
    ADD 1 TO ENT-SEGS(ENT-COUNT).
    IF LOAD-ABORT = 'Y'
        COMPUTE SEG-COST = READ-I - 1
        ADD SEG-COST TO ENT-LINES(ENT-COUNT)
        ADD SEG-COST TO ENT-COST(ENT-COUNT)
    ELSE
        PERFORM APPLY-PATCHES
        PERFORM COMPUTE-FPRINT
        PERFORM PRIOR-LOOKUP
        IF SEG-PRIOR-FOUND = 'Y'
            COMPUTE SEG-COST = LOADED-COUNT * (SEG-PRIOR + 1)
            ADD SEG-PRIOR TO ENT-PRIOR(ENT-COUNT)
            ADD 1 TO ENT-PRIOR-SEGS(ENT-COUNT)
        ELSE
            COMPUTE SEG-COST = LOADED-COUNT * (SEG-SWAPS + 1)
        END-IF
        ADD LOADED-COUNT TO ENT-LINES(ENT-COUNT)
        ADD SEG-SWAPS TO ENT-SWAPS(ENT-COUNT)
        ADD SEG-COST TO ENT-COST(ENT-COUNT)
        IF FPT-COUNT < 2000
            ADD 1 TO FPT-COUNT
            MOVE ENT-COUNT TO FPT-ENTRY(FPT-COUNT)
            MOVE FPRINT TO FPT-FPRINT(FPT-COUNT)
            MOVE LOADED-COUNT TO FPT-LOADED(FPT-COUNT)
        ELSE
            DISPLAY "STRSPLIT - OVER 2000 PROGRAMS, [" BOOT-FILE-NAME
                "] NOT CHECKED FOR IDENTICAL COPIES"
        END-IF
    END-IF.

LOAD-SEGMENT.
    INITIALIZE INSTRS ADDRS.
    MOVE 1 TO READ-I.
    MOVE 0 TO LOADED-COUNT.
    MOVE SPACE TO READ-EOF.
    MOVE SPACE TO LOAD-ABORT.
    MOVE SPACE TO LOAD-SKIPPING.
    MOVE SPACE TO INPUT-MORE-SEGS.
    PERFORM UNTIL READ-EOF = 'Y'
        READ INPUT-FILE
            AT END
                MOVE 'Y' TO READ-EOF
            NOT AT END
                IF READ-LINE(1:3) = "==="
                    MOVE 'Y' TO INPUT-MORE-SEGS
                    MOVE 'Y' TO READ-EOF
                ELSE
                    IF LOAD-SKIPPING NOT = 'Y'
                        IF READ-I > 999
                            MOVE 'Y' TO LOAD-ABORT
                            MOVE 'Y' TO LOAD-SKIPPING
                        ELSE
                            IF RINSTR NOT ALPHABETIC-LOWER
                                    OR RINSTR(1:1) = SPACE OR RINSTR(2:1) = SPACE
                                    OR RINSTR(3:1) = SPACE
                                    OR (RADDR(1:1) NOT = "+" AND RADDR(1:1) NOT = "-")
                                    OR RADDR(2:3) NOT NUMERIC
                                MOVE 'Y' TO LOAD-ABORT
                            ELSE
                                COMPUTE ADDR(READ-I) = FUNCTION NUMVAL(RADDR)
                                MOVE RINSTR TO INSTR(READ-I)
                            END-IF
                            ADD 1 TO READ-I
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF LOAD-ABORT NOT = 'Y'
        COMPUTE LOADED-COUNT = READ-I - 1
    END-IF.

APPLY-PATCHES.
    MOVE SPACE TO PATCH-FILE-NAME.
    STRING BOOT-FILE-NAME DELIMITED BY SPACE
        "-patches" DELIMITED BY SIZE
        INTO PATCH-FILE-NAME.
    OPEN INPUT PATCH-FILE.
    IF PATCH-STATUS = "00"
        MOVE SPACE TO PATCH-EOF
        PERFORM UNTIL PATCH-EOF = 'Y'
            READ PATCH-FILE
                AT END
                    MOVE 'Y' TO PATCH-EOF
                NOT AT END
                    PERFORM APPLY-ONE-PATCH
            END-READ
        END-PERFORM
        CLOSE PATCH-FILE
    ELSE
        IF PATCH-STATUS = "05"
            CLOSE PATCH-FILE
        END-IF
    END-IF.

*> The repair job's directive checks, without its console messages -
*> a directive it would skip is skipped here too.
APPLY-ONE-PATCH.
    IF PAT-PTR NUMERIC
        IF PAT-PTR > 0 AND PAT-PTR <= LOADED-COUNT
            IF PAT-INSTR ALPHABETIC-LOWER
                    AND PAT-INSTR(1:1) NOT = SPACE AND PAT-INSTR(2:1) NOT = SPACE
                    AND PAT-INSTR(3:1) NOT = SPACE
                    AND (PAT-ADDR(1:1) = "+" OR PAT-ADDR(1:1) = "-")
                    AND PAT-ADDR(2:3) NUMERIC
                MOVE PAT-INSTR TO INSTR(PAT-PTR)
                COMPUTE ADDR(PAT-PTR) = FUNCTION NUMVAL(PAT-ADDR)
            END-IF
        END-IF
    END-IF.

*> The repair job's fingerprint, computed the same way, and the
*> jmp/nop population its single-swap search walks.
COMPUTE-FPRINT.
    MOVE 0 TO FPRINT.
    MOVE 0 TO SEG-SWAPS.
    MOVE 1 TO FPR-I.
    PERFORM UNTIL FPR-I > LOADED-COUNT
        EVALUATE INSTR(FPR-I)
            WHEN "nop"
                MOVE 1 TO FPR-CODE
                ADD 1 TO SEG-SWAPS
            WHEN "acc"
                MOVE 2 TO FPR-CODE
            WHEN "jmp"
                MOVE 3 TO FPR-CODE
                ADD 1 TO SEG-SWAPS
            WHEN OTHER
                MOVE 4 TO FPR-CODE
        END-EVALUATE
        COMPUTE FPRINT = FUNCTION MOD(FPRINT * 31
            + FPR-CODE * 2000 + ADDR(FPR-I) + 999, 999999937)
        ADD 1 TO FPR-I
    END-PERFORM.

*> The newest history record for the program that carries a
*> candidate count - records from before the count was kept read
*> back blank there and are passed over.
PRIOR-LOOKUP.
    MOVE SPACE TO SEG-PRIOR-FOUND.
    MOVE 0 TO SEG-PRIOR.
    IF HIST-OPEN = 'Y'
        MOVE SPACE TO HIST-EOF
        MOVE BOOT-FILE-NAME TO HST-FILE-NAME
        MOVE LOW-VALUES TO HST-RUN-STAMP
        START HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO HST-KEY
            INVALID KEY
                MOVE 'Y' TO HIST-EOF
        END-START
        PERFORM UNTIL HIST-EOF = 'Y'
            READ HISTORY-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO HIST-EOF
                NOT AT END
                    IF HST-FILE-NAME NOT = BOOT-FILE-NAME
                        MOVE 'Y' TO HIST-EOF
                    ELSE
                        IF HST-CANDIDATES IS NUMERIC
                            MOVE HST-CANDIDATES TO SEG-PRIOR
                            MOVE 'Y' TO SEG-PRIOR-FOUND
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

*> ---------------------------------------------------------------
*> TIE-DUPLICATES / ASSIGN-STREAMS share the entries out. Two entries
*> holding the same program are tied by relabeling the later one's
*> whole group with the earlier one's - an entry may hold several
*> programs, so ties chain. The groups then go largest first, each
*> to the stream with the least estimated work so far (the lowest
*> stream number on a tie, the earliest entry among equal groups),
*> which keeps the longest stream as short as a simple rule can.
*> ---------------------------------------------------------------
TIE-DUPLICATES.
    MOVE 1 TO FPT-I.
    PERFORM UNTIL FPT-I > FPT-COUNT
        COMPUTE FPT-J = FPT-I + 1
        PERFORM UNTIL FPT-J > FPT-COUNT
            IF FPT-FPRINT(FPT-J) = FPT-FPRINT(FPT-I)
                    AND FPT-LOADED(FPT-J) = FPT-LOADED(FPT-I)
                    AND ENT-GROUP(FPT-ENTRY(FPT-J))
                        NOT = ENT-GROUP(FPT-ENTRY(FPT-I))
                MOVE ENT-GROUP(FPT-ENTRY(FPT-J)) TO GRP-OLD
                MOVE ENT-GROUP(FPT-ENTRY(FPT-I)) TO GRP-NEW
                MOVE 1 TO ENT-I
                PERFORM UNTIL ENT-I > ENT-COUNT
                    IF ENT-GROUP(ENT-I) = GRP-OLD
                        MOVE GRP-NEW TO ENT-GROUP(ENT-I)
                    END-IF
                    ADD 1 TO ENT-I
                END-PERFORM
            END-IF
            ADD 1 TO FPT-J
        END-PERFORM
        ADD 1 TO FPT-I
    END-PERFORM.

ASSIGN-STREAMS.
    INITIALIZE GROUP-TABLE STREAM-TABLE.
    MOVE 1 TO ENT-I.
    PERFORM UNTIL ENT-I > ENT-COUNT
        ADD 1 TO GRP-MEMBERS(ENT-GROUP(ENT-I))
        ADD ENT-COST(ENT-I) TO GRP-COST(ENT-GROUP(ENT-I))
        IF ENT-GROUP(ENT-I) NOT = ENT-I
            ADD 1 TO CNT-TIED
        END-IF
        ADD 1 TO ENT-I
    END-PERFORM.
    MOVE 1 TO BEST-I.
    PERFORM UNTIL BEST-I = 0
        MOVE 0 TO BEST-I
        MOVE 0 TO BEST-COST
        MOVE 1 TO ENT-I
        PERFORM UNTIL ENT-I > ENT-COUNT
            IF GRP-MEMBERS(ENT-I) > 0 AND GRP-STREAM(ENT-I) = 0
                IF BEST-I = 0 OR GRP-COST(ENT-I) > BEST-COST
                    MOVE ENT-I TO BEST-I
                    MOVE GRP-COST(ENT-I) TO BEST-COST
                END-IF
            END-IF
            ADD 1 TO ENT-I
        END-PERFORM
        IF BEST-I > 0
            MOVE 1 TO BEST-K
            MOVE 2 TO STREAM-K
            PERFORM UNTIL STREAM-K > STREAM-COUNT
                IF STM-COST(STREAM-K) < STM-COST(BEST-K)
                    MOVE STREAM-K TO BEST-K
                END-IF
                ADD 1 TO STREAM-K
            END-PERFORM
            MOVE BEST-K TO GRP-STREAM(BEST-I)
            ADD BEST-COST TO STM-COST(BEST-K)
        END-IF
    END-PERFORM.
    MOVE 1 TO ENT-I.
    PERFORM UNTIL ENT-I > ENT-COUNT
        MOVE GRP-STREAM(ENT-GROUP(ENT-I)) TO ENT-STREAM(ENT-I)
        ADD 1 TO STM-ENTRIES(ENT-STREAM(ENT-I))
        ADD 1 TO ENT-I
    END-PERFORM.

*> Every stream gets its filelist, even an empty one, so every deck
*> runs and the merge finds every stream's journal where it looks.
WRITE-PARTITIONS.
    MOVE 1 TO STREAM-K.
    PERFORM UNTIL STREAM-K > STREAM-COUNT
        MOVE SPACE TO PART-FILE-NAME
        STRING FILELIST-NAME DELIMITED BY SPACE
            "-p" DELIMITED BY SIZE
            STREAM-K(2:1) DELIMITED BY SIZE
            INTO PART-FILE-NAME
        OPEN OUTPUT PART-FILE
        MOVE 1 TO ENT-I
        PERFORM UNTIL ENT-I > ENT-COUNT
            IF ENT-STREAM(ENT-I) = STREAM-K
                MOVE ENT-NAME(ENT-I) TO PART-LINE
                WRITE PART-LINE
            END-IF
            ADD 1 TO ENT-I
        END-PERFORM
        CLOSE PART-FILE
        ADD 1 TO STREAM-K
    END-PERFORM.

WRITE-DECKS.
    MOVE 1 TO STREAM-K.
    PERFORM UNTIL STREAM-K > STREAM-COUNT
        MOVE SPACE TO DECK-NAME
        STRING "runcard-p" DELIMITED BY SIZE
            STREAM-K(2:1) DELIMITED BY SIZE
            INTO DECK-NAME
        OPEN OUTPUT DECK-FILE
        MOVE SPACE TO DECK-LINE
        STRING "* STREAM " DELIMITED BY SIZE
            STREAM-K(2:1) DELIMITED BY SIZE
            " OF " DELIMITED BY SIZE
            STREAM-COUNT DELIMITED BY SIZE
            " - WRITTEN BY STRSPLIT FROM runcard" DELIMITED BY SIZE
            INTO DECK-LINE
        WRITE DECK-LINE
        PERFORM WRITE-DECK-CARDS
        MOVE SPACE TO DECK-LINE
        STRING "FILELIST=" DELIMITED BY SIZE
            FILELIST-NAME DELIMITED BY SPACE
            "-p" DELIMITED BY SIZE
            STREAM-K(2:1) DELIMITED BY SIZE
            INTO DECK-LINE
        WRITE DECK-LINE
        MOVE SPACE TO DECK-LINE
        STRING "REPORT=" DELIMITED BY SIZE
            REPORT-NAME DELIMITED BY SPACE
            "-p" DELIMITED BY SIZE
            STREAM-K(2:1) DELIMITED BY SIZE
            INTO DECK-LINE
        WRITE DECK-LINE
        MOVE SPACE TO DECK-LINE
        STRING "STREAM=" DELIMITED BY SIZE
            STREAM-K(2:1) DELIMITED BY SIZE
            INTO DECK-LINE
        WRITE DECK-LINE
        PERFORM WRITE-DECK-STAMP
        CLOSE DECK-FILE
        ADD 1 TO STREAM-K
    END-PERFORM.
    MOVE "runcard-merge" TO DECK-NAME.
    OPEN OUTPUT DECK-FILE.
    MOVE SPACE TO DECK-LINE.
    STRING "* MERGE OF " DELIMITED BY SIZE
        STREAM-COUNT DELIMITED BY SIZE
        " STREAMS - WRITTEN BY STRSPLIT FROM runcard" DELIMITED BY SIZE
        INTO DECK-LINE.
    WRITE DECK-LINE.
    PERFORM WRITE-DECK-CARDS.
    MOVE SPACE TO DECK-LINE.
    STRING "FILELIST=" DELIMITED BY SIZE
        FILELIST-NAME DELIMITED BY SPACE
        INTO DECK-LINE.
    WRITE DECK-LINE.
    MOVE SPACE TO DECK-LINE.
    STRING "REPORT=" DELIMITED BY SIZE
        REPORT-NAME DELIMITED BY SPACE
        INTO DECK-LINE.
    WRITE DECK-LINE.
    MOVE SPACE TO DECK-LINE.
    STRING "MERGE=" DELIMITED BY SIZE
        STREAM-COUNT DELIMITED BY SIZE
        INTO DECK-LINE.
    WRITE DECK-LINE.
    PERFORM WRITE-DECK-STAMP.
    CLOSE DECK-FILE.

WRITE-DECK-CARDS.
    MOVE 1 TO DECK-I.
    PERFORM UNTIL DECK-I > DECK-CARD-COUNT
        MOVE DECK-CARD(DECK-I) TO DECK-LINE
        WRITE DECK-LINE
        ADD 1 TO DECK-I
    END-PERFORM.

WRITE-DECK-STAMP.
    MOVE SPACE TO DECK-LINE.
    STRING "RUNSTAMP=" DELIMITED BY SIZE
        RUN-STAMP DELIMITED BY SIZE
        INTO DECK-LINE.
    WRITE DECK-LINE.

*> One line per entry in filelist order - its stream, programs,
*> loaded lines, jmp/nop population, the candidates its history says
*> the last runs spent ("NONE" when it was never seen), the estimated
*> cost the split went by, and the entry it was tied to, if any -
*> then each stream's totals.
WRITE-SPLIT-RPT.
    MOVE SPACE TO SPLIT-FILE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-split" DELIMITED BY SIZE
        INTO SPLIT-FILE-NAME.
    OPEN OUTPUT SPLIT-FILE.
    MOVE SPACE TO SPLIT-TEXT.
    STRING "SPLIT OF " DELIMITED BY SIZE
        FILELIST-NAME DELIMITED BY SPACE
        " INTO " DELIMITED BY SIZE
        STREAM-COUNT DELIMITED BY SIZE
        " STREAMS, RUN STAMP " DELIMITED BY SIZE
        RUN-STAMP DELIMITED BY SIZE
        INTO SPLIT-TEXT.
    WRITE SPLIT-TEXT.
    MOVE 1 TO ENT-I.
    PERFORM UNTIL ENT-I > ENT-COUNT
        MOVE SPACE TO SPLIT-LINE
        MOVE ENT-NAME(ENT-I) TO SPL-FILE-NAME
        MOVE ENT-STREAM(ENT-I) TO SPL-STREAM
        MOVE ENT-SEGS(ENT-I) TO SPL-SEGS
        MOVE ENT-LINES(ENT-I) TO SPL-LINES
        MOVE ENT-SWAPS(ENT-I) TO SPL-SWAPS
        IF ENT-PRIOR-SEGS(ENT-I) > 0
            MOVE ENT-PRIOR(ENT-I) TO SPL-PRIOR
        ELSE
            MOVE "NONE" TO SPL-PRIOR
        END-IF
        MOVE ENT-COST(ENT-I) TO SPL-COST
        IF ENT-GROUP(ENT-I) NOT = ENT-I
            MOVE ENT-NAME(ENT-GROUP(ENT-I)) TO SPL-WITH
        END-IF
        WRITE SPLIT-LINE
        ADD 1 TO ENT-I
    END-PERFORM.
    MOVE 1 TO STREAM-K.
    PERFORM UNTIL STREAM-K > STREAM-COUNT
        MOVE SPACE TO SPLIT-TEXT
        STRING "STREAM " DELIMITED BY SIZE
            STREAM-K(2:1) DELIMITED BY SIZE
            " ENTRIES " DELIMITED BY SIZE
            STM-ENTRIES(STREAM-K) DELIMITED BY SIZE
            " ESTIMATED COST " DELIMITED BY SIZE
            STM-COST(STREAM-K) DELIMITED BY SIZE
            INTO SPLIT-TEXT
        WRITE SPLIT-TEXT
        ADD 1 TO STREAM-K
    END-PERFORM.
    CLOSE SPLIT-FILE.

AUDIT-SPLIT.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
        DISPLAY "STRSPLIT - AUDIT LOG OPEN FAILED, STATUS " AUDIT-STATUS
    ELSE
        ACCEPT NOW-DATE FROM DATE YYYYMMDD
        ACCEPT NOW-TIME-RAW FROM TIME
        MOVE NOW-TIME-RAW(1:6) TO NOW-TIME
        MOVE SPACE TO AUDIT-LINE
        STRING "SPLIT " DELIMITED BY SIZE
            NOW-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            NOW-TIME DELIMITED BY SIZE
            " FILELIST=" DELIMITED BY SIZE
            FILELIST-NAME DELIMITED BY SPACE
            " STREAMS=" DELIMITED BY SIZE
            STREAM-COUNT DELIMITED BY SIZE
            " ENTRIES=" DELIMITED BY SIZE
            ENT-COUNT DELIMITED BY SIZE
            " TIED=" DELIMITED BY SIZE
            CNT-TIED DELIMITED BY SIZE
            " MISSING=" DELIMITED BY SIZE
            CNT-MISSING DELIMITED BY SIZE
            " RUNSTAMP=" DELIMITED BY SIZE
            RUN-STAMP DELIMITED BY SIZE
            " RC=" DELIMITED BY SIZE
            SPLIT-RC DELIMITED BY SIZE
            INTO AUDIT-LINE
        WRITE AUDIT-LINE
        CLOSE AUDIT-FILE
    END-IF.
