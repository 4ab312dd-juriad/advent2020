IDENTIFICATION DIVISION.
PROGRAM-ID. FAULTRPT.

*> Monthly fault-pattern analysis for hardware engineering, run by
*> hand or scheduled once a month - it reads, never writes, the
*> masters the repair job keeps. Every run the repair job records
*> stays on "runhist" for good, and since the history record began
*> carrying the fault columns (see HIST-LINE in the repair job) each
*> repaired dump's record says where the fix landed, whether it took
*> one swap or two, which instruction the dump carried there - the
*> corrupted one: a "jmp" where a nop belongs is nop->jmp damage -
*> and whether that position sat inside the reported cycle, on the
*> path executed before it, or in dead code the looping run never
*> reached. The nightly report line carries the same columns only
*> until the next night rewrites it; the history record is where a
*> month of them can still be found, so that is what is read here.
*>
*> The printout "<FAULTRPT>-yyyymm" (default "faultrpt-yyyymm") gives
*> the chosen month against the month before it - outcomes including
*> the OUTOFBOUNDS and OVERFLOW frequencies, repair mode (how often a
*> fix needs DUALSWAP), corruption direction, where the damage sat,
*> the six direction/area damage kinds, hundred-instruction position
*> bands and loop cycle lengths - then a twelve-month trend, then the
*> same figures broken out by site, then the sites whose commonest
*> damage kind is the same two months running. The site is the code
*> the run stamped on its record; a record from before the site
*> master existed carries none, and is credited to whatever site
*> "sitemast" says owns the name today (longest prefix, the way the
*> repair job's SITE-LOOKUP matches), else "(NONE)". A record written
*> before the fault columns existed still counts in its outcome, but
*> its fix is shown as NOT RECORDED rather than guessed at.
*>
*> The last section is the "catalog" view: one entry per distinct
*> program ever fixed, however many nights and resubmissions it went
*> through, so its DUALSWAP share and position bands are not weighted
*> by how often the same dump came back. The catalog keeps no dates -
*> that section covers every month.
*>
*> Cards read from the shared "runcard" deck (the rest belong to the
*> other steps and are ignored here):
*>   MONTH=yyyymm    the month to report (default the newest month
*>                   on the history)
*>   FAULTRPT=name   printout name ahead of "-yyyymm" (default
*>                   "faultrpt")
*> Return code 0, 4 when the chosen month has no runs on the history,
*> 8 when the analysis could not run at all. One FAULTRPT record goes
*> onto "auditlog" whenever it finishes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUNCARD-FILE
        ASSIGN TO "runcard"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

    SELECT HISTORY-FILE
        ASSIGN TO "runhist"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HST-KEY
        FILE STATUS IS HIST-STATUS.

    SELECT OPTIONAL CATALOG-FILE
        ASSIGN TO "catalog"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAT-STATUS.

    SELECT OPTIONAL SITE-FILE
        ASSIGN TO "sitemast"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SIT-CODE
        ALTERNATE RECORD KEY IS SIT-PREFIX
        FILE STATUS IS SITE-STATUS.

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

*> The repair job's catalog record, field for field.
    FD CATALOG-FILE.

    01 CATALOG-LINE.
        05 CAT-FPRINT PIC 9(9).
        05 CAT-SEP1 PIC X(1).
        05 CAT-COUNT PIC 9(4).
        05 CAT-SEP2 PIC X(1).
        05 CAT-MOD-PTR PIC 9(4).
        05 CAT-SEP3 PIC X(1).
        05 CAT-SECOND-PTR PIC 9(4).
        05 CAT-SEP4 PIC X(1).
        05 CAT-REPAIR-MODE PIC X(10).
        05 CAT-SEP5 PIC X(1).
        05 CAT-PART1-ACCUM PIC -9(9).
        05 CAT-SEP6 PIC X(1).
        05 CAT-PART2-ACCUM PIC -9(9).

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

    FD PRINT-FILE.

    01 PRINT-LINE-OUT PIC X(132).

    FD AUDIT-FILE.

    01 AUDIT-LINE PIC X(320).

WORKING-STORAGE SECTION.
    01 RUNCARD-STATUS PIC X(2).
    01 HIST-STATUS PIC X(2).
    01 CAT-STATUS PIC X(2).
    01 SITE-STATUS PIC X(2).
    01 PRINT-STATUS PIC X(2).
    01 AUDIT-STATUS PIC X(2).

    01 RUNCARD-EOF PIC A(1) VALUE SPACE.
    01 CARD-KEY PIC X(20) VALUE SPACE.
    01 CARD-VALUE PIC X(60) VALUE SPACE.
    01 PRINT-PREFIX PIC X(40) VALUE "faultrpt".
    01 PRINT-FILE-NAME PIC X(48) VALUE SPACE.

*> The month asked for and the month before it, as yyyymm and as a
*> running month number (year x 12 + month - 1) so the twelve-month
*> window and "the month before" need no calendar arithmetic.
    01 RPT-MONTH PIC 9(6) VALUE 0.
    01 RPT-MONTH-X REDEFINES RPT-MONTH.
        05 RPT-MONTH-YYYY PIC 9(4).
        05 RPT-MONTH-MM PIC 9(2).
    01 RPT-MONTH-CARD PIC A(1) VALUE SPACE.
    01 RPT-MONTH-SEQ PIC 9(6) VALUE 0.
    01 WINDOW-BASE-SEQ PIC 9(6) VALUE 0.
    01 STAMP-MONTH PIC 9(6) VALUE 0.
    01 STAMP-MONTH-X REDEFINES STAMP-MONTH.
        05 STAMP-YYYY PIC 9(4).
        05 STAMP-MM PIC 9(2).
    01 STAMP-SEQ PIC 9(6) VALUE 0.
    01 STAMP-OK PIC A(1) VALUE SPACE.
    01 MON-IX PIC 9(2) VALUE 0.
    01 MON-I PIC 9(2) VALUE 1.
    01 MONTH-ED PIC X(7) VALUE SPACE.
    01 PRIOR-MONTH-ED PIC X(7) VALUE SPACE.

    01 HIST-EOF PIC A(1) VALUE SPACE.
    01 HIST-OPEN PIC A(1) VALUE SPACE.
    01 CNT-HIST-READ PIC 9(7) VALUE 0.
    01 CNT-IN-WINDOW PIC 9(7) VALUE 0.
    01 CNT-OUT-WINDOW PIC 9(7) VALUE 0.
    01 CNT-BAD-STAMP PIC 9(7) VALUE 0.
    01 CNT-SITE-OVER PIC 9(7) VALUE 0.

*> ---------------------------------------------------------------
*> One tally layout serves a history record, a month and a site: a
*> row of counters, each slot named below. A record's own row is
*> built by TALLY-RECORD and then added whole into its month's row
*> and (for the two months compared) its site's row, so every table
*> counts exactly the same things the same way.
*> ---------------------------------------------------------------
    01 SL-RUNS PIC 9(2) VALUE 1.
    01 SL-SOLVED PIC 9(2) VALUE 2.
    01 SL-AMBIGUOUS PIC 9(2) VALUE 3.
    01 SL-UNSOLVED PIC 9(2) VALUE 4.
    01 SL-OUTOFBOUNDS PIC 9(2) VALUE 5.
    01 SL-OVERFLOW PIC 9(2) VALUE 6.
    01 SL-TIMEDOUT PIC 9(2) VALUE 7.
    01 SL-CLEAN PIC 9(2) VALUE 8.
    01 SL-REJECTED PIC 9(2) VALUE 9.
    01 SL-DUPLICATE PIC 9(2) VALUE 10.
    01 SL-OTHER PIC 9(2) VALUE 11.
    01 SL-FIXES PIC 9(2) VALUE 12.
    01 SL-SINGLE PIC 9(2) VALUE 13.
    01 SL-DUALSWAP PIC 9(2) VALUE 14.
    01 SL-NOT-RECORDED PIC 9(2) VALUE 15.
    01 SL-SWAPS PIC 9(2) VALUE 16.
    01 SL-NOP-JMP PIC 9(2) VALUE 17.
    01 SL-JMP-NOP PIC 9(2) VALUE 18.
    01 SL-CYCLE PIC 9(2) VALUE 19.
    01 SL-PATH PIC 9(2) VALUE 20.
    01 SL-DEAD PIC 9(2) VALUE 21.
*> Slots 22-31: position bands 0001-0100 through 0901-1000.
    01 SL-BAND-BASE PIC 9(2) VALUE 21.
    01 SL-LOOPS PIC 9(2) VALUE 32.
*> Slots 33-38: cycle-length bands, CYC-BAND-TOP below.
    01 SL-CYC-BASE PIC 9(2) VALUE 32.
    01 SL-CYC-SUM PIC 9(2) VALUE 39.
*> Slots 40-45: damage kinds, direction (nop->jmp, jmp->nop) by area
*> (CYCLE, PATH, DEAD) in KIND-LABEL order.
    01 SL-KIND-BASE PIC 9(2) VALUE 39.
    01 SL-COUNT PIC 9(2) VALUE 45.

    01 REC-TALLY.
        05 REC-CNT PIC 9(9) OCCURS 45 TIMES.
    01 SL-I PIC 9(2) VALUE 1.
    01 SL-W PIC 9(2) VALUE 0.

    01 MON-TABLE.
        05 MON-ENTRY OCCURS 12 TIMES.
            10 MON-YYYYMM PIC 9(6).
            10 MON-CNT PIC 9(9) OCCURS 45 TIMES.

*> Per-site rows for the two months compared - period 1 the month
*> reported, period 2 the month before it.
    01 FS-TABLE.
        05 FS-ENTRY OCCURS 301 TIMES.
            10 FS-CODE PIC X(8).
            10 FS-PERIOD OCCURS 2 TIMES.
                15 FS-CNT PIC 9(9) OCCURS 45 TIMES.
    01 FS-COUNT PIC 9(4) VALUE 0.
    01 FS-I PIC 9(4) VALUE 1.
    01 FS-FOUND-IX PIC 9(4) VALUE 0.
    01 FS-PERIOD-IX PIC 9(1) VALUE 1.
    01 FS-CODE-W PIC X(8) VALUE SPACE.

*> The swap being tallied - one of a record's two fault columns.
    01 SWAP-PTR-W PIC 9(4) VALUE 0.
    01 SWAP-INSTR-W PIC X(3) VALUE SPACE.
    01 SWAP-AREA-W PIC X(5) VALUE SPACE.
    01 SWAP-DIR-IX PIC 9(1) VALUE 0.
    01 SWAP-AREA-IX PIC 9(1) VALUE 0.
    01 CYC-LEN-W PIC 9(4) VALUE 0.

    01 CYC-BAND-TABLE.
        05 FILLER PIC X(20) VALUE "0010   1 -   10     ".
        05 FILLER PIC X(20) VALUE "0025  11 -   25     ".
        05 FILLER PIC X(20) VALUE "0050  26 -   50     ".
        05 FILLER PIC X(20) VALUE "0100  51 -  100     ".
        05 FILLER PIC X(20) VALUE "0250 101 -  250     ".
        05 FILLER PIC X(20) VALUE "9999 251 AND OVER   ".
    01 CYC-BAND-X REDEFINES CYC-BAND-TABLE.
        05 CYC-BAND OCCURS 6 TIMES.
            10 CYC-BAND-TOP PIC 9(4).
            10 CYC-BAND-LABEL PIC X(16).
    01 CYC-I PIC 9(1) VALUE 1.

    01 KIND-LABEL-TABLE.
        05 FILLER PIC X(16) VALUE "NOP->JMP CYCLE".
        05 FILLER PIC X(16) VALUE "NOP->JMP PATH".
        05 FILLER PIC X(16) VALUE "NOP->JMP DEAD".
        05 FILLER PIC X(16) VALUE "JMP->NOP CYCLE".
        05 FILLER PIC X(16) VALUE "JMP->NOP PATH".
        05 FILLER PIC X(16) VALUE "JMP->NOP DEAD".
    01 KIND-LABEL-X REDEFINES KIND-LABEL-TABLE.
        05 KIND-LABEL PIC X(16) OCCURS 6 TIMES.
    01 KIND-I PIC 9(1) VALUE 1.
    01 KIND-TOP-W PIC 9(1) VALUE 0.
    01 KIND-TOP-CNT PIC 9(9) VALUE 0.
    01 KIND-TOP-THIS PIC 9(1) VALUE 0.
    01 KIND-TOP-PRIOR PIC 9(1) VALUE 0.
    01 KIND-TOP-THIS-CNT PIC 9(9) VALUE 0.
    01 KIND-TOP-PRIOR-CNT PIC 9(9) VALUE 0.
    01 CNT-REPEATING PIC 9(4) VALUE 0.

*> The site master held for names and for crediting a record that
*> carries no site code - see SITE-LOAD / SITE-CREDIT.
    01 SITE-EOF PIC A(1) VALUE SPACE.
    01 SITE-TABLE.
        05 SITE-ENTRY OCCURS 300 TIMES.
            10 STB-CODE PIC X(8).
            10 STB-NAME PIC X(30).
            10 STB-PREFIX PIC X(20).
            10 STB-PREFIX-LEN PIC 9(2).
    01 SITE-COUNT PIC 9(4) VALUE 0.
    01 SITE-I PIC 9(4) VALUE 1.
    01 SITE-J PIC 9(2) VALUE 1.
    01 SITE-MATCH-LEN PIC 9(2) VALUE 0.
    01 SITE-NAME-W PIC X(30) VALUE SPACE.
    01 HIST-NAME-LEN PIC 9(2) VALUE 0.
    01 NAME-I PIC 9(2) VALUE 1.

*> The catalog view - distinct programs fixed, all months.
    01 CAT-EOF PIC A(1) VALUE SPACE.
    01 CAT-PROGRAMS PIC 9(7) VALUE 0.
    01 CAT-SINGLE PIC 9(7) VALUE 0.
    01 CAT-DUALSWAP PIC 9(7) VALUE 0.
    01 CAT-SWAPS PIC 9(7) VALUE 0.
    01 CAT-BANDS.
        05 CAT-BAND PIC 9(7) OCCURS 10 TIMES.
    01 BAND-I PIC 9(2) VALUE 1.
    01 BAND-LOW PIC 9(4) VALUE 0.
    01 BAND-HIGH PIC 9(4) VALUE 0.

*> Comparison-row work: COMPARE-ROW prints the slot CMP-SLOT as a
*> count and as a share of CMP-BASE-SLOT for both months, and the
*> change between them.
    01 CMP-SLOT PIC 9(2) VALUE 0.
    01 CMP-BASE-SLOT PIC 9(2) VALUE 0.
    01 CMP-LABEL PIC X(24) VALUE SPACE.
    01 CMP-THIS PIC 9(9) VALUE 0.
    01 CMP-PRIOR PIC 9(9) VALUE 0.
    01 CMP-THIS-BASE PIC 9(9) VALUE 0.
    01 CMP-PRIOR-BASE PIC 9(9) VALUE 0.
    01 CMP-THIS-PCT PIC 9(3)V9 VALUE 0.
    01 CMP-PRIOR-PCT PIC 9(3)V9 VALUE 0.
    01 CMP-CHANGE PIC S9(9) VALUE 0.
    01 CMP-PCT-CHANGE PIC S9(3)V9 VALUE 0.
    01 AVG-CYCLE PIC 9(4)V9 VALUE 0.

    01 CMP-HEAD-LINE PIC X(132) VALUE
        "                            THIS MONTH   SHARE   PRIOR MONTH   SHARE      CHANGE   SHARE".
    01 CMP-PRINT-LINE.
        05 FILLER PIC X(2) VALUE SPACE.
        05 CPL-LABEL PIC X(24).
        05 FILLER PIC X(2) VALUE SPACE.
        05 CPL-THIS PIC ZZZZZZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 CPL-THIS-PCT PIC ZZ9.9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 CPL-PRIOR PIC ZZZZZZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 CPL-PRIOR-PCT PIC ZZ9.9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 CPL-CHANGE PIC ----------9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 CPL-PCT-CHANGE PIC ---9.9.

    01 TREND-HEAD-LINE PIC X(132) VALUE
        "  MONTH      RUNS  SOLVD  FIXES   DUAL NOP>JMP JMP>NOP  CYCLE   PATH   DEAD  OOBND  OVFLW  LOOPS AVGCYC NOTREC".
    01 TREND-PRINT-LINE.
        05 FILLER PIC X(2) VALUE SPACE.
        05 TPL-MONTH PIC X(7).
        05 TPL-RUNS PIC ZZZZZZ9.
        05 TPL-SOLVED PIC ZZZZZZ9.
        05 TPL-FIXES PIC ZZZZZZ9.
        05 TPL-DUAL PIC ZZZZZZ9.
        05 TPL-NOP-JMP PIC ZZZZZZZ9.
        05 TPL-JMP-NOP PIC ZZZZZZZ9.
        05 TPL-CYCLE PIC ZZZZZZ9.
        05 TPL-PATH PIC ZZZZZZ9.
        05 TPL-DEAD PIC ZZZZZZ9.
        05 TPL-OOB PIC ZZZZZZ9.
        05 TPL-OVF PIC ZZZZZZ9.
        05 TPL-LOOPS PIC ZZZZZZ9.
        05 TPL-AVG PIC ZZZZ9.9.
        05 TPL-NOTREC PIC ZZZZZZ9.

    01 SITE-HEAD-LINE PIC X(132) VALUE
        "  SITE     NAME                 MONTH      RUNS  SOLVD   DUAL NOP>JMP JMP>NOP  CYCLE   PATH   DEAD  OOBND  OVFLW TOP DAMAGE".
    01 SITE-PRINT-LINE.
        05 FILLER PIC X(2) VALUE SPACE.
        05 SPL-CODE PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 SPL-NAME PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 SPL-MONTH PIC X(7).
        05 SPL-RUNS PIC ZZZZZZ9.
        05 SPL-SOLVED PIC ZZZZZZ9.
        05 SPL-DUAL PIC ZZZZZZ9.
        05 SPL-NOP-JMP PIC ZZZZZZZ9.
        05 SPL-JMP-NOP PIC ZZZZZZZ9.
        05 SPL-CYCLE PIC ZZZZZZ9.
        05 SPL-PATH PIC ZZZZZZ9.
        05 SPL-DEAD PIC ZZZZZZ9.
        05 SPL-OOB PIC ZZZZZZ9.
        05 SPL-OVF PIC ZZZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 SPL-KIND PIC X(16).

    01 REPEAT-HEAD-LINE PIC X(132) VALUE
        "  SITE     NAME                           DAMAGE KIND       THIS MONTH  PRIOR MONTH".
    01 REPEAT-PRINT-LINE.
        05 FILLER PIC X(2) VALUE SPACE.
        05 RPL-CODE PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RPL-NAME PIC X(30).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RPL-KIND PIC X(16).
        05 RPL-THIS PIC ZZZZZZZZZZ9.
        05 RPL-PRIOR PIC ZZZZZZZZZZZZ9.

    01 PAGE-NO PIC 9(3) VALUE 0.
    01 LINE-NO PIC 9(2) VALUE 99.
    01 PRINT-W PIC X(132) VALUE SPACE.
    01 COUNT-ED PIC Z(6)9.

    01 FAULT-RC PIC 9(2) VALUE 0.
    01 NOW-DATE PIC 9(8).
    01 NOW-TIME-RAW PIC 9(8).
    01 NOW-TIME PIC 9(6).

PROCEDURE DIVISION.
    PERFORM READ-RUNCARD.
    OPEN INPUT HISTORY-FILE.
    IF HIST-STATUS NOT = "00"
        DISPLAY "FAULTRPT ABORT - CANNOT OPEN runhist, STATUS "
            HIST-STATUS
        MOVE 8 TO FAULT-RC
        PERFORM AUDIT-FAULTRPT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'Y' TO HIST-OPEN.
    IF RPT-MONTH-CARD NOT = 'Y'
        PERFORM FIND-NEWEST-MONTH
    END-IF.
    IF RPT-MONTH = 0
        DISPLAY "FAULTRPT ABORT - RUN HISTORY HOLDS NO DATED RUNS"
        CLOSE HISTORY-FILE
        MOVE 8 TO FAULT-RC
        PERFORM AUDIT-FAULTRPT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SET-WINDOW.
    PERFORM SITE-LOAD.
    PERFORM TALLY-HISTORY.
    CLOSE HISTORY-FILE.
    PERFORM TALLY-CATALOG.
    MOVE SPACE TO PRINT-FILE-NAME.
    STRING PRINT-PREFIX DELIMITED BY SPACE
        "-" DELIMITED BY SIZE
        RPT-MONTH DELIMITED BY SIZE
        INTO PRINT-FILE-NAME.
    OPEN OUTPUT PRINT-FILE.
    IF PRINT-STATUS NOT = "00"
        DISPLAY "FAULTRPT ABORT - CANNOT WRITE " PRINT-FILE-NAME
            ", STATUS " PRINT-STATUS
        MOVE 8 TO FAULT-RC
        PERFORM AUDIT-FAULTRPT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM PRINT-SOURCES.
    PERFORM PRINT-OUTCOMES.
    PERFORM PRINT-FAULTS.
    PERFORM PRINT-CYCLES.
    PERFORM PRINT-TREND.
    PERFORM PRINT-SITES.
    PERFORM PRINT-REPEATING.
    PERFORM PRINT-CATALOG.
    MOVE "END OF FAULT-PATTERN ANALYSIS" TO PRINT-W.
    PERFORM PRINT-LINE.
    CLOSE PRINT-FILE.
    IF MON-CNT(12, SL-RUNS) = 0
        DISPLAY "FAULTRPT - NO RUNS RECORDED IN " MONTH-ED
        MOVE 4 TO FAULT-RC
    ELSE
        MOVE 0 TO FAULT-RC
    END-IF.
    PERFORM AUDIT-FAULTRPT.
    DISPLAY "FAULTRPT - " MONTH-ED " FROM " CNT-IN-WINDOW
        " OF " CNT-HIST-READ " HISTORY RECORDS - PRINTOUT IS "
        PRINT-FILE-NAME.
    MOVE FAULT-RC TO RETURN-CODE.
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

*> A MONTH card that is not a real yyyymm stops the run rather than
*> quietly reporting some other month under the name asked for.
RUNCARD-APPLY.
    IF RUNCARD-LINE NOT = SPACE AND RUNCARD-LINE(1:1) NOT = "*"
        MOVE SPACE TO CARD-KEY
        MOVE SPACE TO CARD-VALUE
        UNSTRING RUNCARD-LINE DELIMITED BY "="
            INTO CARD-KEY CARD-VALUE
        EVALUATE CARD-KEY
            WHEN "MONTH"
                IF CARD-VALUE(1:6) IS NUMERIC
                        AND CARD-VALUE(7:54) = SPACE
                    MOVE CARD-VALUE(1:6) TO RPT-MONTH
                END-IF
                IF RPT-MONTH = 0 OR RPT-MONTH-MM < 1
                        OR RPT-MONTH-MM > 12
                    DISPLAY "FAULTRPT ABORT - BAD MONTH CARD ["
                        CARD-VALUE "]"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 'Y' TO RPT-MONTH-CARD
            WHEN "FAULTRPT"
                MOVE CARD-VALUE TO PRINT-PREFIX
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> ---------------------------------------------------------------
*> FIND-NEWEST-MONTH / SET-WINDOW / STAMP-CHECK: which month is
*> reported and which eleven before it make the trend. The history
*> is keyed by file name, not date, so with no MONTH card a first
*> pass finds the newest run stamp on it.
*> ---------------------------------------------------------------
FIND-NEWEST-MONTH.
    MOVE LOW-VALUES TO HST-KEY.
    START HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO HST-KEY
        INVALID KEY
            MOVE 'Y' TO HIST-EOF
    END-START.
    PERFORM UNTIL HIST-EOF = 'Y'
        READ HISTORY-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO HIST-EOF
            NOT AT END
                PERFORM STAMP-CHECK
                IF STAMP-OK = 'Y' AND STAMP-MONTH > RPT-MONTH
                    MOVE STAMP-MONTH TO RPT-MONTH
                END-IF
        END-READ
    END-PERFORM.
    MOVE SPACE TO HIST-EOF.

SET-WINDOW.
    COMPUTE RPT-MONTH-SEQ = RPT-MONTH-YYYY * 12 + RPT-MONTH-MM - 1.
    COMPUTE WINDOW-BASE-SEQ = RPT-MONTH-SEQ - 11.
    INITIALIZE MON-TABLE.
    MOVE 1 TO MON-I.
    PERFORM UNTIL MON-I > 12
        COMPUTE STAMP-SEQ = WINDOW-BASE-SEQ + MON-I - 1
        COMPUTE STAMP-YYYY = STAMP-SEQ / 12
        COMPUTE STAMP-MM = STAMP-SEQ - STAMP-YYYY * 12 + 1
        MOVE STAMP-MONTH TO MON-YYYYMM(MON-I)
        ADD 1 TO MON-I
    END-PERFORM.
    MOVE MON-YYYYMM(11) TO STAMP-MONTH.
    PERFORM EDIT-MONTH.
    MOVE MONTH-ED TO PRIOR-MONTH-ED.
    MOVE MON-YYYYMM(12) TO STAMP-MONTH.
    PERFORM EDIT-MONTH.

*> STAMP-MONTH as "yyyy-mm" in MONTH-ED.
EDIT-MONTH.
    MOVE SPACE TO MONTH-ED.
    STRING STAMP-YYYY DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        STAMP-MM DELIMITED BY SIZE
        INTO MONTH-ED.

STAMP-CHECK.
    MOVE SPACE TO STAMP-OK.
    MOVE 0 TO STAMP-MONTH.
    IF HST-RUN-STAMP(1:6) IS NUMERIC
        MOVE HST-RUN-STAMP(1:6) TO STAMP-MONTH
        IF STAMP-MM >= 1 AND STAMP-MM <= 12 AND STAMP-YYYY > 0
            MOVE 'Y' TO STAMP-OK
            COMPUTE STAMP-SEQ = STAMP-YYYY * 12 + STAMP-MM - 1
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> TALLY-HISTORY / TALLY-RECORD / TALLY-SWAP / TALLY-CYCLE: one pass
*> over the whole history. Each record in the twelve-month window is
*> tallied into its own row, the row added to its month and - for
*> the month reported and the month before it - to its site.
*> ---------------------------------------------------------------
TALLY-HISTORY.
    MOVE LOW-VALUES TO HST-KEY.
    MOVE SPACE TO HIST-EOF.
    START HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO HST-KEY
        INVALID KEY
            MOVE 'Y' TO HIST-EOF
    END-START.
    PERFORM UNTIL HIST-EOF = 'Y'
        READ HISTORY-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO HIST-EOF
            NOT AT END
                ADD 1 TO CNT-HIST-READ
                PERFORM STAMP-CHECK
                IF STAMP-OK NOT = 'Y'
                    ADD 1 TO CNT-BAD-STAMP
                ELSE
                    IF STAMP-SEQ < WINDOW-BASE-SEQ
                            OR STAMP-SEQ > RPT-MONTH-SEQ
                        ADD 1 TO CNT-OUT-WINDOW
                    ELSE
                        ADD 1 TO CNT-IN-WINDOW
                        COMPUTE MON-IX = STAMP-SEQ - WINDOW-BASE-SEQ + 1
                        PERFORM TALLY-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

TALLY-RECORD.
    INITIALIZE REC-TALLY.
    MOVE 1 TO REC-CNT(SL-RUNS).
    EVALUATE HST-STATUS
        WHEN "SOLVED"
            MOVE SL-SOLVED TO SL-W
        WHEN "AMBIGUOUS"
            MOVE SL-AMBIGUOUS TO SL-W
        WHEN "UNSOLVED"
            MOVE SL-UNSOLVED TO SL-W
        WHEN "OUTOFBOUNDS"
            MOVE SL-OUTOFBOUNDS TO SL-W
        WHEN "OVERFLOW"
            MOVE SL-OVERFLOW TO SL-W
        WHEN "TIMEDOUT"
            MOVE SL-TIMEDOUT TO SL-W
        WHEN "CLEAN"
            MOVE SL-CLEAN TO SL-W
        WHEN "REJECTED"
            MOVE SL-REJECTED TO SL-W
        WHEN "DUPLICATE"
            MOVE SL-DUPLICATE TO SL-W
        WHEN OTHER
            MOVE SL-OTHER TO SL-W
    END-EVALUATE.
    MOVE 1 TO REC-CNT(SL-W).
*> A fix is a SOLVED run, or an AMBIGUOUS one whose manifest picked
*> an alternative. Fault columns that are not numeric are a record
*> from before the history carried them - the fix is counted, its
*> detail is not recorded.
    IF HST-STATUS = "SOLVED" OR HST-STATUS = "AMBIGUOUS"
        IF HST-MOD-PTR IS NUMERIC
            IF HST-MOD-PTR > 0
                MOVE 1 TO REC-CNT(SL-FIXES)
                IF HST-REPAIR-MODE = "DUALSWAP"
                    MOVE 1 TO REC-CNT(SL-DUALSWAP)
                ELSE
                    MOVE 1 TO REC-CNT(SL-SINGLE)
                END-IF
                MOVE HST-MOD-PTR TO SWAP-PTR-W
                MOVE HST-FAULT1-INSTR TO SWAP-INSTR-W
                MOVE HST-FAULT1-AREA TO SWAP-AREA-W
                PERFORM TALLY-SWAP
                IF HST-SECOND-PTR IS NUMERIC
                    IF HST-SECOND-PTR > 0
                        MOVE HST-SECOND-PTR TO SWAP-PTR-W
                        MOVE HST-FAULT2-INSTR TO SWAP-INSTR-W
                        MOVE HST-FAULT2-AREA TO SWAP-AREA-W
                        PERFORM TALLY-SWAP
                    END-IF
                END-IF
            END-IF
        ELSE
            IF HST-STATUS = "SOLVED"
                MOVE 1 TO REC-CNT(SL-FIXES)
                MOVE 1 TO REC-CNT(SL-NOT-RECORDED)
            END-IF
        END-IF
    END-IF.
    IF HST-CYCLE-LEN IS NUMERIC
        IF HST-CYCLE-LEN > 0
            MOVE HST-CYCLE-LEN TO CYC-LEN-W
            PERFORM TALLY-CYCLE
        END-IF
    END-IF.
    MOVE 1 TO SL-I.
    PERFORM UNTIL SL-I > SL-COUNT
        ADD REC-CNT(SL-I) TO MON-CNT(MON-IX, SL-I)
        ADD 1 TO SL-I
    END-PERFORM.
    IF MON-IX = 12 OR MON-IX = 11
        IF MON-IX = 12
            MOVE 1 TO FS-PERIOD-IX
        ELSE
            MOVE 2 TO FS-PERIOD-IX
        END-IF
        MOVE HST-SITE-CODE TO FS-CODE-W
        IF FS-CODE-W = SPACE
            PERFORM SITE-CREDIT
        END-IF
        IF FS-CODE-W = SPACE
            MOVE "(NONE)" TO FS-CODE-W
        END-IF
        PERFORM FS-FIND
        IF FS-FOUND-IX > 0
            MOVE 1 TO SL-I
            PERFORM UNTIL SL-I > SL-COUNT
                ADD REC-CNT(SL-I)
                    TO FS-CNT(FS-FOUND-IX, FS-PERIOD-IX, SL-I)
                ADD 1 TO SL-I
            END-PERFORM
        ELSE
            ADD 1 TO CNT-SITE-OVER
        END-IF
    END-IF.

*> One swap: its direction from the instruction the dump carried,
*> its area, the damage kind the two make, and its position band.
TALLY-SWAP.
    ADD 1 TO REC-CNT(SL-SWAPS).
    MOVE 0 TO SWAP-DIR-IX.
    MOVE 0 TO SWAP-AREA-IX.
    EVALUATE SWAP-INSTR-W
        WHEN "jmp"
            ADD 1 TO REC-CNT(SL-NOP-JMP)
            MOVE 1 TO SWAP-DIR-IX
        WHEN "nop"
            ADD 1 TO REC-CNT(SL-JMP-NOP)
            MOVE 2 TO SWAP-DIR-IX
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    EVALUATE SWAP-AREA-W
        WHEN "CYCLE"
            ADD 1 TO REC-CNT(SL-CYCLE)
            MOVE 1 TO SWAP-AREA-IX
        WHEN "PATH"
            ADD 1 TO REC-CNT(SL-PATH)
            MOVE 2 TO SWAP-AREA-IX
        WHEN "DEAD"
            ADD 1 TO REC-CNT(SL-DEAD)
            MOVE 3 TO SWAP-AREA-IX
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF SWAP-DIR-IX > 0 AND SWAP-AREA-IX > 0
        COMPUTE SL-W = SL-KIND-BASE + (SWAP-DIR-IX - 1) * 3
            + SWAP-AREA-IX
        ADD 1 TO REC-CNT(SL-W)
    END-IF.
    IF SWAP-PTR-W > 0 AND SWAP-PTR-W <= 1000
        COMPUTE SL-W = SL-BAND-BASE + (SWAP-PTR-W - 1) / 100 + 1
        ADD 1 TO REC-CNT(SL-W)
    END-IF.

TALLY-CYCLE.
    ADD 1 TO REC-CNT(SL-LOOPS).
    ADD CYC-LEN-W TO REC-CNT(SL-CYC-SUM).
    MOVE 1 TO CYC-I.
    PERFORM UNTIL CYC-I > 5 OR CYC-LEN-W <= CYC-BAND-TOP(CYC-I)
        ADD 1 TO CYC-I
    END-PERFORM.
    COMPUTE SL-W = SL-CYC-BASE + CYC-I.
    ADD 1 TO REC-CNT(SL-W).

*> Row for FS-CODE-W, added zeroed on first sight; FS-FOUND-IX comes
*> back zero only when the table is full.
FS-FIND.
    MOVE 0 TO FS-FOUND-IX.
    MOVE 1 TO FS-I.
    PERFORM UNTIL FS-I > FS-COUNT OR FS-FOUND-IX > 0
        IF FS-CODE(FS-I) = FS-CODE-W
            MOVE FS-I TO FS-FOUND-IX
        END-IF
        ADD 1 TO FS-I
    END-PERFORM.
    IF FS-FOUND-IX = 0 AND FS-COUNT < 301
        ADD 1 TO FS-COUNT
        INITIALIZE FS-ENTRY(FS-COUNT)
        MOVE FS-CODE-W TO FS-CODE(FS-COUNT)
        MOVE FS-COUNT TO FS-FOUND-IX
    END-IF.

*> ---------------------------------------------------------------
*> SITE-LOAD / SITE-CREDIT / SITE-FIND: the site master, for the
*> names printed beside the codes and for crediting a history record
*> written before runs carried a site code. The longest registered
*> prefix of the file name wins, as it does in the repair job.
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
                    PERFORM SITE-NOTE-ENTRY
            END-READ
        END-PERFORM
        CLOSE SITE-FILE
    ELSE
        DISPLAY "FAULTRPT - SITE MASTER NOT AVAILABLE, STATUS "
            SITE-STATUS " - RUNS WITHOUT A SITE CODE SHOW AS (NONE)"
        IF SITE-STATUS = "05"
            CLOSE SITE-FILE
        END-IF
    END-IF.

SITE-NOTE-ENTRY.
    IF SITE-COUNT < 300
        ADD 1 TO SITE-COUNT
        MOVE SIT-CODE TO STB-CODE(SITE-COUNT)
        MOVE SIT-NAME TO STB-NAME(SITE-COUNT)
        MOVE SIT-PREFIX TO STB-PREFIX(SITE-COUNT)
        MOVE 0 TO STB-PREFIX-LEN(SITE-COUNT)
        MOVE 1 TO SITE-J
        PERFORM UNTIL SITE-J > 20
            IF SIT-PREFIX(SITE-J:1) NOT = SPACE
                MOVE SITE-J TO STB-PREFIX-LEN(SITE-COUNT)
            END-IF
            ADD 1 TO SITE-J
        END-PERFORM
    END-IF.

SITE-CREDIT.
    MOVE 0 TO HIST-NAME-LEN.
    MOVE 1 TO NAME-I.
    PERFORM UNTIL NAME-I > 40
        IF HST-FILE-NAME(NAME-I:1) NOT = SPACE
            MOVE NAME-I TO HIST-NAME-LEN
        END-IF
        ADD 1 TO NAME-I
    END-PERFORM.
    MOVE 0 TO SITE-MATCH-LEN.
    MOVE 1 TO SITE-I.
    PERFORM UNTIL SITE-I > SITE-COUNT
        IF STB-PREFIX-LEN(SITE-I) > SITE-MATCH-LEN
                AND STB-PREFIX-LEN(SITE-I) <= HIST-NAME-LEN
            IF HST-FILE-NAME(1:STB-PREFIX-LEN(SITE-I))
                    = STB-PREFIX(SITE-I)(1:STB-PREFIX-LEN(SITE-I))
                MOVE STB-PREFIX-LEN(SITE-I) TO SITE-MATCH-LEN
                MOVE STB-CODE(SITE-I) TO FS-CODE-W
            END-IF
        END-IF
        ADD 1 TO SITE-I
    END-PERFORM.

*> Name of site FS-CODE-W, space when the master does not know it.
SITE-FIND.
    MOVE SPACE TO SITE-NAME-W.
    MOVE 1 TO SITE-I.
    PERFORM UNTIL SITE-I > SITE-COUNT
        IF STB-CODE(SITE-I) = FS-CODE-W
            MOVE STB-NAME(SITE-I) TO SITE-NAME-W
        END-IF
        ADD 1 TO SITE-I
    END-PERFORM.

*> Every catalog entry is one distinct program the search fixed.
TALLY-CATALOG.
    INITIALIZE CAT-BANDS.
    OPEN INPUT CATALOG-FILE.
    IF CAT-STATUS = "00"
        MOVE SPACE TO CAT-EOF
        PERFORM UNTIL CAT-EOF = 'Y'
            READ CATALOG-FILE
                AT END
                    MOVE 'Y' TO CAT-EOF
                NOT AT END
                    IF CAT-MOD-PTR IS NUMERIC
                        IF CAT-MOD-PTR > 0
                            PERFORM TALLY-CATALOG-ONE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        IF CAT-STATUS = "05"
            CLOSE CATALOG-FILE
        END-IF
    END-IF.

TALLY-CATALOG-ONE.
    ADD 1 TO CAT-PROGRAMS.
    IF CAT-REPAIR-MODE = "DUALSWAP"
        ADD 1 TO CAT-DUALSWAP
    ELSE
        ADD 1 TO CAT-SINGLE
    END-IF.
    MOVE CAT-MOD-PTR TO SWAP-PTR-W.
    PERFORM CATALOG-BAND.
    IF CAT-SECOND-PTR IS NUMERIC
        IF CAT-SECOND-PTR > 0
            MOVE CAT-SECOND-PTR TO SWAP-PTR-W
            PERFORM CATALOG-BAND
        END-IF
    END-IF.

CATALOG-BAND.
    ADD 1 TO CAT-SWAPS.
    IF SWAP-PTR-W <= 1000
        COMPUTE BAND-I = (SWAP-PTR-W - 1) / 100 + 1
        ADD 1 TO CAT-BAND(BAND-I)
    END-IF.

*> ---------------------------------------------------------------
*> PRINT-SOURCES through PRINT-CATALOG lay out the printout, one
*> section each. COMPARE-ROW is the month-against-month line every
*> distribution shares.
*> ---------------------------------------------------------------
PRINT-SOURCES.
    MOVE SPACE TO PRINT-W.
    STRING "** FAULT PATTERNS FOR " DELIMITED BY SIZE
        MONTH-ED DELIMITED BY SIZE
        " COMPARED WITH " DELIMITED BY SIZE
        PRIOR-MONTH-ED DELIMITED BY SIZE
        " **" DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-HIST-READ TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "  HISTORY RECORDS READ      " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-IN-WINDOW TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "  IN THE TWELVE MONTHS TO   " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        "  (" DELIMITED BY SIZE
        MONTH-ED DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CNT-OUT-WINDOW TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "  OUTSIDE THOSE MONTHS      " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    IF CNT-BAD-STAMP > 0
        MOVE CNT-BAD-STAMP TO COUNT-ED
        MOVE SPACE TO PRINT-W
        STRING "  UNREADABLE RUN STAMP      " DELIMITED BY SIZE
            COUNT-ED DELIMITED BY SIZE
            INTO PRINT-W
        PERFORM PRINT-LINE
    END-IF.
    IF CNT-SITE-OVER > 0
        MOVE CNT-SITE-OVER TO COUNT-ED
        MOVE SPACE TO PRINT-W
        STRING "  LEFT OUT OF SITE BREAKOUT " DELIMITED BY SIZE
            COUNT-ED DELIMITED BY SIZE
            " (MORE THAN 301 SITES)" DELIMITED BY SIZE
            INTO PRINT-W
        PERFORM PRINT-LINE
    END-IF.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-OUTCOMES.
    MOVE "** OUTCOMES - SHARE OF ALL RUNS **" TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CMP-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE SL-RUNS TO CMP-BASE-SLOT.
    MOVE "RUNS" TO CMP-LABEL.
    MOVE SL-RUNS TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "SOLVED" TO CMP-LABEL.
    MOVE SL-SOLVED TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "AMBIGUOUS" TO CMP-LABEL.
    MOVE SL-AMBIGUOUS TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "UNSOLVED" TO CMP-LABEL.
    MOVE SL-UNSOLVED TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "OUTOFBOUNDS" TO CMP-LABEL.
    MOVE SL-OUTOFBOUNDS TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "OVERFLOW" TO CMP-LABEL.
    MOVE SL-OVERFLOW TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "TIMEDOUT" TO CMP-LABEL.
    MOVE SL-TIMEDOUT TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "CLEAN" TO CMP-LABEL.
    MOVE SL-CLEAN TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "REJECTED" TO CMP-LABEL.
    MOVE SL-REJECTED TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "DUPLICATE" TO CMP-LABEL.
    MOVE SL-DUPLICATE TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    IF MON-CNT(12, SL-OTHER) > 0 OR MON-CNT(11, SL-OTHER) > 0
        MOVE "OTHER STATUS" TO CMP-LABEL
        MOVE SL-OTHER TO CMP-SLOT
        PERFORM COMPARE-ROW
    END-IF.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-FAULTS.
    MOVE "** REPAIR MODE - SHARE OF FIXES **" TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CMP-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE SL-FIXES TO CMP-BASE-SLOT.
    MOVE "FIXES" TO CMP-LABEL.
    MOVE SL-FIXES TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "SINGLE SWAP" TO CMP-LABEL.
    MOVE SL-SINGLE TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "DUALSWAP (TWO SWAPS)" TO CMP-LABEL.
    MOVE SL-DUALSWAP TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "NOT RECORDED" TO CMP-LABEL.
    MOVE SL-NOT-RECORDED TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE "** CORRUPTION DIRECTION - SHARE OF SWAPS **" TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CMP-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE SL-SWAPS TO CMP-BASE-SLOT.
    MOVE "SWAPS" TO CMP-LABEL.
    MOVE SL-SWAPS TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "NOP->JMP" TO CMP-LABEL.
    MOVE SL-NOP-JMP TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "JMP->NOP" TO CMP-LABEL.
    MOVE SL-JMP-NOP TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE "** WHERE THE DAMAGE SAT IN THE LOOPING RUN - SHARE OF SWAPS **"
        TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CMP-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE "INSIDE THE CYCLE" TO CMP-LABEL.
    MOVE SL-CYCLE TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "EXECUTED PATH" TO CMP-LABEL.
    MOVE SL-PATH TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE "DEAD CODE" TO CMP-LABEL.
    MOVE SL-DEAD TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE "** DAMAGE KIND - SHARE OF SWAPS **" TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CMP-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE 1 TO KIND-I.
    PERFORM UNTIL KIND-I > 6
        MOVE KIND-LABEL(KIND-I) TO CMP-LABEL
        COMPUTE CMP-SLOT = SL-KIND-BASE + KIND-I
        PERFORM COMPARE-ROW
        ADD 1 TO KIND-I
    END-PERFORM.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE "** FIX POSITION - SHARE OF SWAPS BY HUNDRED-INSTRUCTION BAND **"
        TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CMP-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE 1 TO BAND-I.
    PERFORM UNTIL BAND-I > 10
        COMPUTE CMP-SLOT = SL-BAND-BASE + BAND-I
        IF MON-CNT(12, CMP-SLOT) > 0 OR MON-CNT(11, CMP-SLOT) > 0
            PERFORM BAND-LABEL
            PERFORM COMPARE-ROW
        END-IF
        ADD 1 TO BAND-I
    END-PERFORM.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

*> "INSTR nnnn-nnnn" for position band BAND-I.
BAND-LABEL.
    COMPUTE BAND-LOW = (BAND-I - 1) * 100 + 1.
    COMPUTE BAND-HIGH = BAND-I * 100.
    MOVE SPACE TO CMP-LABEL.
    STRING "INSTR " DELIMITED BY SIZE
        BAND-LOW DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        BAND-HIGH DELIMITED BY SIZE
        INTO CMP-LABEL.

PRINT-CYCLES.
    MOVE "** LOOP CYCLE LENGTH - SHARE OF LOOPING RUNS **" TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CMP-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE SL-LOOPS TO CMP-BASE-SLOT.
    MOVE "LOOPING RUNS" TO CMP-LABEL.
    MOVE SL-LOOPS TO CMP-SLOT.
    PERFORM COMPARE-ROW.
    MOVE 1 TO CYC-I.
    PERFORM UNTIL CYC-I > 6
        MOVE SPACE TO CMP-LABEL
        STRING "CYCLE " DELIMITED BY SIZE
            CYC-BAND-LABEL(CYC-I) DELIMITED BY SIZE
            INTO CMP-LABEL
        COMPUTE CMP-SLOT = SL-CYC-BASE + CYC-I
        PERFORM COMPARE-ROW
        ADD 1 TO CYC-I
    END-PERFORM.
    MOVE 12 TO MON-I.
    PERFORM AVERAGE-CYCLE.
    MOVE SPACE TO PRINT-W.
    STRING "  AVERAGE CYCLE LENGTH " DELIMITED BY SIZE
        MONTH-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TPL-AVG DELIMITED BY SIZE
        INTO PRINT-W.
    MOVE 11 TO MON-I.
    PERFORM AVERAGE-CYCLE.
    STRING "   " DELIMITED BY SIZE
        PRIOR-MONTH-ED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TPL-AVG DELIMITED BY SIZE
        INTO PRINT-W(42:40).
    PERFORM PRINT-LINE.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

*> Month MON-I's average cycle length, edited into TPL-AVG.
AVERAGE-CYCLE.
    IF MON-CNT(MON-I, SL-LOOPS) > 0
        COMPUTE AVG-CYCLE ROUNDED = MON-CNT(MON-I, SL-CYC-SUM)
            / MON-CNT(MON-I, SL-LOOPS)
    ELSE
        MOVE 0 TO AVG-CYCLE
    END-IF.
    MOVE AVG-CYCLE TO TPL-AVG.

*> Month 12 of the window against month 11, slot CMP-SLOT as a
*> count and as a share of slot CMP-BASE-SLOT.
COMPARE-ROW.
    MOVE MON-CNT(12, CMP-SLOT) TO CMP-THIS.
    MOVE MON-CNT(11, CMP-SLOT) TO CMP-PRIOR.
    MOVE MON-CNT(12, CMP-BASE-SLOT) TO CMP-THIS-BASE.
    MOVE MON-CNT(11, CMP-BASE-SLOT) TO CMP-PRIOR-BASE.
    IF CMP-THIS-BASE > 0
        COMPUTE CMP-THIS-PCT ROUNDED = CMP-THIS * 100 / CMP-THIS-BASE
    ELSE
        MOVE 0 TO CMP-THIS-PCT
    END-IF.
    IF CMP-PRIOR-BASE > 0
        COMPUTE CMP-PRIOR-PCT ROUNDED = CMP-PRIOR * 100 / CMP-PRIOR-BASE
    ELSE
        MOVE 0 TO CMP-PRIOR-PCT
    END-IF.
    COMPUTE CMP-CHANGE = CMP-THIS - CMP-PRIOR.
    COMPUTE CMP-PCT-CHANGE = CMP-THIS-PCT - CMP-PRIOR-PCT.
    MOVE CMP-LABEL TO CPL-LABEL.
    MOVE CMP-THIS TO CPL-THIS.
    MOVE CMP-THIS-PCT TO CPL-THIS-PCT.
    MOVE CMP-PRIOR TO CPL-PRIOR.
    MOVE CMP-PRIOR-PCT TO CPL-PRIOR-PCT.
    MOVE CMP-CHANGE TO CPL-CHANGE.
    MOVE CMP-PCT-CHANGE TO CPL-PCT-CHANGE.
    MOVE CMP-PRINT-LINE TO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-TREND.
    MOVE "** TWELVE-MONTH TREND - RUNS, FIXES AND SWAPS PER MONTH **"
        TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE TREND-HEAD-LINE TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE 1 TO MON-I.
    PERFORM UNTIL MON-I > 12
        MOVE MON-YYYYMM(MON-I) TO STAMP-MONTH
        PERFORM EDIT-MONTH
        MOVE MONTH-ED TO TPL-MONTH
        MOVE MON-CNT(MON-I, SL-RUNS) TO TPL-RUNS
        MOVE MON-CNT(MON-I, SL-SOLVED) TO TPL-SOLVED
        MOVE MON-CNT(MON-I, SL-FIXES) TO TPL-FIXES
        MOVE MON-CNT(MON-I, SL-DUALSWAP) TO TPL-DUAL
        MOVE MON-CNT(MON-I, SL-NOP-JMP) TO TPL-NOP-JMP
        MOVE MON-CNT(MON-I, SL-JMP-NOP) TO TPL-JMP-NOP
        MOVE MON-CNT(MON-I, SL-CYCLE) TO TPL-CYCLE
        MOVE MON-CNT(MON-I, SL-PATH) TO TPL-PATH
        MOVE MON-CNT(MON-I, SL-DEAD) TO TPL-DEAD
        MOVE MON-CNT(MON-I, SL-OUTOFBOUNDS) TO TPL-OOB
        MOVE MON-CNT(MON-I, SL-OVERFLOW) TO TPL-OVF
        MOVE MON-CNT(MON-I, SL-LOOPS) TO TPL-LOOPS
        MOVE MON-CNT(MON-I, SL-NOT-RECORDED) TO TPL-NOTREC
        PERFORM AVERAGE-CYCLE
        MOVE TREND-PRINT-LINE TO PRINT-W
        PERFORM PRINT-LINE
        ADD 1 TO MON-I
    END-PERFORM.
*> EDIT-MONTH was borrowed for the trend rows - put the reported
*> month back for the sections that follow.
    MOVE MON-YYYYMM(12) TO STAMP-MONTH.
    PERFORM EDIT-MONTH.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

*> Two lines per site, the month reported and the month before it.
PRINT-SITES.
    MOVE "** BY SITE - MONTH REPORTED AND THE MONTH BEFORE **" TO PRINT-W.
    PERFORM PRINT-LINE.
    IF FS-COUNT = 0
        MOVE "  NONE" TO PRINT-W
        PERFORM PRINT-LINE
    ELSE
        MOVE SITE-HEAD-LINE TO PRINT-W
        PERFORM PRINT-LINE
        MOVE 1 TO FS-I
        PERFORM UNTIL FS-I > FS-COUNT
            MOVE FS-CODE(FS-I) TO FS-CODE-W
            PERFORM SITE-FIND
            MOVE FS-CODE(FS-I) TO SPL-CODE
            MOVE SITE-NAME-W TO SPL-NAME
            MOVE MONTH-ED TO SPL-MONTH
            MOVE 1 TO FS-PERIOD-IX
            PERFORM SITE-ROW
            MOVE SPACE TO SPL-CODE
            MOVE SPACE TO SPL-NAME
            MOVE PRIOR-MONTH-ED TO SPL-MONTH
            MOVE 2 TO FS-PERIOD-IX
            PERFORM SITE-ROW
            ADD 1 TO FS-I
        END-PERFORM
    END-IF.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

SITE-ROW.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-RUNS) TO SPL-RUNS.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-SOLVED) TO SPL-SOLVED.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-DUALSWAP) TO SPL-DUAL.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-NOP-JMP) TO SPL-NOP-JMP.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-JMP-NOP) TO SPL-JMP-NOP.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-CYCLE) TO SPL-CYCLE.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-PATH) TO SPL-PATH.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-DEAD) TO SPL-DEAD.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-OUTOFBOUNDS) TO SPL-OOB.
    MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-OVERFLOW) TO SPL-OVF.
    PERFORM TOP-KIND.
    IF KIND-TOP-W > 0
        MOVE KIND-LABEL(KIND-TOP-W) TO SPL-KIND
    ELSE
        MOVE SPACE TO SPL-KIND
    END-IF.
    MOVE SITE-PRINT-LINE TO PRINT-W.
    PERFORM PRINT-LINE.

*> The commonest damage kind of site FS-I in period FS-PERIOD-IX -
*> KIND-TOP-W zero when the site had no classified swap; a tie goes
*> to the kind listed first.
TOP-KIND.
    MOVE 0 TO KIND-TOP-W.
    MOVE 0 TO KIND-TOP-CNT.
    MOVE 1 TO KIND-I.
    PERFORM UNTIL KIND-I > 6
        COMPUTE SL-W = SL-KIND-BASE + KIND-I
        IF FS-CNT(FS-I, FS-PERIOD-IX, SL-W) > KIND-TOP-CNT
            MOVE FS-CNT(FS-I, FS-PERIOD-IX, SL-W) TO KIND-TOP-CNT
            MOVE KIND-I TO KIND-TOP-W
        END-IF
        ADD 1 TO KIND-I
    END-PERFORM.

*> A site whose commonest damage kind is the same both months - the
*> "same site, same damage" question in one list.
PRINT-REPEATING.
    MOVE "** SITES REPEATING THE SAME DAMAGE KIND BOTH MONTHS **"
        TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE 0 TO CNT-REPEATING.
    MOVE 1 TO FS-I.
    PERFORM UNTIL FS-I > FS-COUNT
        MOVE 1 TO FS-PERIOD-IX
        PERFORM TOP-KIND
        MOVE KIND-TOP-W TO KIND-TOP-THIS
        MOVE KIND-TOP-CNT TO KIND-TOP-THIS-CNT
        MOVE 2 TO FS-PERIOD-IX
        PERFORM TOP-KIND
        MOVE KIND-TOP-W TO KIND-TOP-PRIOR
        MOVE KIND-TOP-CNT TO KIND-TOP-PRIOR-CNT
        IF KIND-TOP-THIS > 0 AND KIND-TOP-THIS = KIND-TOP-PRIOR
            ADD 1 TO CNT-REPEATING
            IF CNT-REPEATING = 1
                MOVE REPEAT-HEAD-LINE TO PRINT-W
                PERFORM PRINT-LINE
            END-IF
            MOVE FS-CODE(FS-I) TO FS-CODE-W
            PERFORM SITE-FIND
            MOVE FS-CODE(FS-I) TO RPL-CODE
            MOVE SITE-NAME-W TO RPL-NAME
            MOVE KIND-LABEL(KIND-TOP-THIS) TO RPL-KIND
            MOVE KIND-TOP-THIS-CNT TO RPL-THIS
            MOVE KIND-TOP-PRIOR-CNT TO RPL-PRIOR
            MOVE REPEAT-PRINT-LINE TO PRINT-W
            PERFORM PRINT-LINE
        END-IF
        ADD 1 TO FS-I
    END-PERFORM.
    IF CNT-REPEATING = 0
        MOVE "  NONE" TO PRINT-W
        PERFORM PRINT-LINE
    END-IF.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-CATALOG.
    MOVE "** CATALOG - DISTINCT PROGRAMS FIXED, ALL MONTHS **" TO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE CAT-PROGRAMS TO COUNT-ED.
    MOVE SPACE TO PRINT-W.
    STRING "  PROGRAMS FIXED            " DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.
    MOVE "SINGLE SWAP" TO CMP-LABEL.
    MOVE CAT-SINGLE TO CMP-THIS.
    MOVE CAT-PROGRAMS TO CMP-THIS-BASE.
    PERFORM CATALOG-ROW.
    MOVE "DUALSWAP (TWO SWAPS)" TO CMP-LABEL.
    MOVE CAT-DUALSWAP TO CMP-THIS.
    PERFORM CATALOG-ROW.
    MOVE CAT-SWAPS TO CMP-THIS-BASE.
    MOVE 1 TO BAND-I.
    PERFORM UNTIL BAND-I > 10
        IF CAT-BAND(BAND-I) > 0
            PERFORM BAND-LABEL
            MOVE CAT-BAND(BAND-I) TO CMP-THIS
            PERFORM CATALOG-ROW
        END-IF
        ADD 1 TO BAND-I
    END-PERFORM.
    MOVE SPACE TO PRINT-W.
    PERFORM PRINT-LINE.

*> A catalog line: count and share, no month to compare against.
CATALOG-ROW.
    IF CMP-THIS-BASE > 0
        COMPUTE CMP-THIS-PCT ROUNDED = CMP-THIS * 100 / CMP-THIS-BASE
    ELSE
        MOVE 0 TO CMP-THIS-PCT
    END-IF.
    MOVE CMP-THIS TO CPL-THIS.
    MOVE CMP-THIS-PCT TO CPL-THIS-PCT.
    MOVE SPACE TO PRINT-W.
    STRING "  " DELIMITED BY SIZE
        CMP-LABEL DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        CPL-THIS DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        CPL-THIS-PCT DELIMITED BY SIZE
        INTO PRINT-W.
    PERFORM PRINT-LINE.

PRINT-LINE.
    IF LINE-NO > 59
        ADD 1 TO PAGE-NO
        IF PAGE-NO > 1
            MOVE SPACE TO PRINT-LINE-OUT
            WRITE PRINT-LINE-OUT
        END-IF
        MOVE SPACE TO PRINT-LINE-OUT
        STRING "FAULT-PATTERN ANALYSIS - " DELIMITED BY SIZE
            MONTH-ED DELIMITED BY SIZE
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

AUDIT-FAULTRPT.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
        DISPLAY "FAULTRPT - AUDIT LOG OPEN FAILED, STATUS " AUDIT-STATUS
    ELSE
        ACCEPT NOW-DATE FROM DATE YYYYMMDD
        ACCEPT NOW-TIME-RAW FROM TIME
        MOVE NOW-TIME-RAW(1:6) TO NOW-TIME
        MOVE SPACE TO AUDIT-LINE
        STRING "FAULTRPT " DELIMITED BY SIZE
            NOW-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            NOW-TIME DELIMITED BY SIZE
            " MONTH=" DELIMITED BY SIZE
            RPT-MONTH DELIMITED BY SIZE
            " READ=" DELIMITED BY SIZE
            CNT-HIST-READ DELIMITED BY SIZE
            " IN-WINDOW=" DELIMITED BY SIZE
            CNT-IN-WINDOW DELIMITED BY SIZE
            " RUNS=" DELIMITED BY SIZE
            MON-CNT(12, SL-RUNS) DELIMITED BY SIZE
            " FIXES=" DELIMITED BY SIZE
            MON-CNT(12, SL-FIXES) DELIMITED BY SIZE
            " PROGRAMS=" DELIMITED BY SIZE
            CAT-PROGRAMS DELIMITED BY SIZE
            " RC=" DELIMITED BY SIZE
            FAULT-RC DELIMITED BY SIZE
            INTO AUDIT-LINE
        WRITE AUDIT-LINE
        CLOSE AUDIT-FILE
    END-IF.
