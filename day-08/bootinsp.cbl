IDENTIFICATION DIVISION.
PROGRAM-ID. BOOTINSP.

*> Online inspection of one boot file, for the device engineer working
*> a file the night left UNSOLVED, REJECTED or OUTOFBOUNDS. The file
*> is loaded the way the repair job's LOAD-SEGMENT loads it - same
*> line checks, same 999-instruction capacity - and the directives
*> already on its "<boot file>-patches" file are applied the way
*> APPLY-PATCHES applies them, so the screen starts from exactly the
*> program the next night would run. From there the engineer steps it
*> one instruction at a time or runs it to a breakpoint, watching PTR,
*> ACCUM and the step each instruction was first executed on, under
*> the same rules RUN-PRG executes by: the run ends when it is about
*> to re-execute an instruction (a loop), steps just past the last
*> instruction (a clean stop), jumps outside the program, or takes
*> the accumulator outside the ACCLIMIT range.
*>
*> Any instruction can be changed on the spot and the run starts over
*> from instruction 1 with the change in. Every change is checked
*> with the tests APPLY-ONE-PATCH puts a directive through, so what
*> the screen accepts the night accepts. W writes "<boot file>-
*> patches" afresh: one "0127 nop +004" directive for every
*> instruction that now differs from the dump, in instruction order -
*> the directives that were on the file, less any undone, plus the
*> new ones. A directive on the old file that was malformed or
*> pointed outside the program is reported when the file loads and is
*> not carried onto the new one.
*>
*> The boot file is named on the command line. A program of a multi-
*> program dump is named the way the repair job names it, "file(nn)",
*> and its directives live on "file(nn)-patches"; a dump that holds
*> more than one program has to be named that way.
*>
*> Commands, typed on the screen's command line:
*>   S               execute one instruction
*>   R               run to the next breakpoint or the end of the run
*>   X               reset - back to instruction 1, nothing visited
*>   B nnnn          set or clear a breakpoint on instruction nnnn
*>   C nnnn iii +nnn change instruction nnnn, e.g. C 0127 nop +004
*>   U nnnn          undo - put instruction nnnn back as the dump has it
*>   G nnnn          show the program from instruction nnnn
*>   L n             accumulator range for this session (0 = none)
*>   W               write the "-patches" directive file
*>   Q               quit (asks again while changes are unwritten)
*>
*> Cards read from the shared "runcard" deck (the rest belong to the
*> other steps and are ignored here):
*>   ACCLIMIT=n      accumulator range of the target device, as the
*>                   repair job enforces it (default 0, no range)
*> Return code 0, 4 when the session ended with changes not written,
*> 8 when the file could not be loaded. One BOOTINSP record goes onto
*> "auditlog" whenever it finishes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUNCARD-FILE
        ASSIGN TO "runcard"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

    SELECT INPUT-FILE
        ASSIGN TO DYNAMIC INPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INPUT-STATUS.

    SELECT OPTIONAL PATCH-FILE
        ASSIGN TO DYNAMIC PATCH-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PATCH-STATUS.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO "auditlog"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.

    FD RUNCARD-FILE.

    01 RUNCARD-LINE PIC X(80).

    FD INPUT-FILE.

    01 INPUT-LINE PIC X(80).

*> The repair job's directive record, field for field.
    FD PATCH-FILE.

    01 PATCH-LINE.
        05 PAT-PTR PIC 9(4).
        05 PAT-SEP1 PIC X(1).
        05 PAT-INSTR PIC A(3).
        05 PAT-SEP2 PIC X(1).
        05 PAT-ADDR PIC X(4).

    FD AUDIT-FILE.

    01 AUDIT-LINE PIC X(320).

WORKING-STORAGE SECTION.
    01 RUNCARD-STATUS PIC X(2).
    01 INPUT-STATUS PIC X(2).
    01 PATCH-STATUS PIC X(2).
    01 AUDIT-STATUS PIC X(2).

    01 RUNCARD-EOF PIC A(1) VALUE SPACE.
    01 CARD-KEY PIC X(20) VALUE SPACE.
    01 CARD-VALUE PIC X(60) VALUE SPACE.

    01 INSP-NAME PIC X(40) VALUE SPACE.
    01 INPUT-FILE-NAME PIC X(40) VALUE SPACE.
    01 PATCH-FILE-NAME PIC X(48) VALUE SPACE.
    01 NAME-LEN PIC 9(2) VALUE 0.
    01 NAME-I PIC 9(2) VALUE 0.
    01 SEG-WANTED PIC 9(2) VALUE 1.
    01 SEG-NAMED PIC A(1) VALUE SPACE.
    01 SEG-AT PIC 9(2) VALUE 1.

*> The repair job's program tables, loader fields and run registers.
    01 INSTRS.
        05 INSTR PIC A(3) OCCURS 1000 TIMES.
    01 ADDRS.
        05 ADDR PIC S9(3) OCCURS 1000 TIMES.
    01 VISITED.
        05 VISIT PIC 9(4) OCCURS 1000 TIMES.

    01 READ-LINE.
        05 RINSTR PIC A(3).
        05 RX PIC A(1).
        05 RADDR PIC A(4).
    01 READ-I PIC 9(4) VALUE 1.
    01 READ-EOF PIC A(1).
    01 LOAD-ABORT PIC A(1) VALUE SPACE.
    01 LOAD-ABORT-REASON PIC X(40) VALUE SPACE.
    01 LOAD-LINE-VALID PIC A(1) VALUE SPACE.
    01 LOAD-SKIPPING PIC A(1) VALUE SPACE.
    01 INPUT-MORE-SEGS PIC A(1) VALUE SPACE.
    01 LOADED-COUNT PIC 9(4) VALUE 0.

    01 ACCUM PIC S9(9) VALUE 0.
    01 PTR PIC S9(4) VALUE 1.
    01 CUR-INSTR PIC A(3).
    01 STEP-COUNT PIC 9(4) VALUE 0.
    01 ACC-LIMIT PIC 9(9) VALUE 0.

*> The instructions as the dump has them - what every change is
*> measured against and what U puts back - and the breakpoints.
    01 DUMP-INSTRS.
        05 DUMP-INSTR PIC A(3) OCCURS 1000 TIMES.
    01 DUMP-ADDRS.
        05 DUMP-ADDR PIC S9(3) OCCURS 1000 TIMES.
    01 BREAKS.
        05 BRK PIC A(1) OCCURS 1000 TIMES.

*> Where the run stands: SPACE while it can go on, else L (about to
*> re-execute LOOP-PTR), T (stepped past the last instruction), O
*> (LAST-PTR jumped to OOB-TARGET), V (the acc at LAST-PTR left the
*> ACCLIMIT range) or U (LAST-PTR holds a mnemonic RUN-PRG does not
*> dispatch).
    01 RUN-STATE PIC A(1) VALUE SPACE.
    01 RUN-HALT PIC A(1) VALUE SPACE.
    01 LAST-PTR PIC 9(4) VALUE 0.
    01 OOB-TARGET PIC S9(4) VALUE 0.
    01 LOOP-PTR PIC 9(4) VALUE 0.
    01 LOOP-CYCLE-LEN PIC 9(4) VALUE 0.
    01 STATE-TEXT PIC X(60) VALUE SPACE.

*> A directive under test - from the old "-patches" file or typed as
*> a change - laid out as the directive record.
    01 PATCH-W.
        05 PAW-PTR PIC 9(4).
        05 PAW-SEP1 PIC X(1).
        05 PAW-INSTR PIC A(3).
        05 PAW-SEP2 PIC X(1).
        05 PAW-ADDR PIC X(4).
    01 DIR-VALID PIC A(1) VALUE SPACE.
    01 DIR-REASON PIC X(40) VALUE SPACE.
    01 PATCH-EOF PIC A(1) VALUE SPACE.
    01 CNT-PATCH-APPLIED PIC 9(4) VALUE 0.
    01 CNT-PATCH-DROPPED PIC 9(4) VALUE 0.
    01 CNT-CHANGED PIC 9(4) VALUE 0.
    01 CNT-WRITTEN PIC 9(4) VALUE 0.
    01 CNT-WRITES PIC 9(4) VALUE 0.
    01 CHANGES-UNWRITTEN PIC A(1) VALUE SPACE.
    01 QUIT-ASKED PIC A(1) VALUE SPACE.
    01 INSP-DONE PIC A(1) VALUE SPACE.
    01 POS-I PIC 9(4) VALUE 0.

*> The command line as typed and its words.
    01 CMD-LINE PIC X(40) VALUE SPACE.
    01 CMD-START PIC 9(2) VALUE 1.
    01 CMD-VERB PIC X(4) VALUE SPACE.
    01 CMD-ARG1 PIC X(12) VALUE SPACE.
    01 CMD-ARG2 PIC X(12) VALUE SPACE.
    01 CMD-ARG3 PIC X(12) VALUE SPACE.
    01 ARG-X PIC X(12) VALUE SPACE.
    01 ARG-LEN PIC 9(2) VALUE 0.
    01 ARG-MAX PIC 9(2) VALUE 0.
    01 ARG-OK PIC A(1) VALUE SPACE.
    01 ARG-NUM PIC 9(9) VALUE 0.
    01 ARG-POS PIC 9(4) VALUE 0.

*> ---------------------------------------------------------------
*> The screen: two status lines, sixteen instructions of the program
*> around PTR, a message line and the command line. Row marks: ">"
*> the next instruction to execute, "*" a breakpoint; STEP is the
*> step the instruction was first executed on this run, DUMP HAD what
*> the dump holds where the instruction has been changed.
*> ---------------------------------------------------------------
    01 WIN-TOP PIC 9(4) VALUE 1.
    01 WIN-FOLLOW PIC A(1) VALUE 'Y'.
    01 WIN-I PIC 9(2) VALUE 0.
    01 WIN-TABLE.
        05 WIN-ROW PIC X(78) OCCURS 16 TIMES.
    01 ROW-W.
        05 RW-MARK PIC X(1).
        05 RW-POS PIC 9(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RW-BRK PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RW-INSTR PIC X(3).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RW-ADDR PIC X(4).
        05 FILLER PIC X(3) VALUE SPACE.
        05 RW-STEP-LIT PIC X(5).
        05 RW-STEP PIC Z(3)9 BLANK WHEN ZERO.
        05 FILLER PIC X(3) VALUE SPACE.
        05 RW-DUMP-LIT PIC X(9).
        05 RW-DUMP-INSTR PIC X(3).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RW-DUMP-ADDR PIC X(4).
        05 FILLER PIC X(30) VALUE SPACE.
    01 ADDR-W PIC S9(3) VALUE 0.
    01 ADDR-ED PIC +999.
    01 PTR-ED PIC -9(4).
    01 ACCUM-ED PIC -(9)9.
    01 ACC-LIMIT-ED PIC Z(8)9.
    01 COUNT-ED PIC Z(3)9.
    01 LINE-PTR PIC 9(3) VALUE 1.
    01 HEAD-LINE-1 PIC X(78) VALUE SPACE.
    01 HEAD-LINE-2 PIC X(78) VALUE SPACE.
    01 MSG-LINE PIC X(78) VALUE SPACE.
    01 HELP-LINE-1 PIC X(78) VALUE
        "S STEP  R RUN TO BREAK  X RESET  B nnnn BREAK  C nnnn iii +nnn CHANGE".
    01 HELP-LINE-2 PIC X(78) VALUE
        "U nnnn UNDO  G nnnn SHOW  L n ACCLIMIT  W WRITE PATCHES  Q QUIT".

    01 INSP-RC PIC 9(2) VALUE 0.
    01 NOW-DATE PIC 9(8).
    01 NOW-TIME-RAW PIC 9(8).
    01 NOW-TIME PIC 9(6).

SCREEN SECTION.
    01 INSP-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 PIC X(78) FROM HEAD-LINE-1 HIGHLIGHT.
        05 LINE 2 COLUMN 1 PIC X(78) FROM HEAD-LINE-2.
        05 LINE 3 COLUMN 1 VALUE
            "  POS   INSTR       FIRST RUN    AS DUMPED".
        05 LINE 4 COLUMN 1 PIC X(78) FROM WIN-ROW(1).
        05 LINE 5 COLUMN 1 PIC X(78) FROM WIN-ROW(2).
        05 LINE 6 COLUMN 1 PIC X(78) FROM WIN-ROW(3).
        05 LINE 7 COLUMN 1 PIC X(78) FROM WIN-ROW(4).
        05 LINE 8 COLUMN 1 PIC X(78) FROM WIN-ROW(5).
        05 LINE 9 COLUMN 1 PIC X(78) FROM WIN-ROW(6).
        05 LINE 10 COLUMN 1 PIC X(78) FROM WIN-ROW(7).
        05 LINE 11 COLUMN 1 PIC X(78) FROM WIN-ROW(8).
        05 LINE 12 COLUMN 1 PIC X(78) FROM WIN-ROW(9).
        05 LINE 13 COLUMN 1 PIC X(78) FROM WIN-ROW(10).
        05 LINE 14 COLUMN 1 PIC X(78) FROM WIN-ROW(11).
        05 LINE 15 COLUMN 1 PIC X(78) FROM WIN-ROW(12).
        05 LINE 16 COLUMN 1 PIC X(78) FROM WIN-ROW(13).
        05 LINE 17 COLUMN 1 PIC X(78) FROM WIN-ROW(14).
        05 LINE 18 COLUMN 1 PIC X(78) FROM WIN-ROW(15).
        05 LINE 19 COLUMN 1 PIC X(78) FROM WIN-ROW(16).
        05 LINE 21 COLUMN 1 PIC X(78) FROM MSG-LINE HIGHLIGHT.
        05 LINE 22 COLUMN 1 VALUE "COMMAND ===>".
        05 LINE 22 COLUMN 14 PIC X(40) USING CMD-LINE.
        05 LINE 23 COLUMN 1 PIC X(78) FROM HELP-LINE-1.
        05 LINE 24 COLUMN 1 PIC X(78) FROM HELP-LINE-2.

PROCEDURE DIVISION.
    ACCEPT INSP-NAME FROM COMMAND-LINE.
    IF INSP-NAME = SPACE
        DISPLAY "BOOTINSP - NAME ONE BOOT FILE ON THE COMMAND LINE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-RUNCARD.
    PERFORM SPLIT-NAME.
    PERFORM LOAD-BOOT.
    IF LOAD-ABORT = 'Y'
        DISPLAY "BOOTINSP ABORT - [" INSP-NAME "] " LOAD-ABORT-REASON
        MOVE 8 TO INSP-RC
        PERFORM AUDIT-BOOTINSP
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE INSTRS TO DUMP-INSTRS.
    MOVE ADDRS TO DUMP-ADDRS.
    MOVE SPACE TO BREAKS.
    MOVE SPACE TO PATCH-FILE-NAME.
    STRING INSP-NAME DELIMITED BY SPACE
        "-patches" DELIMITED BY SIZE
        INTO PATCH-FILE-NAME.
    PERFORM APPLY-PATCHES.
    MOVE LOADED-COUNT TO COUNT-ED.
    MOVE SPACE TO MSG-LINE.
    STRING "LOADED" DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        " INSTRUCTIONS" DELIMITED BY SIZE
        INTO MSG-LINE.
    IF CNT-PATCH-APPLIED > 0 OR CNT-PATCH-DROPPED > 0
        MOVE SPACE TO MSG-LINE
        MOVE 1 TO LINE-PTR
        MOVE CNT-PATCH-APPLIED TO COUNT-ED
        STRING PATCH-FILE-NAME DELIMITED BY SPACE
            ":" DELIMITED BY SIZE
            COUNT-ED DELIMITED BY SIZE
            " APPLIED" DELIMITED BY SIZE
            INTO MSG-LINE WITH POINTER LINE-PTR
        IF CNT-PATCH-DROPPED > 0
            MOVE CNT-PATCH-DROPPED TO COUNT-ED
            STRING "," DELIMITED BY SIZE
                COUNT-ED DELIMITED BY SIZE
                " BAD - SEE CONSOLE, LEFT OFF THE NEXT W" DELIMITED BY SIZE
                INTO MSG-LINE WITH POINTER LINE-PTR
        END-IF
    END-IF.
    PERFORM RESET-RUN.
    PERFORM UNTIL INSP-DONE = 'Y'
        PERFORM BUILD-SCREEN
        PERFORM GET-COMMAND
        PERFORM DO-COMMAND
    END-PERFORM.
    IF CHANGES-UNWRITTEN = 'Y'
        MOVE 4 TO INSP-RC
    ELSE
        MOVE 0 TO INSP-RC
    END-IF.
    PERFORM AUDIT-BOOTINSP.
    DISPLAY "BOOTINSP - [" INSP-NAME "] " CNT-CHANGED
        " INSTRUCTION(S) DIFFER FROM THE DUMP, " CNT-WRITTEN
        " DIRECTIVE(S) LAST WRITTEN".
    MOVE INSP-RC TO RETURN-CODE.
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
            WHEN "ACCLIMIT"
                COMPUTE ACC-LIMIT = FUNCTION NUMVAL(CARD-VALUE)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> "file(nn)" is program nn of "file"; anything else is the whole
*> file, which must then hold one program. A one-program file is only
*> ever named plainly - the repair job looks for its "-patches" under
*> the plain name, so LOAD-BOOT refuses "file(01)" for one.
SPLIT-NAME.
    MOVE INSP-NAME TO INPUT-FILE-NAME.
    MOVE 1 TO SEG-WANTED.
    MOVE SPACE TO SEG-NAMED.
    MOVE 0 TO NAME-LEN.
    MOVE 1 TO NAME-I.
    PERFORM UNTIL NAME-I > 40
        IF INSP-NAME(NAME-I:1) NOT = SPACE
            MOVE NAME-I TO NAME-LEN
        END-IF
        ADD 1 TO NAME-I
    END-PERFORM.
    IF NAME-LEN > 4
        IF INSP-NAME(NAME-LEN:1) = ")"
                AND INSP-NAME(NAME-LEN - 3:1) = "("
                AND INSP-NAME(NAME-LEN - 2:2) IS NUMERIC
                AND INSP-NAME(NAME-LEN - 2:2) NOT = "00"
            MOVE SPACE TO INPUT-FILE-NAME
            MOVE INSP-NAME(1:NAME-LEN - 4) TO INPUT-FILE-NAME
            MOVE INSP-NAME(NAME-LEN - 2:2) TO SEG-WANTED
            MOVE 'Y' TO SEG-NAMED
        END-IF
    END-IF.

*> Passes over the programs ahead of the one wanted, then loads it
*> exactly as the repair job does.
LOAD-BOOT.
    MOVE SPACE TO LOAD-ABORT.
    OPEN INPUT INPUT-FILE.
    IF INPUT-STATUS NOT = "00"
        MOVE 'Y' TO LOAD-ABORT
        MOVE SPACE TO LOAD-ABORT-REASON
        STRING "CANNOT OPEN " DELIMITED BY SIZE
            INPUT-FILE-NAME DELIMITED BY SPACE
            ", STATUS " DELIMITED BY SIZE
            INPUT-STATUS DELIMITED BY SIZE
            INTO LOAD-ABORT-REASON
    ELSE
        MOVE 1 TO SEG-AT
        MOVE SPACE TO READ-EOF
        PERFORM UNTIL SEG-AT >= SEG-WANTED OR READ-EOF = 'Y'
            READ INPUT-FILE INTO READ-LINE
                AT END
                    MOVE 'Y' TO READ-EOF
                NOT AT END
                    IF INPUT-LINE(1:3) = "==="
                        ADD 1 TO SEG-AT
                    END-IF
            END-READ
        END-PERFORM
        IF SEG-AT < SEG-WANTED
            MOVE 'Y' TO LOAD-ABORT
            MOVE "THE FILE HOLDS FEWER PROGRAMS" TO LOAD-ABORT-REASON
        ELSE
            PERFORM LOAD-SEGMENT
            IF LOAD-ABORT NOT = 'Y'
                IF LOADED-COUNT = 0
                    MOVE 'Y' TO LOAD-ABORT
                    MOVE "NO INSTRUCTIONS TO INSPECT" TO LOAD-ABORT-REASON
                ELSE
                    IF INPUT-MORE-SEGS = 'Y' AND SEG-NAMED NOT = 'Y'
                        MOVE 'Y' TO LOAD-ABORT
                        MOVE "SEVERAL PROGRAMS - NAME ONE AS file(nn)"
                            TO LOAD-ABORT-REASON
                    END-IF
                    IF INPUT-MORE-SEGS NOT = 'Y' AND SEG-NAMED = 'Y'
                            AND SEG-WANTED = 1
                        MOVE 'Y' TO LOAD-ABORT
                        MOVE "ONE PROGRAM ONLY - GIVE THE PLAIN NAME"
                            TO LOAD-ABORT-REASON
                    END-IF
                END-IF
            END-IF
        END-IF
        CLOSE INPUT-FILE
    END-IF.

LOAD-SEGMENT.
    INITIALIZE INSTRS ADDRS.
    MOVE 1 TO READ-I.
    MOVE SPACE TO READ-EOF.
    MOVE SPACE TO LOAD-ABORT.
    MOVE SPACE TO LOAD-ABORT-REASON.
    MOVE SPACE TO LOAD-SKIPPING.
    MOVE SPACE TO INPUT-MORE-SEGS.
    PERFORM UNTIL READ-EOF='Y'
        READ INPUT-FILE INTO READ-LINE
            AT END
                MOVE 'Y' TO READ-EOF
            NOT AT END
                IF READ-LINE(1:3) = "==="
                    MOVE 'Y' TO INPUT-MORE-SEGS
                    MOVE 'Y' TO READ-EOF
                ELSE
                    IF LOAD-SKIPPING = 'Y'
                        CONTINUE
                    ELSE
                        IF READ-I > 999 THEN
                            DISPLAY "LOAD-PRG ABORT - BOOT FILE EXCEEDS 999 INSTRUCTION CAPACITY"
                            MOVE 'Y' TO LOAD-ABORT
                            MOVE "BOOT FILE EXCEEDS 999 INSTRUCTION CAPACITY"
                                TO LOAD-ABORT-REASON
                            MOVE 'Y' TO LOAD-SKIPPING
                        ELSE
                            PERFORM VALIDATE-LOAD-LINE
                            IF LOAD-LINE-VALID = 'Y'
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

VALIDATE-LOAD-LINE.
    MOVE 'Y' TO LOAD-LINE-VALID.
    IF RINSTR NOT ALPHABETIC-LOWER
            OR RINSTR(1:1) = SPACE OR RINSTR(2:1) = SPACE
            OR RINSTR(3:1) = SPACE
        DISPLAY "LOAD-PRG VALIDATION - LINE " READ-I
            " MALFORMED MNEMONIC [" READ-LINE "]"
        MOVE SPACE TO LOAD-LINE-VALID
        MOVE 'Y' TO LOAD-ABORT
        MOVE "MALFORMED INSTRUCTION LINE - SEE CONSOLE" TO LOAD-ABORT-REASON
    END-IF.
    IF RADDR(1:1) NOT = "+" AND RADDR(1:1) NOT = "-"
        DISPLAY "LOAD-PRG VALIDATION - LINE " READ-I
            " BAD OPERAND SIGN [" READ-LINE "]"
        MOVE SPACE TO LOAD-LINE-VALID
        MOVE 'Y' TO LOAD-ABORT
        MOVE "MALFORMED INSTRUCTION LINE - SEE CONSOLE" TO LOAD-ABORT-REASON
    ELSE
        IF RADDR(2:3) NOT NUMERIC
            DISPLAY "LOAD-PRG VALIDATION - LINE " READ-I
                " BAD OPERAND DIGITS [" READ-LINE "]"
            MOVE SPACE TO LOAD-LINE-VALID
            MOVE 'Y' TO LOAD-ABORT
            MOVE "MALFORMED INSTRUCTION LINE - SEE CONSOLE" TO LOAD-ABORT-REASON
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> APPLY-PATCHES / VALIDATE-DIRECTIVE: the directives already on file
*> go in the way the repair job applies them, and every change typed
*> on the screen goes through the same VALIDATE-DIRECTIVE tests
*> before it is taken - a line this program writes is one
*> APPLY-ONE-PATCH accepts.
*> ---------------------------------------------------------------
APPLY-PATCHES.
    OPEN INPUT PATCH-FILE.
    IF PATCH-STATUS = "00"
        MOVE SPACE TO PATCH-EOF
        PERFORM UNTIL PATCH-EOF = 'Y'
            READ PATCH-FILE
                AT END
                    MOVE 'Y' TO PATCH-EOF
                NOT AT END
                    MOVE PATCH-LINE TO PATCH-W
                    PERFORM VALIDATE-DIRECTIVE
                    IF DIR-VALID = 'Y'
                        MOVE PAW-INSTR TO INSTR(PAW-PTR)
                        COMPUTE ADDR(PAW-PTR) = FUNCTION NUMVAL(PAW-ADDR)
                        ADD 1 TO CNT-PATCH-APPLIED
                    ELSE
                        DISPLAY "APPLY-PATCHES - [" INSP-NAME "] "
                            DIR-REASON " [" PATCH-LINE "]"
                        ADD 1 TO CNT-PATCH-DROPPED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PATCH-FILE
        PERFORM COUNT-CHANGED
    ELSE
        IF PATCH-STATUS = "05"
            CLOSE PATCH-FILE
        END-IF
    END-IF.

VALIDATE-DIRECTIVE.
    MOVE 'Y' TO DIR-VALID.
    MOVE SPACE TO DIR-REASON.
    IF PAW-PTR NOT NUMERIC
        MOVE SPACE TO DIR-VALID
        MOVE "MALFORMED DIRECTIVE" TO DIR-REASON
    ELSE
        IF PAW-PTR = 0 OR PAW-PTR > LOADED-COUNT
            MOVE SPACE TO DIR-VALID
            MOVE "DIRECTIVE OUTSIDE PROGRAM" TO DIR-REASON
        ELSE
            IF PAW-INSTR NOT ALPHABETIC-LOWER
                    OR PAW-INSTR(1:1) = SPACE OR PAW-INSTR(2:1) = SPACE
                    OR PAW-INSTR(3:1) = SPACE
                    OR (PAW-ADDR(1:1) NOT = "+" AND PAW-ADDR(1:1) NOT = "-")
                    OR PAW-ADDR(2:3) NOT NUMERIC
                MOVE SPACE TO DIR-VALID
                MOVE "MALFORMED DIRECTIVE" TO DIR-REASON
            END-IF
        END-IF
    END-IF.

COUNT-CHANGED.
    MOVE 0 TO CNT-CHANGED.
    MOVE 1 TO POS-I.
    PERFORM UNTIL POS-I > LOADED-COUNT
        IF INSTR(POS-I) NOT = DUMP-INSTR(POS-I)
                OR ADDR(POS-I) NOT = DUMP-ADDR(POS-I)
            ADD 1 TO CNT-CHANGED
        END-IF
        ADD 1 TO POS-I
    END-PERFORM.

*> ---------------------------------------------------------------
*> RESET-RUN / STEP-ONE / CHECK-NEXT / RUN-TO-BREAK execute the
*> program one instruction per STEP-ONE, by RUN-PRG's rules: VISIT
*> holds the step an instruction was first executed on, and before
*> each step CHECK-NEXT decides whether the run can go on - PTR
*> outside 1 to LOADED-COUNT + 1, PTR on the position just past the
*> program, or PTR on an instruction already executed ends it.
*> ---------------------------------------------------------------
RESET-RUN.
    INITIALIZE VISITED.
    MOVE 0 TO ACCUM.
    MOVE 1 TO PTR.
    MOVE 0 TO STEP-COUNT.
    MOVE 0 TO LAST-PTR.
    MOVE SPACE TO RUN-STATE.
    MOVE 'Y' TO WIN-FOLLOW.
    PERFORM CHECK-NEXT.

STEP-ONE.
    ADD 1 TO STEP-COUNT.
    MOVE STEP-COUNT TO VISIT(PTR).
    MOVE INSTR(PTR) TO CUR-INSTR.
    MOVE PTR TO LAST-PTR.
    EVALUATE CUR-INSTR
        WHEN "nop"
            ADD 1 TO PTR
        WHEN "acc"
            ADD ADDR(PTR) TO ACCUM
            IF ACC-LIMIT > 0
                    AND (ACCUM > ACC-LIMIT
                    OR ACCUM < 0 - ACC-LIMIT)
                MOVE 'V' TO RUN-STATE
            END-IF
            ADD 1 TO PTR
        WHEN "jmp"
            ADD ADDR(PTR) TO PTR
        WHEN OTHER
            MOVE 'U' TO RUN-STATE
    END-EVALUATE.
    IF RUN-STATE = SPACE
        PERFORM CHECK-NEXT
    END-IF.
    PERFORM SET-STATE-TEXT.

CHECK-NEXT.
    IF PTR < 1 OR PTR > LOADED-COUNT + 1
        MOVE 'O' TO RUN-STATE
        MOVE PTR TO OOB-TARGET
    ELSE
        IF PTR = LOADED-COUNT + 1
            MOVE 'T' TO RUN-STATE
        ELSE
            IF VISIT(PTR) > 0
                MOVE 'L' TO RUN-STATE
                MOVE PTR TO LOOP-PTR
                COMPUTE LOOP-CYCLE-LEN = STEP-COUNT - VISIT(PTR) + 1
            END-IF
        END-IF
    END-IF.
    PERFORM SET-STATE-TEXT.

*> At least one step, so R from a breakpoint moves off it.
RUN-TO-BREAK.
    MOVE SPACE TO RUN-HALT.
    PERFORM UNTIL RUN-STATE NOT = SPACE OR RUN-HALT = 'Y'
        PERFORM STEP-ONE
        IF RUN-STATE = SPACE
            IF BRK(PTR) = 'Y'
                MOVE 'Y' TO RUN-HALT
            END-IF
        END-IF
    END-PERFORM.

SET-STATE-TEXT.
    MOVE SPACE TO STATE-TEXT.
    EVALUATE RUN-STATE
        WHEN SPACE
            MOVE "READY" TO STATE-TEXT
        WHEN "L"
            STRING "LOOP - " DELIMITED BY SIZE
                LOOP-PTR DELIMITED BY SIZE
                " ALREADY RAN, CYCLE " DELIMITED BY SIZE
                LOOP-CYCLE-LEN DELIMITED BY SIZE
                INTO STATE-TEXT
        WHEN "T"
            MOVE "TERMINATED - STEPPED PAST THE LAST INSTRUCTION"
                TO STATE-TEXT
        WHEN "O"
            MOVE OOB-TARGET TO PTR-ED
            STRING "OUT OF BOUNDS - " DELIMITED BY SIZE
                LAST-PTR DELIMITED BY SIZE
                " JUMPED TO " DELIMITED BY SIZE
                PTR-ED DELIMITED BY SIZE
                INTO STATE-TEXT
        WHEN "V"
            STRING "OVERFLOW - ACC AT " DELIMITED BY SIZE
                LAST-PTR DELIMITED BY SIZE
                " OUTSIDE ACCLIMIT" DELIMITED BY SIZE
                INTO STATE-TEXT
        WHEN "U"
            STRING "UNRECOGNIZED OPCODE [" DELIMITED BY SIZE
                CUR-INSTR DELIMITED BY SIZE
                "] AT " DELIMITED BY SIZE
                LAST-PTR DELIMITED BY SIZE
                INTO STATE-TEXT
    END-EVALUATE.

*> ---------------------------------------------------------------
*> BUILD-SCREEN / BUILD-ROW / GET-COMMAND: the window follows PTR
*> unless G has moved it elsewhere; the next S, R or reset brings it
*> back.
*> ---------------------------------------------------------------
BUILD-SCREEN.
    IF WIN-FOLLOW = 'Y' AND PTR >= 1 AND PTR <= LOADED-COUNT + 1
        IF PTR < WIN-TOP OR PTR > WIN-TOP + 15
            IF PTR > 4
                COMPUTE WIN-TOP = PTR - 4
            ELSE
                MOVE 1 TO WIN-TOP
            END-IF
        END-IF
    END-IF.
    MOVE SPACE TO HEAD-LINE-1.
    MOVE 1 TO LINE-PTR.
    MOVE LOADED-COUNT TO COUNT-ED.
    STRING "BOOT CODE INSPECTION - " DELIMITED BY SIZE
        INSP-NAME DELIMITED BY SPACE
        "  INSTRUCTIONS" DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO HEAD-LINE-1 WITH POINTER LINE-PTR.
    MOVE CNT-CHANGED TO COUNT-ED.
    STRING "  CHANGED" DELIMITED BY SIZE
        COUNT-ED DELIMITED BY SIZE
        INTO HEAD-LINE-1 WITH POINTER LINE-PTR.
    MOVE SPACE TO HEAD-LINE-2.
    MOVE PTR TO PTR-ED.
    MOVE ACCUM TO ACCUM-ED.
    STRING "PTR " DELIMITED BY SIZE
        PTR-ED DELIMITED BY SIZE
        "  ACCUM " DELIMITED BY SIZE
        ACCUM-ED DELIMITED BY SIZE
        "  STEP " DELIMITED BY SIZE
        STEP-COUNT DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        STATE-TEXT DELIMITED BY SIZE
        INTO HEAD-LINE-2.
    MOVE 1 TO WIN-I.
    PERFORM UNTIL WIN-I > 16
        COMPUTE POS-I = WIN-TOP + WIN-I - 1
        PERFORM BUILD-ROW
        MOVE ROW-W TO WIN-ROW(WIN-I)
        ADD 1 TO WIN-I
    END-PERFORM.

BUILD-ROW.
    MOVE SPACE TO ROW-W.
    MOVE 0 TO RW-STEP.
    IF POS-I = LOADED-COUNT + 1
        MOVE "     ---- END OF PROGRAM ----" TO ROW-W
        IF PTR = POS-I
            MOVE ">" TO RW-MARK
        END-IF
    END-IF.
    IF POS-I <= LOADED-COUNT
        IF PTR = POS-I
            MOVE ">" TO RW-MARK
        END-IF
        MOVE POS-I TO RW-POS
        IF BRK(POS-I) = 'Y'
            MOVE "*" TO RW-BRK
        END-IF
        MOVE INSTR(POS-I) TO RW-INSTR
        MOVE ADDR(POS-I) TO ADDR-ED
        MOVE ADDR-ED TO RW-ADDR
        IF VISIT(POS-I) > 0
            MOVE "STEP " TO RW-STEP-LIT
            MOVE VISIT(POS-I) TO RW-STEP
        END-IF
        IF INSTR(POS-I) NOT = DUMP-INSTR(POS-I)
                OR ADDR(POS-I) NOT = DUMP-ADDR(POS-I)
            MOVE "DUMP HAD " TO RW-DUMP-LIT
            MOVE DUMP-INSTR(POS-I) TO RW-DUMP-INSTR
            MOVE DUMP-ADDR(POS-I) TO ADDR-ED
            MOVE ADDR-ED TO RW-DUMP-ADDR
        END-IF
    END-IF.

GET-COMMAND.
    MOVE SPACE TO CMD-LINE.
    DISPLAY INSP-SCREEN.
    ACCEPT INSP-SCREEN.

*> ---------------------------------------------------------------
*> DO-COMMAND and its helpers. Every command leaves a line on the
*> message line; one that cannot be taken says why and changes
*> nothing.
*> ---------------------------------------------------------------
DO-COMMAND.
    MOVE SPACE TO CMD-VERB CMD-ARG1 CMD-ARG2 CMD-ARG3.
    MOVE 1 TO CMD-START.
    PERFORM UNTIL CMD-START > 40
            OR CMD-LINE(CMD-START:1) NOT = SPACE
        ADD 1 TO CMD-START
    END-PERFORM.
    IF CMD-START <= 40
        UNSTRING CMD-LINE(CMD-START:41 - CMD-START) DELIMITED BY ALL SPACE
            INTO CMD-VERB CMD-ARG1 CMD-ARG2 CMD-ARG3
    END-IF.
    IF CMD-VERB NOT = "Q" AND CMD-VERB NOT = "q"
        MOVE SPACE TO QUIT-ASKED
    END-IF.
    MOVE SPACE TO MSG-LINE.
    EVALUATE CMD-VERB
        WHEN "S"
        WHEN "s"
            MOVE 'Y' TO WIN-FOLLOW
            IF RUN-STATE NOT = SPACE
                MOVE "THE RUN HAS ENDED - X TO START IT AGAIN" TO MSG-LINE
            ELSE
                PERFORM STEP-ONE
                MOVE INSTR(LAST-PTR) TO CUR-INSTR
                MOVE ADDR(LAST-PTR) TO ADDR-ED
                STRING "EXECUTED " DELIMITED BY SIZE
                    LAST-PTR DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    CUR-INSTR DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ADDR-ED DELIMITED BY SIZE
                    INTO MSG-LINE
            END-IF
        WHEN "R"
        WHEN "r"
            MOVE 'Y' TO WIN-FOLLOW
            IF RUN-STATE NOT = SPACE
                MOVE "THE RUN HAS ENDED - X TO START IT AGAIN" TO MSG-LINE
            ELSE
                PERFORM RUN-TO-BREAK
                IF RUN-HALT = 'Y'
                    MOVE PTR TO PTR-ED
                    STRING "STOPPED AT BREAKPOINT" DELIMITED BY SIZE
                        PTR-ED DELIMITED BY SIZE
                        INTO MSG-LINE
                ELSE
                    MOVE STATE-TEXT TO MSG-LINE
                END-IF
            END-IF
        WHEN "X"
        WHEN "x"
            PERFORM RESET-RUN
            MOVE "RUN RESET - NEXT INSTRUCTION 0001" TO MSG-LINE
        WHEN "B"
        WHEN "b"
            PERFORM CMD-BREAK
        WHEN "C"
        WHEN "c"
            PERFORM CMD-CHANGE
        WHEN "U"
        WHEN "u"
            PERFORM CMD-UNDO
        WHEN "G"
        WHEN "g"
            MOVE CMD-ARG1 TO ARG-X
            PERFORM PARSE-POSITION
            IF ARG-OK = 'Y'
                MOVE ARG-POS TO WIN-TOP
                MOVE SPACE TO WIN-FOLLOW
            END-IF
        WHEN "L"
        WHEN "l"
            MOVE CMD-ARG1 TO ARG-X
            MOVE 9 TO ARG-MAX
            PERFORM PARSE-NUMBER
            IF ARG-OK = 'Y'
                MOVE ARG-NUM TO ACC-LIMIT
                MOVE ACC-LIMIT TO ACC-LIMIT-ED
                PERFORM RESET-RUN
                STRING "ACCLIMIT NOW" DELIMITED BY SIZE
                    ACC-LIMIT-ED DELIMITED BY SIZE
                    " - RUN RESET" DELIMITED BY SIZE
                    INTO MSG-LINE
            ELSE
                MOVE "L NEEDS A NUMBER - L 32767, L 0 FOR NO RANGE"
                    TO MSG-LINE
            END-IF
        WHEN "W"
        WHEN "w"
            PERFORM WRITE-PATCHES
        WHEN "Q"
        WHEN "q"
            IF CHANGES-UNWRITTEN = 'Y' AND QUIT-ASKED NOT = 'Y'
                MOVE 'Y' TO QUIT-ASKED
                MOVE "CHANGES NOT WRITTEN - W TO WRITE THEM, Q AGAIN TO LEAVE WITHOUT"
                    TO MSG-LINE
            ELSE
                MOVE 'Y' TO INSP-DONE
            END-IF
        WHEN SPACE
            CONTINUE
        WHEN OTHER
            STRING "UNKNOWN COMMAND [" DELIMITED BY SIZE
                CMD-VERB DELIMITED BY SPACE
                "]" DELIMITED BY SIZE
                INTO MSG-LINE
    END-EVALUATE.

CMD-BREAK.
    MOVE CMD-ARG1 TO ARG-X.
    PERFORM PARSE-POSITION.
    IF ARG-OK = 'Y'
        IF BRK(ARG-POS) = 'Y'
            MOVE SPACE TO BRK(ARG-POS)
            STRING "BREAKPOINT AT " DELIMITED BY SIZE
                ARG-POS DELIMITED BY SIZE
                " CLEARED" DELIMITED BY SIZE
                INTO MSG-LINE
        ELSE
            MOVE 'Y' TO BRK(ARG-POS)
            STRING "BREAKPOINT SET AT " DELIMITED BY SIZE
                ARG-POS DELIMITED BY SIZE
                INTO MSG-LINE
        END-IF
    END-IF.

*> The change is built as the directive it will be written as and
*> checked as one, so a four-digit position, a three-letter lower-case
*> mnemonic and a signed three-digit operand are all it takes.
CMD-CHANGE.
    MOVE CMD-ARG1 TO ARG-X.
    PERFORM PARSE-POSITION.
    IF ARG-OK = 'Y'
        MOVE ARG-POS TO PAW-PTR
        MOVE SPACE TO PAW-SEP1 PAW-SEP2
        MOVE CMD-ARG2 TO PAW-INSTR
        MOVE CMD-ARG3 TO PAW-ADDR
        IF CMD-ARG2(4:9) NOT = SPACE OR CMD-ARG3(5:8) NOT = SPACE
            MOVE SPACE TO DIR-VALID
            MOVE "MALFORMED DIRECTIVE" TO DIR-REASON
        ELSE
            PERFORM VALIDATE-DIRECTIVE
        END-IF
        IF DIR-VALID = 'Y'
            COMPUTE ADDR-W = FUNCTION NUMVAL(PAW-ADDR)
            IF PAW-INSTR = INSTR(PAW-PTR) AND ADDR-W = ADDR(PAW-PTR)
                STRING PATCH-W DELIMITED BY SIZE
                    " IS WHAT THE PROGRAM HOLDS ALREADY" DELIMITED BY SIZE
                    INTO MSG-LINE
            ELSE
                MOVE PAW-INSTR TO INSTR(PAW-PTR)
                MOVE ADDR-W TO ADDR(PAW-PTR)
                PERFORM COUNT-CHANGED
                MOVE 'Y' TO CHANGES-UNWRITTEN
                PERFORM RESET-RUN
                STRING "CHANGED " DELIMITED BY SIZE
                    PATCH-W DELIMITED BY SIZE
                    " - RUN RESET, R TO RUN IT" DELIMITED BY SIZE
                    INTO MSG-LINE
            END-IF
        ELSE
            STRING DIR-REASON DELIMITED BY "  "
                " [" DELIMITED BY SIZE
                PATCH-W DELIMITED BY SIZE
                "] - FORM IS C nnnn iii +nnn" DELIMITED BY SIZE
                INTO MSG-LINE
        END-IF
    END-IF.

CMD-UNDO.
    MOVE CMD-ARG1 TO ARG-X.
    PERFORM PARSE-POSITION.
    IF ARG-OK = 'Y'
        IF INSTR(ARG-POS) = DUMP-INSTR(ARG-POS)
                AND ADDR(ARG-POS) = DUMP-ADDR(ARG-POS)
            STRING ARG-POS DELIMITED BY SIZE
                " IS AS THE DUMP HAS IT ALREADY" DELIMITED BY SIZE
                INTO MSG-LINE
        ELSE
            MOVE DUMP-INSTR(ARG-POS) TO INSTR(ARG-POS)
            MOVE DUMP-ADDR(ARG-POS) TO ADDR(ARG-POS)
            PERFORM COUNT-CHANGED
            MOVE 'Y' TO CHANGES-UNWRITTEN
            PERFORM RESET-RUN
            STRING ARG-POS DELIMITED BY SIZE
                " PUT BACK AS DUMPED - RUN RESET" DELIMITED BY SIZE
                INTO MSG-LINE
        END-IF
    END-IF.

*> An instruction number on the program - the position just past it
*> is not one.
PARSE-POSITION.
    MOVE 4 TO ARG-MAX.
    PERFORM PARSE-NUMBER.
    IF ARG-OK = 'Y'
        IF ARG-NUM = 0 OR ARG-NUM > LOADED-COUNT
            MOVE SPACE TO ARG-OK
        ELSE
            MOVE ARG-NUM TO ARG-POS
        END-IF
    END-IF.
    IF ARG-OK NOT = 'Y'
        MOVE LOADED-COUNT TO COUNT-ED
        STRING "NEEDS AN INSTRUCTION NUMBER FROM 1 TO" DELIMITED BY SIZE
            COUNT-ED DELIMITED BY SIZE
            INTO MSG-LINE
    END-IF.

*> ARG-X as an unsigned number of at most ARG-MAX digits.
PARSE-NUMBER.
    MOVE SPACE TO ARG-OK.
    MOVE 0 TO ARG-NUM.
    MOVE 0 TO ARG-LEN.
    PERFORM UNTIL ARG-LEN >= 12
            OR ARG-X(ARG-LEN + 1:1) = SPACE
        ADD 1 TO ARG-LEN
    END-PERFORM.
    IF ARG-LEN > 0 AND ARG-LEN <= ARG-MAX
        IF ARG-X(1:ARG-LEN) IS NUMERIC
            COMPUTE ARG-NUM = FUNCTION NUMVAL(ARG-X(1:ARG-LEN))
            MOVE 'Y' TO ARG-OK
        END-IF
    END-IF.

*> The file is written whole each time - the directives for every
*> instruction that differs from the dump, and nothing else. With no
*> differences left it is written empty, which the repair job reads
*> as no directives at all.
WRITE-PATCHES.
    OPEN OUTPUT PATCH-FILE.
    IF PATCH-STATUS NOT = "00" AND PATCH-STATUS NOT = "05"
        STRING "CANNOT WRITE " DELIMITED BY SIZE
            PATCH-FILE-NAME DELIMITED BY SPACE
            ", STATUS " DELIMITED BY SIZE
            PATCH-STATUS DELIMITED BY SIZE
            INTO MSG-LINE
    ELSE
        MOVE 0 TO CNT-WRITTEN
        MOVE 1 TO POS-I
        PERFORM UNTIL POS-I > LOADED-COUNT
            IF INSTR(POS-I) NOT = DUMP-INSTR(POS-I)
                    OR ADDR(POS-I) NOT = DUMP-ADDR(POS-I)
                MOVE SPACE TO PATCH-LINE
                MOVE POS-I TO PAT-PTR
                MOVE INSTR(POS-I) TO PAT-INSTR
                MOVE ADDR(POS-I) TO ADDR-ED
                MOVE ADDR-ED TO PAT-ADDR
                WRITE PATCH-LINE
                ADD 1 TO CNT-WRITTEN
            END-IF
            ADD 1 TO POS-I
        END-PERFORM
        CLOSE PATCH-FILE
        ADD 1 TO CNT-WRITES
        MOVE SPACE TO CHANGES-UNWRITTEN
        MOVE 0 TO CNT-PATCH-DROPPED
        MOVE CNT-WRITTEN TO COUNT-ED
        STRING "WROTE" DELIMITED BY SIZE
            COUNT-ED DELIMITED BY SIZE
            " DIRECTIVE(S) TO " DELIMITED BY SIZE
            PATCH-FILE-NAME DELIMITED BY SPACE
            " FOR THE NEXT RUN" DELIMITED BY SIZE
            INTO MSG-LINE
    END-IF.

AUDIT-BOOTINSP.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
        DISPLAY "BOOTINSP - AUDIT LOG OPEN FAILED, STATUS " AUDIT-STATUS
    ELSE
        ACCEPT NOW-DATE FROM DATE YYYYMMDD
        ACCEPT NOW-TIME-RAW FROM TIME
        MOVE NOW-TIME-RAW(1:6) TO NOW-TIME
        MOVE SPACE TO AUDIT-LINE
        STRING "BOOTINSP " DELIMITED BY SIZE
            NOW-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            NOW-TIME DELIMITED BY SIZE
            " FILE=" DELIMITED BY SIZE
            INSP-NAME DELIMITED BY SPACE
            " LOADED=" DELIMITED BY SIZE
            LOADED-COUNT DELIMITED BY SIZE
            " CHANGED=" DELIMITED BY SIZE
            CNT-CHANGED DELIMITED BY SIZE
            " WRITES=" DELIMITED BY SIZE
            CNT-WRITES DELIMITED BY SIZE
            " DIRECTIVES=" DELIMITED BY SIZE
            CNT-WRITTEN DELIMITED BY SIZE
            " RC=" DELIMITED BY SIZE
            INSP-RC DELIMITED BY SIZE
            INTO AUDIT-LINE
        WRITE AUDIT-LINE
        CLOSE AUDIT-FILE
    END-IF.
