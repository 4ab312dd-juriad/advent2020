*> mirroring how the nightly job treats a repeated name. The old flat
*> layout led with the stamp; the indexed key leads with the file
*> name so one file's whole history sits together under the index.
*> The same program reloads an indexed master written before the
*> record grew its site code column: operations renames that master
*> to "runhist-v1" and runs HISTCONV RELOAD. Converted records of
*> either vintage carry a blank site code - the sender of an old run
*> is whatever the site master says about the name today, which is
*> for the reader of the history to work out, not for a conversion to
*> freeze into the record. The candidate count and the fault columns
*> (fix positions, repair mode, loop length, damaged instructions) are
*> left blank the same way: no converted run ever recorded them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OLD-STATUS.

    SELECT V1HIST-FILE
        ASSIGN TO "runhist-v1"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS V1-KEY
        FILE STATUS IS OLD-STATUS.

    SELECT OPTIONAL HISTORY-FILE
        ASSIGN TO "runhist"
        ORGANIZATION IS INDEXED
        05 OLD-SEP4 PIC X(1).
        05 OLD-PART2-ACCUM PIC X(10).

    FD V1HIST-FILE.

    01 V1HIST-LINE.
        05 V1-KEY.
            10 V1-FILE-NAME PIC X(40).
            10 V1-RUN-STAMP PIC X(14).
        05 V1-SEP1 PIC X(1).
        05 V1-STATUS PIC X(11).
        05 V1-SEP2 PIC X(1).
        05 V1-PART1-ACCUM PIC X(10).
        05 V1-SEP3 PIC X(1).
        05 V1-PART2-ACCUM PIC X(10).

    FD HISTORY-FILE.

    01 HIST-LINE.
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

WORKING-STORAGE SECTION.
    01 OLD-STATUS PIC X(2).
    01 CONV-READ PIC 9(6) VALUE 0.
    01 CONV-WRITTEN PIC 9(6) VALUE 0.
    01 CONV-DUPS PIC 9(6) VALUE 0.
    01 CONV-MODE PIC X(10) VALUE SPACE.

PROCEDURE DIVISION.
    ACCEPT CONV-MODE FROM COMMAND-LINE.
    IF CONV-MODE = "RELOAD"
        OPEN INPUT V1HIST-FILE
        IF OLD-STATUS NOT = "00"
            DISPLAY "HISTCONV ABORT - CANNOT OPEN runhist-v1, STATUS "
                OLD-STATUS " - RENAME THE OLD INDEXED MASTER TO runhist-v1 FIRST"
            STOP RUN
        END-IF
    ELSE
        OPEN INPUT OLDHIST-FILE
        IF OLD-STATUS NOT = "00"
            DISPLAY "HISTCONV ABORT - CANNOT OPEN runhist-seq, STATUS "
                OLD-STATUS " - RENAME THE FLAT MASTER TO runhist-seq FIRST"
            STOP RUN
        END-IF
    END-IF.
    OPEN I-O HISTORY-FILE.
    IF HIST-STATUS NOT = "00" AND HIST-STATUS NOT = "05"
            HIST-STATUS
        STOP RUN
    END-IF.
    IF CONV-MODE = "RELOAD"
        PERFORM UNTIL OLD-EOF = 'Y'
            READ V1HIST-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO OLD-EOF
                NOT AT END
                    ADD 1 TO CONV-READ
                    PERFORM RELOAD-ONE
            END-READ
        END-PERFORM
        CLOSE V1HIST-FILE
    ELSE
        PERFORM UNTIL OLD-EOF = 'Y'
            READ OLDHIST-FILE
                AT END
                    MOVE 'Y' TO OLD-EOF
                NOT AT END
                    ADD 1 TO CONV-READ
                    PERFORM CONVERT-ONE
            END-READ
        END-PERFORM
        CLOSE OLDHIST-FILE
    END-IF.
    CLOSE HISTORY-FILE.
    DISPLAY "HISTCONV - READ " CONV-READ " WRITTEN " CONV-WRITTEN
        " DUPLICATES SKIPPED " CONV-DUPS.
    STOP RUN.

CONVERT-ONE.
    MOVE SPACE TO HIST-LINE.
    MOVE OLD-FILE-NAME TO HST-FILE-NAME.
    MOVE OLD-RUN-STAMP TO HST-RUN-STAMP.
    MOVE OLD-STATUS-W TO HST-STATUS.
    MOVE OLD-PART1-ACCUM TO HST-PART1-ACCUM.
    MOVE OLD-PART2-ACCUM TO HST-PART2-ACCUM.
    PERFORM WRITE-CONVERTED.

RELOAD-ONE.
    MOVE SPACE TO HIST-LINE.
    MOVE V1-FILE-NAME TO HST-FILE-NAME.
    MOVE V1-RUN-STAMP TO HST-RUN-STAMP.
    MOVE V1-STATUS TO HST-STATUS.
    MOVE V1-PART1-ACCUM TO HST-PART1-ACCUM.
    MOVE V1-PART2-ACCUM TO HST-PART2-ACCUM.
    PERFORM WRITE-CONVERTED.

WRITE-CONVERTED.
    WRITE HIST-LINE.
    IF HIST-STATUS = "22"
        ADD 1 TO CONV-DUPS
        DISPLAY "HISTCONV - DUPLICATE KEY SKIPPED [" HST-FILE-NAME
            "] [" HST-RUN-STAMP "]"
    ELSE
        IF HIST-STATUS NOT = "00"
            DISPLAY "HISTCONV ABORT - WRITE FAILED, STATUS " HIST-STATUS
