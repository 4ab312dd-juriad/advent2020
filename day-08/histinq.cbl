
*> On-demand inquiry against the indexed "runhist" master: name one
*> boot dump on the command line and get its complete run-by-run
*> history - run stamp, status, both accumulators and the site code
*> the run carried onto the record (blank for runs converted from
*> before the site master existed) and the repair candidates the run
*> spent on it (blank for runs recorded before the count was kept),
*> then on a second line any fix positions with the instruction the
*> dump carried at each and where it sat in the looping run -
*> newest last, the order the index keeps stamps in under one name. This is the
*> keyed answer to "how long has site 12's dump been UNSOLVED?" that
*> used to mean grepping the flat history by hand. Segments of a
*> multi-segment transmission are inquired under the same
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
    01 HIST-STATUS PIC X(2).
                    ADD 1 TO INQ-COUNT
                    DISPLAY HST-RUN-STAMP " " HST-STATUS " PART1 "
                        HST-PART1-ACCUM " PART2 " HST-PART2-ACCUM
                        " SITE " HST-SITE-CODE
                        " CANDIDATES " HST-CANDIDATES
                    IF HST-FAULT1-INSTR NOT = SPACE
                        DISPLAY "    " HST-REPAIR-MODE " AT " HST-MOD-PTR
                            " " HST-FAULT1-INSTR " " HST-FAULT1-AREA
                            " / " HST-SECOND-PTR " " HST-FAULT2-INSTR
                            " " HST-FAULT2-AREA " CYCLE " HST-CYCLE-LEN
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
