        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL RUNCARD-FILE
        ASSIGN TO DYNAMIC RUNCARD-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

        ASSIGN TO DYNAMIC PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ALTERNATIVES-FILE
        ASSIGN TO DYNAMIC ALT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT XCHECK-FILE
        ASSIGN TO DYNAMIC XCHECK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL CATALOG-FILE
        ASSIGN TO DYNAMIC CATALOG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAT-STATUS.

    SELECT OPTIONAL REQUEUE-FILE
        ASSIGN TO DYNAMIC REQUEUE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQUEUE-STATUS.

*> The run-history master went indexed once TREND-RPT's full scan of
*> the ever-growing flat file became the slowest part of the night -
        RECORD KEY IS HST-KEY
        FILE STATUS IS HIST-STATUS.

*> The field-site/device master SITEMNT maintains - one record per
*> registered sender, keyed by site code with the boot file name
*> prefix that site's dumps arrive under as the alternate key. Only
*> read here, once, into SITE-TABLE - see SITE-LOAD.
    SELECT OPTIONAL SITE-FILE
        ASSIGN TO "sitemast"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SIT-CODE
        ALTERNATE RECORD KEY IS SIT-PREFIX
        FILE STATUS IS SITE-STATUS.

    SELECT TREND-FILE
        ASSIGN TO "trend"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO DYNAMIC AUDIT-LOG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

        ASSIGN TO DYNAMIC HOUSEKEEP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

*> A parallel stream's hand-off files - its history records, its new
*> catalog entries and its audit segment - and the merge step reading
*> them back, one at a time through this one file - see MERGE-RUN.
    SELECT OPTIONAL JOURNAL-FILE
        ASSIGN TO DYNAMIC JOURNAL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JRN-STATUS.

*> The release queue every corrected file waits in for engineering
*> sign-off, the standing list of what is still waiting there, and
*> the fixes engineers have turned down - see RELQ-PASS and
*> REJFIX-LOAD. SIGNOFF works the other end of all three.
    SELECT OPTIONAL RELQUEUE-FILE
        ASSIGN TO "relqueue"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RLQ-FILE-STATUS.

    SELECT AWAIT-FILE
        ASSIGN TO "relqueue-awaiting"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL REJFIX-FILE
        ASSIGN TO "rejfix"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RJF-FILE-STATUS.

*> The field-service ticketing interface - what goes out, what comes
*> back, what is still owed an acknowledgement, and the night's
*> reconciliation of the three. See TICKET-PASS.
    SELECT TICKET-FILE
        ASSIGN TO DYNAMIC TICKET-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TKT-STATUS.

    SELECT OPTIONAL TKTACK-FILE
        ASSIGN TO DYNAMIC TKTACK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TKA-STATUS.

    SELECT OPTIONAL TKTPEND-FILE
        ASSIGN TO "tktpend"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TKP-STATUS.

    SELECT TKTRECON-FILE
        ASSIGN TO DYNAMIC TKTRECON-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

*> The dump archive - each processed filelist entry read back whole
*> and copied under its name plus run stamp, and the index every
*> archived copy is listed on. SIGNOFF files the copies it ships in
*> the same archive and index; DUMPDIFF compares them. See
*> ARCHIVE-PASS.
    SELECT ARC-SOURCE-FILE
        ASSIGN TO DYNAMIC ARC-SOURCE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-SRC-STATUS.

    SELECT ARC-COPY-FILE
        ASSIGN TO DYNAMIC ARC-COPY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-CPY-STATUS.

    SELECT OPTIONAL ARC-INDEX-FILE
        ASSIGN TO DYNAMIC ARC-INDEX-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-IDX-STATUS.

DATA DIVISION.
FILE SECTION.

        05 RPT-REASON PIC X(40).
        05 RPT-SEP10 PIC X(1).
        05 RPT-PATCH-INFO PIC X(40).
*> Site code of the sender SITE-LOOKUP matched, space when the name
*> matches no registered site - appended last so every reader of the
*> older, shorter line still finds its columns where they were.
        05 RPT-SEP11 PIC X(1).
        05 RPT-SITE-CODE PIC X(8).

    FD RUNCARD-FILE.

        05 PRF-SEP4 PIC X(1).
        05 PRF-COUNT PIC 9(8).

*> One line per terminating fix an exhaustive search found - see
*> WRITE-ALTERNATIVES - then one trailer line with the totals.
    FD ALTERNATIVES-FILE.

    01 ALTERNATIVE-LINE.
        05 ALN-SEQ PIC 9(2).
        05 ALN-SEP1 PIC X(1).
        05 ALN-MOD-PTR PIC 9(4).
        05 ALN-SEP2 PIC X(1).
        05 ALN-SECOND-PTR PIC 9(4).
        05 ALN-SEP3 PIC X(1).
        05 ALN-REPAIR-MODE PIC X(10).
        05 ALN-SEP4 PIC X(1).
        05 ALN-ACCUM PIC -9(9).
        05 ALN-SEP5 PIC X(1).
        05 ALN-NOTE PIC X(20).

    01 ALTERNATIVE-TRAILER PIC X(80).

*> Two lines per file the solver and the search disagreed on - the
*> solver's answer, then the search's - see XCHECK-COMPARE.
    FD XCHECK-FILE.

    01 XCHECK-LINE.
        05 XCL-FILE-NAME PIC X(46).
        05 XCL-SEP1 PIC X(1).
        05 XCL-ENGINE PIC X(6).
        05 XCL-SEP2 PIC X(1).
        05 XCL-SOLUTION PIC A(1).
        05 XCL-SEP3 PIC X(1).
        05 XCL-MOD-PTR PIC 9(4).
        05 XCL-SEP4 PIC X(1).
        05 XCL-SECOND-PTR PIC 9(4).
        05 XCL-SEP5 PIC X(1).
        05 XCL-REPAIR-MODE PIC X(10).
        05 XCL-SEP6 PIC X(1).
        05 XCL-ACCUM PIC -9(9).
        05 XCL-SEP7 PIC X(1).
        05 XCL-CANDS PIC 9(7).

    FD CATALOG-FILE.

    01 CATALOG-LINE.
        05 HST-PART1-ACCUM PIC X(10).
        05 HST-SEP3 PIC X(1).
        05 HST-PART2-ACCUM PIC X(10).
*> The site code rides on every history record so per-site questions
*> are a read of the master, not a join against today's site table.
*> The record also carries unused room behind it: an indexed record
*> cannot simply grow the way a line-sequential one can, and every
*> change of length means a reload of the whole master through
*> HISTCONV - the filler is there so the next column doesn't.
        05 HST-SEP4 PIC X(1).
        05 HST-SITE-CODE PIC X(8).
*> The first column taken out of that room: how many repair
*> candidates the file cost (the audit record's CANDIDATES figure),
*> which STRSPLIT reads back to weigh a resubmitted dump's likely
*> search when it balances the night's streams.
        05 HST-SEP5 PIC X(1).
        05 HST-CANDIDATES PIC 9(7).
*> The fault columns FAULTRPT analyses, also out of that room: the
*> report line's fix positions, repair mode and loop length, plus for
*> each swap the instruction the dump actually carried there (the
*> corrupted one - "jmp" means a nop was damaged into a jmp) and
*> where it sat in the original looping run - CYCLE, PATH (executed
*> before the loop) or DEAD (never executed). The report line is
*> rewritten every night; this is the only place the detail keeps.
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

    FD TREND-FILE.

*> per-status counters have grown - the STRING that builds it has no
*> ON OVERFLOW, so headroom here is what keeps a new counter from
*> silently cutting the line short.
    01 AUDIT-LINE PIC X(320).

    FD VERIFY-FILE.

*> marks its filelist entry fully complete - a multi-segment entry
*> writes several LINE records but only one DONE, so an abend in the
*> middle of a transmission reprocesses the whole transmission.
*> A LINE record also carries the program's fingerprint and loaded
*> length (zeros for a REJECTED one), so a carried line still counts
*> for CHECK-RUN-DUP and the housekeeping pass's failed-fix check.
    01 RUNSTATE-LINE.
        05 RST-ENTRY-NAME PIC X(40).
        05 RST-SEP1 PIC X(1).
        05 RST-KIND PIC X(4).
        05 RST-SEP2 PIC X(1).
        05 RST-IMAGE PIC X(196).
        05 RST-SEP3 PIC X(1).
        05 RST-FPRINT PIC 9(9).
        05 RST-SEP4 PIC X(1).
        05 RST-LOADED PIC 9(4).

*> The field site's expected-accumulator manifest, one line per dump:
*> the boot file name as it appears on the filelist and the

    01 HOUSEKEEP-LINE PIC X(120).

    FD JOURNAL-FILE.

    01 JOURNAL-LINE PIC X(320).

*> A history journal record - the HIST-LINE layout exactly.
    01 JOURNAL-HIST-LINE.
        05 JHL-KEY.
            10 JHL-FILE-NAME PIC X(40).
            10 JHL-RUN-STAMP PIC X(14).
        05 JHL-SEP1 PIC X(1).
        05 JHL-STATUS PIC X(11).
        05 JHL-SEP2 PIC X(1).
        05 JHL-PART1-ACCUM PIC X(10).
        05 JHL-SEP3 PIC X(1).
        05 JHL-PART2-ACCUM PIC X(10).
        05 JHL-SEP4 PIC X(1).
        05 JHL-SITE-CODE PIC X(8).
        05 JHL-SEP5 PIC X(1).
        05 JHL-CANDIDATES PIC 9(7).
        05 JHL-SEP6 PIC X(1).
        05 JHL-MOD-PTR PIC 9(4).
        05 JHL-SEP7 PIC X(1).
        05 JHL-SECOND-PTR PIC 9(4).
        05 JHL-SEP8 PIC X(1).
        05 JHL-REPAIR-MODE PIC X(10).
        05 JHL-SEP9 PIC X(1).
        05 JHL-CYCLE-LEN PIC 9(4).
        05 JHL-SEP10 PIC X(1).
        05 JHL-FAULT1-INSTR PIC X(3).
        05 JHL-SEP11 PIC X(1).
        05 JHL-FAULT1-AREA PIC X(5).
        05 JHL-SEP12 PIC X(1).
        05 JHL-FAULT2-INSTR PIC X(3).
        05 JHL-SEP13 PIC X(1).
        05 JHL-FAULT2-AREA PIC X(5).
        05 FILLER PIC X(6).

*> One release-queue event - a corrected file queued, superseded by a
*> later run, released or rejected at sign-off. Every record carries
*> the whole item, so the newest record for a file name is that
*> file's standing; SIGNOFF appends to the same layout. The patch
*> columns hold the directives that shaped the file, as written in
*> its "-patches" file (the first 8 - the count says if there were
*> more).
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

*> A fix an engineer rejected at sign-off, keyed like the catalog on
*> the program's fingerprint and length - the same bytes under any
*> name are never offered that fix again.
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

*> The outbound ticket interface: one header, one transaction per
*> outcome the ticketing side acts on, one trailer, all 133 bytes.
*> A transaction is identified for good by the run that first sent
*> it and its sequence within that run's file - a resend carries the
*> same identity, with TKD-RESENDS saying how many times it has gone
*> before, so the ticketing side can tell a resend from a new fault.
*> Action codes: CLS close the ticket (SOLVED - the fix positions and
*> accumulators are in the record), ESC escalate to hardware
*> engineering (UNSOLVED, OVERFLOW), RSD ask the site to resend the
*> dump (OUTOFBOUNDS - a wild jump out of the program is a damaged
*> dump far more often than a device fault).
    FD TICKET-FILE.

    01 TICKET-LINE.
        05 TKD-TYPE PIC X(1).
        05 TKD-SEP1 PIC X(1).
        05 TKD-TXN-ID.
            10 TKD-TXN-STAMP PIC X(14).
            10 TKD-TXN-SEQ PIC 9(5).
        05 TKD-SEP2 PIC X(1).
        05 TKD-ACTION PIC X(3).
        05 TKD-SEP3 PIC X(1).
        05 TKD-RESENDS PIC 9(2).
        05 TKD-SEP4 PIC X(1).
        05 TKD-FILE-NAME PIC X(40).
        05 TKD-SEP5 PIC X(1).
        05 TKD-STATUS PIC X(11).
        05 TKD-SEP6 PIC X(1).
        05 TKD-SITE-CODE PIC X(8).
        05 TKD-SEP7 PIC X(1).
        05 TKD-PART1-ACCUM PIC X(10).
        05 TKD-SEP8 PIC X(1).
        05 TKD-PART2-ACCUM PIC X(10).
        05 TKD-SEP9 PIC X(1).
        05 TKD-MOD-PTR PIC 9(4).
        05 TKD-SEP10 PIC X(1).
        05 TKD-SECOND-PTR PIC 9(4).
        05 TKD-SEP11 PIC X(1).
        05 TKD-REPAIR-MODE PIC X(10).

    01 TICKET-HEADER.
        05 TKH-TYPE PIC X(1).
        05 TKH-SEP1 PIC X(1).
        05 TKH-SENDER PIC X(8).
        05 TKH-SEP2 PIC X(1).
        05 TKH-RUN-STAMP PIC X(14).
        05 TKH-SEP3 PIC X(1).
        05 TKH-CREATED-DATE PIC 9(8).
        05 TKH-SEP4 PIC X(1).
        05 TKH-CREATED-TIME PIC 9(6).
        05 FILLER PIC X(92).

*> The trailer's hash totals: the accumulator total is the sum of
*> the magnitudes of both accumulator columns over every transaction,
*> modulo 10**12; the position total the sum of both fix positions,
*> modulo 10**9.
    01 TICKET-TRAILER.
        05 TKR-TYPE PIC X(1).
        05 TKR-SEP1 PIC X(1).
        05 TKR-RUN-STAMP PIC X(14).
        05 TKR-SEP2 PIC X(1).
        05 TKR-COUNT PIC 9(6).
        05 TKR-SEP3 PIC X(1).
        05 TKR-CLOSE PIC 9(6).
        05 TKR-SEP4 PIC X(1).
        05 TKR-ESCALATE PIC 9(6).
        05 TKR-SEP5 PIC X(1).
        05 TKR-RESEND-DUMP PIC 9(6).
        05 TKR-SEP6 PIC X(1).
        05 TKR-RESENT PIC 9(6).
        05 TKR-SEP7 PIC X(1).
        05 TKR-ACCUM-HASH PIC 9(12).
        05 TKR-SEP8 PIC X(1).
        05 TKR-PTR-HASH PIC 9(9).
        05 FILLER PIC X(59).

*> The ticketing side's acknowledgement file, sent back the next day:
*> for each interface file it took in, an H record naming that file's
*> run stamp, one D record per transaction (A accepted, with the
*> ticket it landed on, or R rejected, with the reason) and a T
*> record counting the D records.
    FD TKTACK-FILE.

    01 TKTACK-LINE.
        05 TKA-TYPE PIC X(1).
        05 TKA-SEP1 PIC X(1).
        05 TKA-TXN-ID.
            10 TKA-TXN-STAMP PIC X(14).
            10 TKA-TXN-SEQ PIC 9(5).
        05 TKA-SEP2 PIC X(1).
        05 TKA-CODE PIC X(1).
        05 TKA-SEP3 PIC X(1).
        05 TKA-TICKET PIC X(12).
        05 TKA-SEP4 PIC X(1).
        05 TKA-REASON PIC X(40).

    01 TKTACK-HEADER.
        05 TKAH-TYPE PIC X(1).
        05 TKAH-SEP1 PIC X(1).
        05 TKAH-RUN-STAMP PIC X(14).

    01 TKTACK-TRAILER.
        05 TKAT-TYPE PIC X(1).
        05 TKAT-SEP1 PIC X(1).
        05 TKAT-COUNT PIC X(6).

*> Transactions sent and not yet acknowledged - the D record image.
    FD TKTPEND-FILE.

    01 TKTPEND-LINE PIC X(133).

    FD TKTRECON-FILE.

    01 TKTRECON-LINE.
        05 TKC-TXN-ID PIC X(19).
        05 TKC-SEP1 PIC X(1).
        05 TKC-FILE-NAME PIC X(40).
        05 TKC-SEP2 PIC X(1).
        05 TKC-ACTION PIC X(3).
        05 TKC-SEP3 PIC X(1).
        05 TKC-RESENDS PIC 9(2).
        05 TKC-SEP4 PIC X(1).
        05 TKC-RESULT PIC X(16).
        05 TKC-SEP5 PIC X(1).
        05 TKC-REASON PIC X(40).

    01 TKTRECON-TEXT PIC X(125).

    FD ARC-SOURCE-FILE.

    01 ARC-SOURCE-LINE PIC X(80).

    FD ARC-COPY-FILE.

    01 ARC-COPY-LINE PIC X(80).

*> One record per archived copy, oldest first. KIND is DUMP for a
*> dump as it arrived (archived here, filed under the filelist entry
*> name) or SHIPPED for a corrected program SIGNOFF released (filed
*> under the program name the queue carries, "file(nn)" for a
*> segment). The copy itself is "<archive>/<name>.<stamp>", with
*> ".shipped" after it for a SHIPPED one, so the name is always
*> derived, never stored. LINES and HASH are the line count and
*> operand hash total taken the way SIGNOFF balances a transmittal.
*> A DUMP record carries the night's outcome - SEGMENTED when the
*> entry held more than one program - and, for one program, its fix
*> positions; a SHIPPED record carries the released fix positions
*> and the positions the site's directives changed, which is what
*> DUMPDIFF counts as "already repaired".
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

WORKING-STORAGE SECTION.
    01 INSTRS.
        05 INSTR PIC A(3) OCCURS 1000 TIMES.
*> performed hundreds of thousands more times.
    01 PART1-VISITS.
        05 PART1-VISIT PIC 9(4) OCCURS 1000 TIMES.
    01 FLT-PTR-W PIC 9(4) VALUE 0.
    01 FLT-INSTR-W PIC X(3) VALUE SPACE.
    01 FLT-AREA-W PIC X(5) VALUE SPACE.

*> The repair search's candidate order - every jmp/nop instruction
*> position exactly once, cycle members first, then the rest of the

    01 SOLUTION PIC A(1).

*> Exhaustive-search scaffolding - see REPAIR-SEARCH and ALT-RESOLVE.
*> Under the EXHAUSTIVE=Y card a terminating candidate no longer ends
*> the search: ALT-NOTE records it here and the walk carries on, so
*> a file with two different swaps that both terminate is caught
*> instead of shipping whichever sorted first. ALT-DISTINCT counts
*> the different final accumulators among them - more than one is
*> an AMBIGUOUS file. ALT-OVER counts hits past the table's room
*> (only listed as a total; fifty answers is a garbage dump, not a
*> choice). ALT-MAN-IX is the alternative the site's manifest value
*> names, ALT-PICK the one actually applied.
    01 EXHAUSTIVE-ON PIC A(1) VALUE SPACE.
    01 ALT-TABLE.
        05 ALT-ENTRY OCCURS 50 TIMES.
            10 ALT-MOD-PTR PIC 9(4).
            10 ALT-SECOND-PTR PIC 9(4).
            10 ALT-REPAIR-MODE PIC X(10).
            10 ALT-ACCUM PIC S9(9).
    01 ALT-COUNT PIC 9(2) VALUE 0.
    01 ALT-OVER PIC 9(4) VALUE 0.
    01 ALT-DISTINCT PIC 9(2) VALUE 0.
    01 ALT-I PIC 9(2) VALUE 1.
    01 ALT-SAME PIC A(1) VALUE SPACE.
    01 ALT-MAN-IX PIC 9(2) VALUE 0.
    01 ALT-PICK PIC 9(2) VALUE 0.
    01 ALT-POS PIC 9(2) VALUE 1.
    01 FILE-AMBIGUOUS PIC A(1) VALUE SPACE.
*> "-alternatives" is the longest derived suffix, five bytes past
*> what BOOT-FILE-NAME's own sizing allows for.
    01 ALT-FILE-NAME PIC X(60) VALUE SPACE.

*> Analytic solver scaffolding - see SOLVE-ANALYTIC. SOLVER-MODE is
*> the SOLVER= card: SEARCH (the trial-rerun search, and the default),
*> ANALYTIC or CROSSCHECK. REACH-FLAG(n) is 'Y' when following the
*> program from instruction n reaches the stop position at
*> LOADED-COUNT + 1, 'N' when it loops or leaves the program first;
*> REACH-MARK stamps the nodes of the chain REACH-WALK-ONE is
*> following, so a walk that meets its own stamp has found a cycle.
*> SOL-SEEN marks the instructions a pair hunt's repaired path has
*> already executed, and SOL-RANK maps an instruction position back
*> to its place in the candidate order, which is how the solver
*> chooses, from all the pairs that work, the very pair the search's
*> nested walk would have reached first. REACH-FLAG has the one
*> extra slot the stop position itself needs.
    01 SOLVER-MODE PIC X(10) VALUE "SEARCH".
    01 SOLVER-ACTIVE PIC A(1) VALUE SPACE.
    01 REACH-FLAGS.
        05 REACH-FLAG PIC A(1) OCCURS 1001 TIMES.
    01 REACH-MARKS.
        05 REACH-MARK PIC 9(4) OCCURS 1000 TIMES.
    01 RCH-I PIC 9(4) VALUE 1.
    01 RCH-P PIC S9(4) VALUE 0.
    01 RCH-RESULT PIC A(1) VALUE SPACE.
    01 RCH-DONE PIC A(1) VALUE SPACE.
    01 FLIP-FROM PIC 9(4) VALUE 0.
    01 FLIP-TARGET PIC S9(4) VALUE 0.
    01 FLIP-LANDS PIC A(1) VALUE SPACE.
    01 SOL-SEENS.
        05 SOL-SEEN PIC A(1) OCCURS 1000 TIMES.
    01 SOL-RANKS.
        05 SOL-RANK PIC 9(4) OCCURS 1000 TIMES.
    01 SOL-IX PIC 9(4) VALUE 1.
    01 SOL-N PIC 9(4) VALUE 1.
    01 SOL-P PIC S9(4) VALUE 0.
    01 SOL-DONE PIC A(1) VALUE SPACE.
    01 SOL-LO PIC 9(4) VALUE 0.
    01 SOL-HI PIC 9(4) VALUE 0.
    01 SOL-BEST-LO PIC 9(4) VALUE 0.
    01 SOL-BEST-HI PIC 9(4) VALUE 0.
    01 SOL-X-SAVE PIC 9(4) VALUE 0.
    01 SOL-Y-SAVE PIC 9(4) VALUE 0.
    01 SOL-J PIC 9(2) VALUE 0.
    01 SOL-AHEAD PIC A(1) VALUE SPACE.
    01 SOL-ALT-HOLD.
        05 SOL-HOLD-MOD-PTR PIC 9(4).
        05 SOL-HOLD-SECOND-PTR PIC 9(4).
        05 FILLER PIC X(19).

*> Cross-check capture - the solver's answer held while the search
*> works the same file, and the "<report>-xcheck" detail file.
    01 XCK-SOLUTION PIC A(1) VALUE SPACE.
    01 XCK-MOD-PTR PIC 9(4) VALUE 0.
    01 XCK-SECOND-PTR PIC 9(4) VALUE 0.
    01 XCK-REPAIR-MODE PIC X(10) VALUE SPACE.
    01 XCK-ACCUM PIC S9(9) VALUE 0.
    01 XCK-CANDS PIC 9(7) VALUE 0.
    01 XCHECK-FAIL PIC A(1) VALUE SPACE.
    01 XCHECK-FILE-NAME PIC X(48) VALUE SPACE.

*> Sized like the other derived-name fields rather than like a
*> filelist entry: VERIFY-ONE points this at "<boot file>-fixed", so
*> a full 40-character filelist name plus the "(nn)" segment suffix
*> nothing.
    01 FILELIST-NAME PIC X(40) VALUE "filelist".
    01 REPORT-NAME PIC X(40) VALUE "report".
*> The deck itself is "runcard" unless the RUNCARD environment
*> variable names another - how each parallel stream and the merge
*> step get the decks STRSPLIT writes for them.
    01 RUNCARD-NAME PIC X(40) VALUE SPACE.
    01 RUNCARD-STATUS PIC X(2).
    01 RUNCARD-EOF PIC A(1) VALUE SPACE.
    01 CARD-KEY PIC X(20) VALUE SPACE.
    01 FILE-TIMEDOUT PIC A(1) VALUE SPACE.
    01 REQUEUE-FILE-NAME PIC X(48) VALUE SPACE.
    01 REQUEUE-OPENED PIC A(1) VALUE SPACE.
    01 REQUEUE-STATUS PIC X(2).
    01 REQUEUE-NAME-W PIC X(40) VALUE SPACE.

*> One entry per file processed by this run, in processing order -
            10 RES-FPRINT PIC 9(9).
            10 RES-LOADED PIC 9(4).
            10 RES-VERIFY-FAIL PIC A(1).
*> What the release queue files a corrected program under - the
*> filelist entry it came in as, its fix, its sender, and the verify
*> and reconciliation verdicts the end-of-run passes hand down.
            10 RES-ENTRY-NAME PIC X(40).
            10 RES-MOD-PTR PIC 9(4).
            10 RES-SECOND-PTR PIC 9(4).
            10 RES-REPAIR-MODE PIC X(10).
            10 RES-SITE-CODE PIC X(8).
            10 RES-VERIFY-RESULT PIC X(12).
            10 RES-RECON PIC X(15).
            10 RES-PART1 PIC X(10).
    01 RESULT-COUNT PIC 9(4) VALUE 0.
    01 RES-I PIC 9(4) VALUE 1.

    01 CNT-OUTOFBOUNDS PIC 9(4) VALUE 0.
    01 CNT-DUPLICATE PIC 9(4) VALUE 0.
    01 CNT-OVERFLOW PIC 9(4) VALUE 0.
    01 CNT-AMBIGUOUS PIC 9(4) VALUE 0.
    01 CNT-AMBIG-PICKED PIC 9(4) VALUE 0.
    01 CNT-XCHECK PIC 9(4) VALUE 0.
    01 FILES-READ PIC 9(4) VALUE 0.
    01 FILES-SKIPPED PIC 9(4) VALUE 0.
    01 LAST-STATUS PIC X(11) VALUE SPACE.
    01 RST-SAVED.
        05 RST-SAVE OCCURS 600 TIMES.
            10 RSV-ENTRY PIC X(40).
            10 RSV-LINE PIC X(196).
            10 RSV-FPRINT PIC 9(9).
            10 RSV-LOADED PIC 9(4).
    01 RST-SAVE-COUNT PIC 9(4) VALUE 0.
    01 RST-DONE-TBL.
        05 RST-DONE-ENTRY PIC X(40) OCCURS 500 TIMES.
    01 RST-DONE-COUNT PIC 9(4) VALUE 0.
    01 RST-I PIC 9(4) VALUE 1.
    01 RST-J PIC 9(4) VALUE 0.
    01 RST-IMAGE-W PIC X(196) VALUE SPACE.
    01 ENTRY-DONE-PRIOR PIC A(1) VALUE SPACE.

*> Manifest reconciliation - see RECON-RPT. MANIFEST-NAME stays
    01 RECON-FILE-NAME PIC X(48) VALUE SPACE.
    01 RECON-MISMATCH PIC 9(4) VALUE 0.

*> Sender identification - see SITE-LOAD / SITE-LOOKUP. The master is
*> small enough to hold whole, so each filelist entry's lookup is a
*> table walk rather than a keyed probe per name: a name belongs to
*> the site with the longest registered prefix it starts with, so a
*> site that registered "s12" and a second device line registered as
*> "s12b" each get their own dumps. STB-STATE keeps a retired site's
*> prefix matching - a dump from a retired sender is identified, not
*> passed off as unknown - and SITE-STATE-W carries the state of the
*> entry just looked up ('A' active, 'R' retired, space unregistered).
    01 SITE-STATUS PIC X(2).
    01 SITE-EOF PIC A(1) VALUE SPACE.
    01 SITE-TABLE.
        05 SITE-ENTRY OCCURS 300 TIMES.
            10 STB-CODE PIC X(8).
            10 STB-PREFIX PIC X(20).
            10 STB-PREFIX-LEN PIC 9(2).
            10 STB-STATE PIC X(1).
    01 SITE-COUNT PIC 9(4) VALUE 0.
    01 SITE-I PIC 9(4) VALUE 1.
    01 SITE-J PIC 9(2) VALUE 1.
    01 SITE-MATCH-LEN PIC 9(2) VALUE 0.
    01 SITE-CODE-W PIC X(8) VALUE SPACE.
    01 SITE-STATE-W PIC X(1) VALUE SPACE.
    01 SITE-AUDIT-W PIC X(8) VALUE SPACE.
    01 CNT-UNREGISTERED PIC 9(4) VALUE 0.

*> End-of-run housekeeping - see HOUSEKEEP-RPT. HOUSEKEEP=N is the
*> compatibility default; RETAIN-DAYS zero means no age-based
*> deletion even when the pass runs. HK-FILE-INFO is the 16-byte
            10 HKC-COUNT PIC 9(4).
            10 HKC-IMAGE PIC X(57).

*> Parallel streams - see MERGE-RUN. STREAMS= is STRSPLIT's card and
*> means nothing to the repair job itself; a deck STRSPLIT wrote for
*> one stream carries STREAM=k, the merge step's deck MERGE=n, and
*> both carry the night's RUNSTAMP= so every stream's history records
*> land under the one stamp a serial run would have given them. A
*> stream never touches "runhist", "catalog" or "auditlog" directly -
*> its history records, new catalog entries and audit records go to
*> "runhist-pk", "catalog-pk" and "auditlog-pk" - and the merge step
*> is the only writer that applies them, so two streams can never
*> collide on the indexed master or lose each other's appends.
    01 STREAM-NO PIC 9(1) VALUE 0.
    01 MERGE-STREAMS PIC 9(1) VALUE 0.
    01 STREAM-STAMP PIC X(14) VALUE SPACE.
    01 STREAM-K PIC 9(2) VALUE 0.
    01 STREAM-SUFFIX PIC X(3) VALUE SPACE.
    01 SJ-HIST-NAME PIC X(40) VALUE SPACE.
    01 SJ-CAT-NAME PIC X(40) VALUE SPACE.
    01 SJ-AUDIT-NAME PIC X(40) VALUE SPACE.
    01 SJ-RUNSTATE-NAME PIC X(56) VALUE SPACE.
    01 SJ-REQUEUE-NAME PIC X(56) VALUE SPACE.
    01 SJ-XCHECK-NAME PIC X(56) VALUE SPACE.
    01 CATALOG-NAME PIC X(40) VALUE "catalog".
    01 AUDIT-LOG-NAME PIC X(40) VALUE "auditlog".
    01 AUDIT-RUN-TAG PIC X(6) VALUE "RUN".
    01 AUDIT-MODE-W PIC X(12) VALUE SPACE.
    01 JOURNAL-NAME PIC X(56) VALUE SPACE.
    01 JRN-STATUS PIC X(2).
    01 JRN-EOF PIC A(1) VALUE SPACE.
    01 MRG-HIST-APPLIED PIC 9(6) VALUE 0.
    01 MRG-HIST-DUPS PIC 9(6) VALUE 0.
    01 MRG-CAT-APPLIED PIC 9(6) VALUE 0.
    01 MRG-AUDIT-COPIED PIC 9(6) VALUE 0.
    01 MRG-UNFINISHED PIC 9(4) VALUE 0.
*> The combined requeue list, gathered before any of it is written so
*> a name two lists share goes out once.
    01 MRQ-TBL.
        05 MRQ-NAME PIC X(40) OCCURS 500 TIMES.
    01 MRQ-COUNT PIC 9(4) VALUE 0.
    01 MRQ-I PIC 9(4) VALUE 1.
    01 MRQ-FOUND PIC A(1) VALUE SPACE.

    01 FIXED-WRITTEN PIC A(1) VALUE SPACE.
    01 VERIFY-FILE-NAME PIC X(48) VALUE SPACE.
    01 VFY-I PIC 9(4) VALUE 1.
    01 VFY-ACTUAL-W PIC X(10) VALUE SPACE.
    01 VFY-ACCUM-ED PIC -9(9).

*> The release queue as it stands - the newest record per file name,
*> read once by RELQ-PASS and kept current as the pass appends.
    01 RLQ-FILE-STATUS PIC X(2).
    01 RLQ-EOF PIC A(1) VALUE SPACE.
    01 RLQ-TABLE.
        05 RLQ-ITEM PIC X(414) OCCURS 1000 TIMES.
    01 RLQ-COUNT PIC 9(4) VALUE 0.
    01 RLQ-OVER PIC A(1) VALUE SPACE.
    01 RLQ-I PIC 9(4) VALUE 1.
    01 RLQ-J PIC 9(4) VALUE 0.
    01 RLQ-KEEP PIC A(1) VALUE SPACE.
    01 RLQ-QUEUED PIC 9(4) VALUE 0.
    01 RLQ-SUPERSEDED PIC 9(4) VALUE 0.
    01 RLQ-UNCHANGED PIC 9(4) VALUE 0.
    01 RLQ-AWAITING PIC 9(4) VALUE 0.
    01 RLQ-OLDEST PIC 9(4) VALUE 0.
    01 RLQ-TODAY-INT PIC 9(8) VALUE 0.
    01 RLQ-QUEUED-INT PIC 9(8) VALUE 0.

*> Fixes rejected at sign-off, loaded once by REJFIX-LOAD;
*> FILE-REJFIX-COUNT is how many of them concern the program in hand.
    01 RJF-FILE-STATUS PIC X(2).
    01 RJF-EOF PIC A(1) VALUE SPACE.
    01 RJT-TABLE.
        05 RJT-ENTRY OCCURS 500 TIMES.
            10 RJT-FPRINT PIC 9(9).
            10 RJT-LOADED PIC 9(4).
            10 RJT-MOD-PTR PIC 9(4).
            10 RJT-SECOND-PTR PIC 9(4).
            10 RJT-ENGINEER PIC X(8).
            10 RJT-NOTE PIC X(60).
    01 RJT-COUNT PIC 9(4) VALUE 0.
    01 RJT-I PIC 9(4) VALUE 1.
    01 RJT-LAST PIC 9(4) VALUE 0.
    01 FILE-REJFIX-COUNT PIC 9(4) VALUE 0.
    01 FIX-REJECTED PIC A(1) VALUE SPACE.
    01 RJ-MOD-W PIC 9(4) VALUE 0.
    01 RJ-SECOND-W PIC 9(4) VALUE 0.

*> Ticket interface - see TICKET-PASS. TICKETS= and TKTACK= cards name
*> the outbound interface file and the acknowledgement file the
*> ticketing side sends back.
    01 TICKET-NAME PIC X(40) VALUE "tktout".
    01 TKTACK-NAME PIC X(40) VALUE "tktack".
    01 TKTRECON-NAME PIC X(48) VALUE SPACE.
    01 TKT-STATUS PIC X(2).
    01 TKA-STATUS PIC X(2).
    01 TKP-STATUS PIC X(2).
    01 TKA-EOF PIC A(1) VALUE SPACE.
    01 TKP-EOF PIC A(1) VALUE SPACE.
*> Every transaction still owed an acknowledgement, with what the
*> acknowledgement file said about it: TKP-ACK 'A' accepted, 'R'
*> rejected, space not mentioned. TKP-KEEP marks what goes back onto
*> "tktpend" for the next night.
    01 TKP-TABLE.
        05 TKP-ENTRY OCCURS 1000 TIMES.
            10 TKP-IMAGE PIC X(133).
            10 TKP-ACK PIC X(1).
            10 TKP-REASON PIC X(40).
            10 TKP-KEEP PIC A(1).
    01 TKP-COUNT PIC 9(4) VALUE 0.
    01 TKP-I PIC 9(4) VALUE 1.
    01 TKP-FOUND-IX PIC 9(4) VALUE 0.
    01 TKP-FULL-SHOWN PIC A(1) VALUE SPACE.
    01 TKP-SAVED PIC A(1) VALUE SPACE.
    01 TKT-MAX-RESENDS PIC 9(2) VALUE 5.
    01 TKT-SEQ PIC 9(5) VALUE 0.
    01 TKT-SENT PIC 9(6) VALUE 0.
    01 TKT-CNT-CLOSE PIC 9(6) VALUE 0.
    01 TKT-CNT-ESCALATE PIC 9(6) VALUE 0.
    01 TKT-CNT-RESEND-DUMP PIC 9(6) VALUE 0.
    01 TKT-RESENT PIC 9(6) VALUE 0.
    01 TKT-ACCUM-HASH PIC 9(12) VALUE 0.
    01 TKT-PTR-HASH PIC 9(9) VALUE 0.
    01 TKT-ACCUM-N PIC S9(10) VALUE 0.
    01 TKT-ACTION-W PIC X(3) VALUE SPACE.
    01 TKT-ACCEPTED PIC 9(6) VALUE 0.
    01 TKT-REJECTED PIC 9(6) VALUE 0.
    01 TKT-UNACKED PIC 9(6) VALUE 0.
    01 TKT-UNKNOWN PIC 9(6) VALUE 0.
    01 TKT-GIVEN-UP PIC 9(6) VALUE 0.
    01 TKT-EXCEPTIONS PIC 9(6) VALUE 0.
    01 TKA-PRESENT PIC A(1) VALUE SPACE.
    01 TKA-BALANCED PIC A(1) VALUE SPACE.
    01 TKA-APPLIED PIC A(1) VALUE SPACE.
    01 TKA-IN-GROUP PIC A(1) VALUE SPACE.
    01 TKA-GROUP-COUNT PIC 9(6) VALUE 0.
    01 TKA-GROUPS PIC 9(4) VALUE 0.
    01 TKA-PROBLEM PIC X(40) VALUE SPACE.

*> Dump archive - see ARCHIVE-PASS. ARCHIVE= names the directory,
*> ARCHKEEP= how many versions per name the housekeeping pass keeps.
    01 ARCHIVE-DIR PIC X(40) VALUE "archive".
    01 ARCH-KEEP PIC 9(3) VALUE 0.
    01 ARC-SOURCE-NAME PIC X(40) VALUE SPACE.
    01 ARC-COPY-NAME PIC X(104) VALUE SPACE.
    01 ARC-INDEX-NAME PIC X(48) VALUE SPACE.
    01 ARC-SRC-STATUS PIC X(2).
    01 ARC-CPY-STATUS PIC X(2).
    01 ARC-IDX-STATUS PIC X(2).
    01 ARC-EOF PIC A(1) VALUE SPACE.
    01 ARC-COPIED PIC A(1) VALUE SPACE.
    01 ARC-LINES PIC 9(4) VALUE 0.
    01 ARC-HASH PIC 9(9) VALUE 0.
    01 ARC-OPERAND PIC 9(3) VALUE 0.
    01 ARC-ARCHIVED PIC 9(4) VALUE 0.
    01 ARC-ALREADY PIC 9(4) VALUE 0.
    01 ARC-MISSING PIC 9(4) VALUE 0.
    01 ARC-SEGS PIC 9(4) VALUE 0.
    01 ARC-J PIC 9(4) VALUE 0.
*> Entries already archived under this run's stamp - 'I' when the
*> index had them before this pass (a rerun of the night's merge),
*> 'P' once this pass has dealt with them - so an entry goes into
*> the archive once however many programs it held.
    01 ARC-DONE-TABLE.
        05 ARC-DONE-ENTRY OCCURS 600 TIMES.
            10 ARC-DONE-NAME PIC X(40).
            10 ARC-DONE-SRC PIC X(1).
    01 ARC-DONE-COUNT PIC 9(4) VALUE 0.
    01 ARC-DONE-IX PIC 9(4) VALUE 0.
*> The index as the housekeeping pass read it, one slot per record
*> in file order - see HK-TRIM-ARCHIVE.
    01 HK-ARX-TABLE.
        05 HK-ARX OCCURS 3000 TIMES.
            10 HKA-NAME PIC X(40).
            10 HKA-KIND PIC X(8).
            10 HKA-IMAGE PIC X(203).
            10 HKA-DROP PIC A(1).
    01 HK-ARX-READ PIC 9(4) VALUE 0.
    01 HK-ARX-KEPT PIC 9(4) VALUE 0.
    01 HK-ARX-DROPPED PIC 9(4) VALUE 0.
    01 HK-ARX-OVER PIC A(1) VALUE SPACE.
    01 HK-ARX-NEWER PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT TRACE-FLAG FROM ENVIRONMENT "TRACE".
    ACCEPT RUNCARD-NAME FROM ENVIRONMENT "RUNCARD".
    IF RUNCARD-NAME = SPACE
        MOVE "runcard" TO RUNCARD-NAME
    END-IF.
    PERFORM DRIVER-PRG.
    STOP RUN.

*> by BOOT-FILE-NAME's default value, exactly as the job behaved
*> before batch processing existed. The filelist and report names,
*> and the repair-search shape, come from the "runcard" control-card
*> deck read first - see READ-RUNCARD. The filelist itself is the one
*> the INTAKE step generates each evening from the transmissions that
*> balanced against their header and trailer records, already
*> stripped of those control records.
DRIVER-PRG.
    PERFORM READ-RUNCARD.
*> Stamp the run once up front - every history record this run appends
    ACCEPT RUN-TIME-RAW FROM TIME.
    MOVE RUN-TIME-RAW(1:6) TO RUN-STAMP-TIME.
    COMPUTE RUN-START-SECS = RT-HH * 3600 + RT-MM * 60 + RT-SS.
*> A split night's streams and merge all carry the stamp STRSPLIT
*> took; the time budget still runs from this job's own start.
    IF STREAM-STAMP NOT = SPACE
        MOVE STREAM-STAMP TO RUN-STAMP
    END-IF.
    IF STREAM-NO > 0
        MOVE STREAM-NO TO STREAM-K
        PERFORM STREAM-DERIVE-NAMES
        MOVE SJ-AUDIT-NAME TO AUDIT-LOG-NAME
    END-IF.
    MOVE SPACE TO REQUEUE-FILE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-requeue" DELIMITED BY SIZE
    STRING FILELIST-NAME DELIMITED BY SPACE
        "-runstate" DELIMITED BY SIZE
        INTO RUNSTATE-FILE-NAME.
    MOVE SPACE TO XCHECK-FILE-NAME.
    STRING REPORT-NAME DELIMITED BY SPACE
        "-xcheck" DELIMITED BY SIZE
        INTO XCHECK-FILE-NAME.
    PERFORM SITE-LOAD.
    PERFORM MANIFEST-LOAD.
    PERFORM REJFIX-LOAD.
    OPEN OUTPUT REPORT-FILE.
    IF STREAM-NO = 0
        PERFORM HIST-OPEN
    END-IF.
    PERFORM AUDIT-OPEN.
    PERFORM AUDIT-START.
    IF SOLVER-MODE = "CROSSCHECK"
        OPEN OUTPUT XCHECK-FILE
    END-IF.
    IF MERGE-STREAMS > 0
        PERFORM MERGE-RUN
    ELSE
        OPEN INPUT FILELIST-FILE
        IF FILELIST-STATUS = "00"
            MOVE 'Y' TO FILELIST-MODE
            PERFORM RUNSTATE-READ
            MOVE SPACE TO FILELIST-EOF
            PERFORM UNTIL FILELIST-EOF = 'Y'
                READ FILELIST-FILE INTO FILELIST-LINE
                    AT END
                        MOVE 'Y' TO FILELIST-EOF
                    NOT AT END
*> An entry the interrupted run already finished is carried forward
*> from the run-state file - its report lines rewritten verbatim,
*> nothing loaded, run, searched or re-appended to the history - and
*> into the requeue list behind the interrupted file, so the morning
*> operator hands the next night exactly the files this night didn't
*> finish.
                        ADD 1 TO FILES-READ
                        MOVE FILELIST-LINE TO BOOT-FILE-NAME
                        PERFORM CHECK-ENTRY-DONE
                        IF ENTRY-DONE-PRIOR = 'Y'
                            PERFORM CARRY-ENTRY-FORWARD
                        ELSE
                            IF RUN-TIMEOUT = 'Y'
                                MOVE FILELIST-LINE TO REQUEUE-NAME-W
                                PERFORM REQUEUE-ADD
                                ADD 1 TO FILES-SKIPPED
                            ELSE
                                PERFORM PROCESS-ONE-ENTRY
                                PERFORM RUNSTATE-MARK-DONE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FILELIST-FILE
        ELSE
*> An OPTIONAL file that doesn't exist yet still opens successfully
*> with status 05 rather than 00 (the same GnuCOBOL behavior CKPT-READ
*> below accounts for) - that OPEN still needs a matching CLOSE even
*> though there's no "filelist" to batch over, so this falls back to
*> the single default file the same way any other non-"00" status does.
            IF FILELIST-STATUS = "05"
                CLOSE FILELIST-FILE
            END-IF
            ADD 1 TO FILES-READ
            PERFORM PROCESS-ONE-ENTRY
        END-IF
    END-IF.
    IF REQUEUE-OPENED = 'Y'
        CLOSE REQUEUE-FILE
            REQUEUE-FILE-NAME
    END-IF.
    CLOSE REPORT-FILE.
    IF STREAM-NO = 0
        CLOSE HISTORY-FILE
    END-IF.
    IF SOLVER-MODE = "CROSSCHECK"
        CLOSE XCHECK-FILE
        IF CNT-XCHECK > 0
            DISPLAY "DRIVER-PRG - SOLVER AND SEARCH DISAGREED ON "
                CNT-XCHECK " FILE(S), SEE " XCHECK-FILE-NAME
        END-IF
    END-IF.
*> A stream's end-of-run passes belong to the merge step: the verify
*> rerun, trend, reconciliation, release queue, ticket interface and
*> dump archive need the whole night's results, and the trend pass
*> reads a "runhist" this stream never wrote.
    IF STREAM-NO = 0
        PERFORM VERIFY-PASS
        PERFORM TREND-RPT
        PERFORM RECON-RPT
        PERFORM RELQ-PASS
        PERFORM TICKET-PASS
        PERFORM ARCHIVE-PASS
    END-IF.
    PERFORM AUDIT-END.
    CLOSE AUDIT-FILE.
*> Reaching here means the run finished - the state journal has done
*> its job and is emptied so the next run over this filelist starts
*> from the top instead of "resuming" a night that isn't there. A
*> stream's journal is also its report to the merge step, so it
*> stands until the merge has carried it forward and clears it.
    IF FILELIST-MODE = 'Y' AND STREAM-NO = 0
        PERFORM RUNSTATE-CLEAR
    END-IF.
    IF MERGE-STREAMS > 0
        PERFORM MERGE-CLEAR-STREAMS
    END-IF.
    IF HOUSEKEEP-ON = 'Y' AND STREAM-NO = 0
        PERFORM HOUSEKEEP-RPT
    END-IF.
    MOVE BATCH-RC TO RETURN-CODE.
*>                   profiles are deleted by the housekeeping pass
*>                   (0 = never age anything out; listings are
*>                   excluded - see HOUSEKEEP-RPT for why)
*>   ARCHIVE=name    directory the night's dumps are archived in
*>                   (default "archive") - see ARCHIVE-PASS
*>   ARCHKEEP=n      dump versions (and shipped versions) kept per
*>                   name in the archive by the housekeeping pass
*>                   (0 = keep every version, the default)
*>   TIMEBUDGET=n    run-time budget in seconds (0 = none); when it
*>                   expires the current search stops cleanly, the
*>                   file reports TIMEDOUT, and the interrupted file
*>                   plus everything never started goes to the
*>                   "<filelist>-requeue" handoff list
*>   EXHAUSTIVE=Y|N  keep searching past the first terminating fix
*>                   and record every one (default N) - a file whose
*>                   fixes end on more than one accumulator reports
*>                   AMBIGUOUS instead of SOLVED, and every file with
*>                   a fix gets a "<boot file>-alternatives" list;
*>                   see ALT-RESOLVE. The catalog shortcut and the
*>                   search checkpoint are both bypassed, since each
*>                   only remembers one fix
*>   SOLVER=SEARCH|ANALYTIC|CROSSCHECK
*>                   how a looping file's fix is found - SEARCH (the
*>                   default) reruns the program once per candidate
*>                   swap, ANALYTIC works the fix out from the
*>                   program's structure with one confirming run per
*>                   fix (see SOLVE-ANALYTIC), CROSSCHECK runs both on
*>                   every file, ships the search's answer, and flags
*>                   each file where the two disagree. CROSSCHECK
*>                   compares first-found fixes, so it turns an
*>                   EXHAUSTIVE=Y card off for the run
*>   STREAMS=n       how many parallel streams STRSPLIT divides the
*>                   filelist into - STRSPLIT's card, ignored here; a
*>                   deck with it but no STREAM=/MERGE= card is an
*>                   ordinary serial run
*>   STREAM=k        this run is parallel stream k (1-9) of a split
*>                   night, over the partition STRSPLIT wrote - see
*>                   MERGE-RUN for what a stream does differently
*>   MERGE=n         this run is the merge step over n streams
*>   RUNSTAMP=stamp  the night's 14-digit run stamp, shared by every
*>                   stream and the merge in place of each job's own
*>                   start time
*> Anything unrecognized is DISPLAYed and ignored rather than
*> aborting, so a typo in one card doesn't cost the whole night -
*> except a STREAM=, MERGE= or RUNSTAMP= card that can't be honored:
*> a stream running as an ordinary job would write the shared history
*> master beside the other streams, so that stops the job instead.
*> ---------------------------------------------------------------
READ-RUNCARD.
    OPEN INPUT RUNCARD-FILE.
            CLOSE RUNCARD-FILE
        END-IF
    END-IF.
    IF SOLVER-MODE = "CROSSCHECK" AND EXHAUSTIVE-ON = 'Y'
        DISPLAY "READ-RUNCARD - SOLVER=CROSSCHECK COMPARES FIRST-FOUND"
            " FIXES, EXHAUSTIVE=Y IGNORED"
        MOVE SPACE TO EXHAUSTIVE-ON
    END-IF.
    IF STREAM-NO > 0 AND MERGE-STREAMS > 0
        DISPLAY "READ-RUNCARD ABORT - " RUNCARD-NAME
            " CARRIES BOTH A STREAM AND A MERGE CARD"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

RUNCARD-APPLY.
    IF RUNCARD-LINE NOT = SPACE AND RUNCARD-LINE(1:1) NOT = "*"
                COMPUTE ACC-LIMIT = FUNCTION NUMVAL(CARD-VALUE)
            WHEN "MANIFEST"
                MOVE CARD-VALUE TO MANIFEST-NAME
            WHEN "TICKETS"
                MOVE CARD-VALUE TO TICKET-NAME
            WHEN "TKTACK"
                MOVE CARD-VALUE TO TKTACK-NAME
            WHEN "HOUSEKEEP"
                IF CARD-VALUE(1:1) = "Y"
                    MOVE 'Y' TO HOUSEKEEP-ON
                END-IF
            WHEN "RETAINDAYS"
                COMPUTE RETAIN-DAYS = FUNCTION NUMVAL(CARD-VALUE)
            WHEN "ARCHIVE"
                MOVE CARD-VALUE TO ARCHIVE-DIR
            WHEN "ARCHKEEP"
                COMPUTE ARCH-KEEP = FUNCTION NUMVAL(CARD-VALUE)
            WHEN "TIMEBUDGET"
                COMPUTE TIME-BUDGET-SECS = FUNCTION NUMVAL(CARD-VALUE)
            WHEN "SOLVER"
                IF CARD-VALUE = "SEARCH" OR CARD-VALUE = "ANALYTIC"
                        OR CARD-VALUE = "CROSSCHECK"
                    MOVE CARD-VALUE TO SOLVER-MODE
                ELSE
                    DISPLAY "READ-RUNCARD - UNRECOGNIZED SOLVER ["
                        CARD-VALUE "], SEARCH USED"
                    MOVE "SEARCH" TO SOLVER-MODE
                END-IF
            WHEN "EXHAUSTIVE"
                IF CARD-VALUE(1:1) = "Y"
                    MOVE 'Y' TO EXHAUSTIVE-ON
                ELSE
                    MOVE SPACE TO EXHAUSTIVE-ON
                END-IF
            WHEN "STREAMS"
                CONTINUE
            WHEN "STREAM"
                IF CARD-VALUE(1:1) IS NUMERIC AND CARD-VALUE(1:1) NOT = "0"
                        AND CARD-VALUE(2:1) = SPACE
                    MOVE CARD-VALUE(1:1) TO STREAM-NO
                ELSE
                    DISPLAY "READ-RUNCARD ABORT - BAD STREAM CARD ["
                        RUNCARD-LINE "]"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN "MERGE"
                IF CARD-VALUE(1:1) IS NUMERIC AND CARD-VALUE(1:1) NOT = "0"
                        AND CARD-VALUE(2:1) = SPACE
                    MOVE CARD-VALUE(1:1) TO MERGE-STREAMS
                ELSE
                    DISPLAY "READ-RUNCARD ABORT - BAD MERGE CARD ["
                        RUNCARD-LINE "]"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN "RUNSTAMP"
                IF CARD-VALUE(1:14) IS NUMERIC AND CARD-VALUE(15:1) = SPACE
                    MOVE CARD-VALUE(1:14) TO STREAM-STAMP
                ELSE
                    DISPLAY "READ-RUNCARD ABORT - BAD RUNSTAMP CARD ["
                        RUNCARD-LINE "]"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN "TRACE"
                IF TRACE-SEL-COUNT < 20
                    ADD 1 TO TRACE-SEL-COUNT
*> whose base name runs past 36 characters is REJECTED by name
*> rather than silently truncated into colliding segment names (and
*> a "-fixed" file name the verify pass could never find).
    PERFORM ENTRY-NAME-MEASURE.
*> The sender is a property of the transmission, so it is looked up
*> once per filelist entry by the entry's own name - every segment of
*> a multi-segment file carries the same site code.
    PERFORM SITE-LOOKUP.
    OPEN INPUT INPUT-FILE.
    MOVE 0 TO SEG-INDEX.
    MOVE 'Y' TO ENTRY-MORE.
    END-PERFORM.
    CLOSE INPUT-FILE.

ENTRY-NAME-MEASURE.
    MOVE 0 TO ENTRY-NAME-LEN.
    MOVE 1 TO NAME-I.
    PERFORM UNTIL NAME-I > 40
        IF ENTRY-FILE-NAME(NAME-I:1) NOT = SPACE
            MOVE NAME-I TO ENTRY-NAME-LEN
        END-IF
        ADD 1 TO NAME-I
    END-PERFORM.

*> Runs the full execute/repair/report pipeline against the program
*> LOAD-SEGMENT just put in the INSTR/ADDR tables, identified by
*> whatever BOOT-FILE-NAME currently names, resetting the per-file
    MOVE SPACE TO CATALOG-HIT.
    MOVE SPACE TO DUP-FOUND.
    MOVE 0 TO FPRINT.
    MOVE 0 TO ALT-COUNT.
    MOVE 0 TO ALT-OVER.
    MOVE 0 TO ALT-DISTINCT.
    MOVE 0 TO ALT-PICK.
    MOVE 0 TO ALT-MAN-IX.
    MOVE SPACE TO FILE-AMBIGUOUS.
    MOVE SPACE TO XCHECK-FAIL.
    MOVE 0 TO FILE-REJFIX-COUNT.

*> PROCESS-ONE-ENTRY already diagnosed these two per-segment faults;
*> turning them into a load abort here routes them through the same
*> two sites submitting the same bytes under different names land on
*> the same fingerprint no matter what the files are called.
        PERFORM COMPUTE-FPRINT
        PERFORM REJFIX-NOTE-FILE
*> A fingerprint already completed earlier tonight means this file is
*> a byte-for-byte resubmission of one we just finished - common
*> after a regional fault. It reports DUPLICATE, carries the first
*> in fact terminate cleanly (a stale entry, or two different
*> programs colliding on one fingerprint), the swap is undone - the
*> jmp/nop flip is its own inverse - and the file falls through to
*> the normal search as if the catalog had never matched. An
*> exhaustive run never consults the catalog - it holds the one fix
*> the first-hit search settled on, which is exactly the answer an
*> exhaustive run exists to second-guess - and an AMBIGUOUS file is
*> never cataloged, so no later first-hit run inherits its pick.
*> A cross-check run skips it too: a catalog hit would leave neither
*> the solver nor the search anything to answer for.
            IF EXHAUSTIVE-ON NOT = 'Y' AND SOLVER-MODE NOT = "CROSSCHECK"
                PERFORM CATALOG-LOOKUP
            END-IF
            IF CATALOG-HIT = 'Y'
                PERFORM REAPPLY-FIX
                IF CUR-INSTR = SPACE AND RUN-OUT-OF-RANGE NOT = 'Y'
            END-IF
            IF CATALOG-HIT NOT = 'Y'
                PERFORM REPAIR-PRG
                IF SOLUTION = 'Y' AND FILE-AMBIGUOUS NOT = 'Y'
                    PERFORM CATALOG-ADD
                END-IF
            END-IF
    STRING BOOT-FILE-NAME DELIMITED BY SPACE
        "-patches" DELIMITED BY SIZE
        INTO PATCH-FILE-NAME.
    MOVE SPACE TO ALT-FILE-NAME.
    STRING BOOT-FILE-NAME DELIMITED BY SPACE
        "-alternatives" DELIMITED BY SIZE
        INTO ALT-FILE-NAME.

*> A file's original run is traced when the operator asked for that
*> file by name on a TRACE= card, or for everything at once via the
        ADD 1 TO TRACE-I
    END-PERFORM.

*> ---------------------------------------------------------------
*> SITE-LOAD / SITE-NOTE-ENTRY / SITE-LOOKUP tie each dump to the
*> field site that sent it, from the "sitemast" master SITEMNT keeps.
*> The site code goes onto the report line, the history record and
*> the audit record; a name no registered prefix matches is called
*> out on the console, counted on the RUN END record, and lands in
*> SUMMARY's unregistered-sender exceptions rather than passing
*> silently. A missing or unreadable master is not fatal - every
*> name then comes up unregistered, which is loud enough.
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
        DISPLAY "SITE-LOAD - SITE MASTER NOT AVAILABLE, STATUS "
            SITE-STATUS " - EVERY SENDER WILL SHOW UNREGISTERED"
        IF SITE-STATUS = "05"
            CLOSE SITE-FILE
        END-IF
    END-IF.

SITE-NOTE-ENTRY.
    IF SITE-COUNT < 300
        ADD 1 TO SITE-COUNT
        MOVE SIT-CODE TO STB-CODE(SITE-COUNT)
        MOVE SIT-PREFIX TO STB-PREFIX(SITE-COUNT)
        MOVE SIT-STATE TO STB-STATE(SITE-COUNT)
        MOVE 0 TO STB-PREFIX-LEN(SITE-COUNT)
        MOVE 1 TO SITE-J
        PERFORM UNTIL SITE-J > 20
            IF SIT-PREFIX(SITE-J:1) NOT = SPACE
                MOVE SITE-J TO STB-PREFIX-LEN(SITE-COUNT)
            END-IF
            ADD 1 TO SITE-J
        END-PERFORM
    ELSE
        DISPLAY "SITE-LOAD - SITE MASTER EXCEEDS 300 SITES, ["
            SIT-CODE "] IGNORED"
    END-IF.

*> Longest registered prefix wins. ENTRY-NAME-LEN is already the
*> trimmed length of the entry name, so a prefix longer than the
*> name itself is never compared.
SITE-LOOKUP.
    MOVE SPACE TO SITE-CODE-W.
    MOVE SPACE TO SITE-STATE-W.
    MOVE 0 TO SITE-MATCH-LEN.
    MOVE 1 TO SITE-I.
    PERFORM UNTIL SITE-I > SITE-COUNT
        IF STB-PREFIX-LEN(SITE-I) > SITE-MATCH-LEN
                AND STB-PREFIX-LEN(SITE-I) <= ENTRY-NAME-LEN
            IF ENTRY-FILE-NAME(1:STB-PREFIX-LEN(SITE-I))
                    = STB-PREFIX(SITE-I)(1:STB-PREFIX-LEN(SITE-I))
                MOVE STB-PREFIX-LEN(SITE-I) TO SITE-MATCH-LEN
                MOVE STB-CODE(SITE-I) TO SITE-CODE-W
                MOVE STB-STATE(SITE-I) TO SITE-STATE-W
            END-IF
        END-IF
        ADD 1 TO SITE-I
    END-PERFORM.
    IF SITE-CODE-W = SPACE
        ADD 1 TO CNT-UNREGISTERED
        DISPLAY "SITE-LOOKUP - [" ENTRY-FILE-NAME
            "] MATCHES NO REGISTERED SITE"
    ELSE
        IF SITE-STATE-W = "R"
            DISPLAY "SITE-LOOKUP - [" ENTRY-FILE-NAME
                "] IS FROM RETIRED SITE " SITE-CODE-W
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> APPLY-PATCHES / APPLY-ONE-PATCH feed the fixes the device team
*> already knows into the INSTR/ADDR tables before anything runs:
    END-PERFORM.
    CLOSE PROFILE-FILE.

*> The SOLVER= card picks how the fix is found - see SOLVE-ANALYTIC
*> for the structural solver and XCHECK-COMPARE for the mode that
*> runs it alongside the search.
REPAIR-PRG.
    EVALUATE SOLVER-MODE
        WHEN "ANALYTIC"
            PERFORM REPAIR-BY-SOLVER
        WHEN "CROSSCHECK"
            PERFORM REPAIR-CROSSCHECK
        WHEN OTHER
            PERFORM REPAIR-BY-SEARCH
    END-EVALUATE.

REPAIR-BY-SEARCH.
*> Resume from a durable checkpoint if one was left by an earlier,
*> interrupted run against this same boot file. If that checkpoint
*> already found a fix, re-apply it and recompute ACCUM rather than
*> repeating the brute-force search - and since nothing more will be
*> tried, there's no checkpoint file to keep open either.
*> An exhaustive search neither resumes from nor writes a checkpoint:
*> a checkpoint carries one resume point and at most one fix, so
*> resuming would silently drop every alternative found before the
*> interruption. It always walks from the top, and leaves whatever
*> checkpoint a first-hit run left behind untouched.
    IF EXHAUSTIVE-ON = 'Y'
        MOVE 1 TO START-PHASE
        MOVE 1 TO START-MOD-PTR
        MOVE 0 TO START-SECOND-PTR
        PERFORM REPAIR-SEARCH
        PERFORM ALT-RESOLVE
        IF RUN-TIMEOUT = 'Y' AND SOLUTION NOT = 'Y'
                AND FILE-AMBIGUOUS NOT = 'Y'
            MOVE 'Y' TO FILE-TIMEDOUT
        END-IF
    ELSE
        PERFORM CKPT-READ
*> A checkpointed fix rejected at sign-off since is dropped, and the
*> search walks again from the top, passing it over this time.
        IF SOLUTION = 'Y' AND FILE-REJFIX-COUNT > 0
            MOVE FOUND-MOD-PTR TO RJ-MOD-W
            MOVE FOUND-SECOND-PTR TO RJ-SECOND-W
            PERFORM REJFIX-CHECK
            IF FIX-REJECTED = 'Y'
                MOVE SPACE TO SOLUTION
                MOVE SPACE TO REPAIR-MODE
                MOVE 0 TO FOUND-MOD-PTR
                MOVE 0 TO FOUND-SECOND-PTR
                DISPLAY "CKPT-READ - [" BOOT-FILE-NAME
                    "] CHECKPOINTED FIX WAS REJECTED AT SIGN-OFF, "
                    "SEARCH RESTARTS FROM THE TOP"
            END-IF
        END-IF
        IF SOLUTION = 'Y'
            PERFORM REAPPLY-FIX
        ELSE
            PERFORM CKPT-OPEN
            PERFORM REPAIR-SEARCH
            PERFORM CKPT-CLOSE
*> A search the batch-window clock stopped is neither solved nor
*> exhausted - the checkpoint just written lets the next night resume
*> it, and FILE-TIMEDOUT is what turns this file's report line into
*> the honest TIMEDOUT rather than UNSOLVED.
            IF RUN-TIMEOUT = 'Y' AND SOLUTION NOT = 'Y'
                MOVE 'Y' TO FILE-TIMEDOUT
            END-IF
        END-IF
    END-IF.

*> The solver needs no checkpoint - its whole pass costs about what
*> a handful of search candidates do - so a clock that stops it just
*> leaves the file TIMEDOUT for the next night to start afresh.
REPAIR-BY-SOLVER.
    PERFORM SOLVE-ANALYTIC.
    IF EXHAUSTIVE-ON = 'Y'
        PERFORM ALT-RESOLVE
    END-IF.
    IF RUN-TIMEOUT = 'Y' AND SOLUTION NOT = 'Y'
            AND FILE-AMBIGUOUS NOT = 'Y'
        MOVE 'Y' TO FILE-TIMEDOUT
    END-IF.

*> The solver goes first and its answer is put aside - and its swap
*> undone, the flip being its own inverse - so the search starts from
*> exactly the program the solver saw, checkpoint handling and all.
*> The search's answer is the one that ships; the solver only earns
*> an exception line when the two differ.
REPAIR-CROSSCHECK.
    PERFORM SOLVE-ANALYTIC.
    MOVE SOLUTION TO XCK-SOLUTION.
    MOVE FOUND-MOD-PTR TO XCK-MOD-PTR.
    MOVE FOUND-SECOND-PTR TO XCK-SECOND-PTR.
    MOVE REPAIR-MODE TO XCK-REPAIR-MODE.
    MOVE ACCUM TO XCK-ACCUM.
    MOVE CAND-COUNT TO XCK-CANDS.
    IF SOLUTION = 'Y'
        PERFORM APPLY-SWAP-FIX
    END-IF.
    MOVE SPACE TO SOLUTION.
    MOVE SPACE TO REPAIR-MODE.
    MOVE 0 TO FOUND-MOD-PTR.
    MOVE 0 TO FOUND-SECOND-PTR.
    MOVE 0 TO CAND-COUNT.
    MOVE SPACE TO CAND-LIMIT-HIT.
    PERFORM REPAIR-BY-SEARCH.
    PERFORM XCHECK-COMPARE.

*> ---------------------------------------------------------------
*> BUILD-CAND-ORDER lays out the repair search's candidate order from
*> the original run's saved PART1-VISITS: every jmp/nop position lands
            END-IF
            ADD 1 TO CAND-COUNT
            PERFORM RUN-PRG
            MOVE MOD-PTR TO RJ-MOD-W
            MOVE 0 TO RJ-SECOND-W
            PERFORM REJFIX-CHECK

*> In exhaustive mode a hit is noted and undone like a miss, and the
*> walk goes on to the next candidate. A hit rejected at sign-off is
*> a miss outright.
            IF CUR-INSTR = SPACE AND RUN-OUT-OF-RANGE NOT = 'Y'
                    AND RUN-OVERFLOW NOT = 'Y'
                    AND FIX-REJECTED NOT = 'Y' THEN
                IF EXHAUSTIVE-ON = 'Y'
                    PERFORM ALT-NOTE
                    MOVE MOD-INSTR TO INSTR(MOD-PTR)
                ELSE
                    MOVE 'Y' TO SOLUTION
                    MOVE MOD-PTR TO FOUND-MOD-PTR
                    MOVE "SINGLE" TO REPAIR-MODE
                END-IF
            ELSE
                MOVE MOD-INSTR TO INSTR(MOD-PTR)
            END-IF

            IF EXHAUSTIVE-ON NOT = 'Y'
                PERFORM CKPT-WRITE
            END-IF
            PERFORM PROGRESS-NOTE
            PERFORM CHECK-CAND-LIMIT
            PERFORM CHECK-TIME-BUDGET
*> never touches PTR in RUN-PRG's EVALUATE, so no sign flip can ever
*> turn a loop into a clean termination; it could only coincidentally
*> "succeed" on a file that already terminated cleanly on its own.)
*> An exhaustive run only comes here when phase 1 noted nothing - a
*> pair is only ever the answer when no single swap is.
    IF SOLUTION NOT = 'Y' AND ALT-COUNT = 0 AND START-PHASE <= 2
            AND PHASE2-ENABLED = 'Y' AND CAND-LIMIT-HIT NOT = 'Y'
            AND RUN-TIMEOUT NOT = 'Y'
        MOVE 2 TO REPAIR-PHASE
                MOVE "sta" TO CUR-INSTR
                ADD 1 TO CAND-COUNT
                PERFORM RUN-PRG
                MOVE MOD-PTR TO RJ-MOD-W
                MOVE SECOND-PTR TO RJ-SECOND-W
                PERFORM REJFIX-CHECK

                IF CUR-INSTR = SPACE
                        AND RUN-OUT-OF-RANGE NOT = 'Y'
                        AND RUN-OVERFLOW NOT = 'Y'
                        AND FIX-REJECTED NOT = 'Y' THEN
                    IF EXHAUSTIVE-ON = 'Y'
                        PERFORM ALT-NOTE
                        MOVE MOD2-INSTR TO INSTR(SECOND-PTR)
                    ELSE
                        MOVE 'Y' TO SOLUTION
                        MOVE MOD-PTR TO FOUND-MOD-PTR
                        MOVE SECOND-PTR TO FOUND-SECOND-PTR
                        MOVE "DUALSWAP" TO REPAIR-MODE
                    END-IF
                ELSE
                    MOVE MOD2-INSTR TO INSTR(SECOND-PTR)
                END-IF
                IF EXHAUSTIVE-ON NOT = 'Y'
                    PERFORM CKPT-WRITE
                END-IF
                PERFORM PROGRESS-NOTE
                PERFORM CHECK-CAND-LIMIT
                PERFORM CHECK-TIME-BUDGET
    END-IF.

*> ---------------------------------------------------------------
*> SOLVE-ANALYTIC and its helpers find the fix from the program's
*> structure instead of by trial. The successor of every instruction
*> is fixed by its opcode (the next one, or the jmp target), so
*> REACH-BUILD can mark, in one pass over the program, every
*> instruction whose path runs into the stop position just past
*> LOADED-COUNT. The original run is identical to any repaired run
*> up to the first swapped instruction it executes, so:
*>   phase 1 - a single swap can only matter on the original path,
*>     and it works exactly when the swapped instruction's new
*>     successor is a marked one (no instruction of the original,
*>     non-terminating path is ever marked, so the repaired path
*>     cannot fold back into it). One pass over the candidate order
*>     picks the first such swap - the very one the search reaches
*>     first - and one run of RUN-PRG confirms it and yields the
*>     accumulator, the ACCLIMIT check included; a swap that fails
*>     only that check is passed over, exactly as the search would.
*>   phase 2 - the first swap the run meets (X) is on the original
*>     path, and the second (Y) must lie on the path the run takes
*>     after X, with X applied. So for each X on the original path
*>     the program is marked again with X swapped, the path from X's
*>     new successor is walked once, and every jmp/nop on it whose
*>     swapped successor is marked is a pair to confirm. That is one
*>     marking and one walk per X - bounded by the program length -
*>     rather than a rerun for every pair. Of the confirmed pairs,
*>     the one ranked first in the search's own nested order wins.
*> Under EXHAUSTIVE=Y every confirmed swap or pair goes to ALT-NOTE
*> instead, as the search's hits do. Each confirming run counts as a
*> candidate against MAXCAND, and the clock is checked per X.
*> ---------------------------------------------------------------
SOLVE-ANALYTIC.
    MOVE 'Y' TO SOLVER-ACTIVE.
    PERFORM BUILD-CAND-ORDER.
    PERFORM PROGRESS-TOTALS.
    MOVE 1 TO REPAIR-PHASE.
    PERFORM SOLVE-PHASE1.
    IF SOLUTION NOT = 'Y' AND ALT-COUNT = 0 AND PHASE2-ENABLED = 'Y'
            AND CAND-LIMIT-HIT NOT = 'Y' AND RUN-TIMEOUT NOT = 'Y'
        MOVE 2 TO REPAIR-PHASE
        PERFORM SOLVE-PHASE2
    END-IF.
    PERFORM PROGRESS-WRITE.
    MOVE SPACE TO SOLVER-ACTIVE.

*> Marks REACH-FLAG for every instruction of the program as it
*> stands in INSTR right now - each chain is followed once, stamped,
*> and then settled by REACH-WALK-ONE, so the whole pass is linear.
REACH-BUILD.
    MOVE SPACE TO REACH-FLAGS.
    MOVE ZERO TO REACH-MARKS.
    MOVE 'Y' TO REACH-FLAG(LOADED-COUNT + 1).
    MOVE 1 TO RCH-I.
    PERFORM UNTIL RCH-I > LOADED-COUNT
        IF REACH-FLAG(RCH-I) = SPACE
            PERFORM REACH-WALK-ONE
        END-IF
        ADD 1 TO RCH-I
    END-PERFORM.

*> First leg: follow the chain from RCH-I until it meets a settled
*> instruction (whose answer it inherits), leaves the program (never
*> reaches the stop) or meets its own stamp (a cycle - never reaches
*> it either). Second leg: follow the same chain again, settling
*> every instruction on it with that answer.
REACH-WALK-ONE.
    MOVE RCH-I TO RCH-P.
    MOVE SPACE TO RCH-DONE.
    PERFORM UNTIL RCH-DONE = 'Y'
        IF RCH-P < 1 OR RCH-P > LOADED-COUNT + 1
            MOVE 'N' TO RCH-RESULT
            MOVE 'Y' TO RCH-DONE
        ELSE
            IF REACH-FLAG(RCH-P) NOT = SPACE
                MOVE REACH-FLAG(RCH-P) TO RCH-RESULT
                MOVE 'Y' TO RCH-DONE
            ELSE
                IF REACH-MARK(RCH-P) = RCH-I
                    MOVE 'N' TO RCH-RESULT
                    MOVE 'Y' TO RCH-DONE
                ELSE
                    MOVE RCH-I TO REACH-MARK(RCH-P)
                    PERFORM REACH-NEXT
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    MOVE RCH-I TO RCH-P.
    MOVE SPACE TO RCH-DONE.
    PERFORM UNTIL RCH-DONE = 'Y'
        IF RCH-P < 1 OR RCH-P > LOADED-COUNT
            MOVE 'Y' TO RCH-DONE
        ELSE
            IF REACH-FLAG(RCH-P) NOT = SPACE
                MOVE 'Y' TO RCH-DONE
            ELSE
                MOVE RCH-RESULT TO REACH-FLAG(RCH-P)
                PERFORM REACH-NEXT
            END-IF
        END-IF
    END-PERFORM.

REACH-NEXT.
    IF INSTR(RCH-P) = "jmp"
        ADD ADDR(RCH-P) TO RCH-P
    ELSE
        ADD 1 TO RCH-P
    END-IF.

*> Where the instruction at FLIP-FROM would go next once swapped - a
*> jmp becomes a nop and falls through, a nop becomes a jmp and takes
*> its operand - and whether that lands on a marked instruction.
FLIP-CHECK.
    MOVE SPACE TO FLIP-LANDS.
    IF INSTR(FLIP-FROM) = "jmp"
        COMPUTE FLIP-TARGET = FLIP-FROM + 1
    ELSE
        COMPUTE FLIP-TARGET = FLIP-FROM + ADDR(FLIP-FROM)
    END-IF.
    IF FLIP-TARGET >= 1 AND FLIP-TARGET <= LOADED-COUNT + 1
        IF REACH-FLAG(FLIP-TARGET) = 'Y'
            MOVE 'Y' TO FLIP-LANDS
        END-IF
    END-IF.

SOLVE-PHASE1.
    PERFORM REACH-BUILD.
    MOVE 1 TO SOL-IX.
    PERFORM UNTIL SOL-IX > SWAP-TOTAL OR SOLUTION = 'Y'
            OR CAND-LIMIT-HIT = 'Y' OR RUN-TIMEOUT = 'Y'
        MOVE CAND-POS(SOL-IX) TO MOD-PTR
        IF PART1-VISIT(MOD-PTR) > 0
            MOVE MOD-PTR TO FLIP-FROM
            PERFORM FLIP-CHECK
            IF FLIP-LANDS = 'Y'
                MOVE INSTR(MOD-PTR) TO MOD-INSTR
                IF MOD-INSTR = "jmp"
                    MOVE "nop" TO INSTR(MOD-PTR)
                ELSE
                    MOVE "jmp" TO INSTR(MOD-PTR)
                END-IF
                MOVE "sta" TO CUR-INSTR
                ADD 1 TO CAND-COUNT
                PERFORM RUN-PRG
                MOVE MOD-PTR TO RJ-MOD-W
                MOVE 0 TO RJ-SECOND-W
                PERFORM REJFIX-CHECK
                IF CUR-INSTR = SPACE AND RUN-OUT-OF-RANGE NOT = 'Y'
                        AND RUN-OVERFLOW NOT = 'Y'
                        AND FIX-REJECTED NOT = 'Y'
                    IF EXHAUSTIVE-ON = 'Y'
                        PERFORM ALT-NOTE
                        MOVE MOD-INSTR TO INSTR(MOD-PTR)
                    ELSE
                        MOVE 'Y' TO SOLUTION
                        MOVE MOD-PTR TO FOUND-MOD-PTR
                        MOVE "SINGLE" TO REPAIR-MODE
                    END-IF
                ELSE
                    MOVE MOD-INSTR TO INSTR(MOD-PTR)
                END-IF
                PERFORM CHECK-CAND-LIMIT
            END-IF
        END-IF
        PERFORM CHECK-TIME-BUDGET
        ADD 1 TO SOL-IX
    END-PERFORM.

SOLVE-PHASE2.
    MOVE 1 TO SOL-IX.
    PERFORM UNTIL SOL-IX > SWAP-TOTAL
        MOVE SOL-IX TO SOL-RANK(CAND-POS(SOL-IX))
        ADD 1 TO SOL-IX
    END-PERFORM.
    MOVE 0 TO SOL-BEST-LO.
    MOVE 0 TO SOL-BEST-HI.
    MOVE 1 TO SOL-IX.
    PERFORM UNTIL SOL-IX > SWAP-TOTAL OR CAND-LIMIT-HIT = 'Y'
            OR RUN-TIMEOUT = 'Y'
        MOVE CAND-POS(SOL-IX) TO MOD-PTR
        IF PART1-VISIT(MOD-PTR) > 0
            PERFORM SOLVE-PAIRS-FROM
        END-IF
        PERFORM CHECK-TIME-BUDGET
        ADD 1 TO SOL-IX
    END-PERFORM.
    IF EXHAUSTIVE-ON = 'Y' AND ALT-COUNT > 1
        PERFORM SOLVE-ALT-ORDER
    END-IF.
    IF SOL-BEST-LO > 0 AND EXHAUSTIVE-ON NOT = 'Y'
        MOVE 'Y' TO SOLUTION
        MOVE CAND-POS(SOL-BEST-LO) TO FOUND-MOD-PTR
        MOVE CAND-POS(SOL-BEST-HI) TO FOUND-SECOND-PTR
        MOVE "DUALSWAP" TO REPAIR-MODE
        PERFORM REAPPLY-FIX
    END-IF.

*> One X: swap it, mark the swapped program, then walk the path the
*> run takes from X's new successor. Everything the original run did
*> before reaching X (and X itself) is already executed, so the walk
*> starts with those seen and stops at the first repeat, at the stop
*> position or on leaving the program.
SOLVE-PAIRS-FROM.
    MOVE INSTR(MOD-PTR) TO MOD-INSTR.
    IF MOD-INSTR = "jmp"
        MOVE "nop" TO INSTR(MOD-PTR)
    ELSE
        MOVE "jmp" TO INSTR(MOD-PTR)
    END-IF.
    PERFORM REACH-BUILD.
    MOVE SPACE TO SOL-SEENS.
    MOVE 1 TO SOL-N.
    PERFORM UNTIL SOL-N > LOADED-COUNT
        IF PART1-VISIT(SOL-N) > 0
                AND PART1-VISIT(SOL-N) <= PART1-VISIT(MOD-PTR)
            MOVE 'Y' TO SOL-SEEN(SOL-N)
        END-IF
        ADD 1 TO SOL-N
    END-PERFORM.
    IF INSTR(MOD-PTR) = "jmp"
        COMPUTE SOL-P = MOD-PTR + ADDR(MOD-PTR)
    ELSE
        COMPUTE SOL-P = MOD-PTR + 1
    END-IF.
    MOVE SPACE TO SOL-DONE.
    PERFORM UNTIL SOL-DONE = 'Y' OR CAND-LIMIT-HIT = 'Y'
        IF SOL-P < 1 OR SOL-P > LOADED-COUNT
            MOVE 'Y' TO SOL-DONE
        ELSE
            IF SOL-SEEN(SOL-P) = 'Y'
                MOVE 'Y' TO SOL-DONE
            ELSE
                MOVE 'Y' TO SOL-SEEN(SOL-P)
                IF INSTR(SOL-P) = "jmp" OR INSTR(SOL-P) = "nop"
                    MOVE SOL-P TO FLIP-FROM
                    PERFORM FLIP-CHECK
                    IF FLIP-LANDS = 'Y'
                        MOVE SOL-P TO SECOND-PTR
                        PERFORM SOLVE-PAIR-CONFIRM
                    END-IF
                END-IF
                IF INSTR(SOL-P) = "jmp"
                    ADD ADDR(SOL-P) TO SOL-P
                ELSE
                    ADD 1 TO SOL-P
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    MOVE MOD-INSTR TO INSTR(MOD-PTR).

*> The pair hunt notes exhaustive hits in walk order, X by X; the
*> alternatives list (and the ALT nn a manifest pick is reported
*> under) follows the search's nested order instead, so the noted
*> pairs are put back in that order - a plain insertion sort on the
*> two candidate-order ranks, the list being 50 entries at most.
SOLVE-ALT-ORDER.
    MOVE 2 TO ALT-I.
    PERFORM UNTIL ALT-I > ALT-COUNT
        MOVE ALT-ENTRY(ALT-I) TO SOL-ALT-HOLD
        MOVE ALT-I TO SOL-J
        MOVE 'Y' TO SOL-AHEAD
        PERFORM UNTIL SOL-J < 2 OR SOL-AHEAD NOT = 'Y'
            MOVE SPACE TO SOL-AHEAD
            IF SOL-RANK(ALT-MOD-PTR(SOL-J - 1))
                    > SOL-RANK(SOL-HOLD-MOD-PTR)
                MOVE 'Y' TO SOL-AHEAD
            ELSE
                IF SOL-RANK(ALT-MOD-PTR(SOL-J - 1))
                        = SOL-RANK(SOL-HOLD-MOD-PTR)
                        AND SOL-RANK(ALT-SECOND-PTR(SOL-J - 1))
                        > SOL-RANK(SOL-HOLD-SECOND-PTR)
                    MOVE 'Y' TO SOL-AHEAD
                END-IF
            END-IF
            IF SOL-AHEAD = 'Y'
                MOVE ALT-ENTRY(SOL-J - 1) TO ALT-ENTRY(SOL-J)
                SUBTRACT 1 FROM SOL-J
            END-IF
        END-PERFORM
        MOVE SOL-ALT-HOLD TO ALT-ENTRY(SOL-J)
        ADD 1 TO ALT-I
    END-PERFORM.

*> The pair is ranked the way the search's nested walk meets it -
*> lower candidate-order rank first - whichever of the two the run
*> happens to execute first.
SOLVE-PAIR-CONFIRM.
    MOVE INSTR(SECOND-PTR) TO MOD2-INSTR.
    IF MOD2-INSTR = "jmp"
        MOVE "nop" TO INSTR(SECOND-PTR)
    ELSE
        MOVE "jmp" TO INSTR(SECOND-PTR)
    END-IF.
    MOVE "sta" TO CUR-INSTR.
    ADD 1 TO CAND-COUNT.
    PERFORM RUN-PRG.
    MOVE MOD-PTR TO RJ-MOD-W.
    MOVE SECOND-PTR TO RJ-SECOND-W.
    PERFORM REJFIX-CHECK.
    IF CUR-INSTR = SPACE AND RUN-OUT-OF-RANGE NOT = 'Y'
            AND RUN-OVERFLOW NOT = 'Y' AND FIX-REJECTED NOT = 'Y'
        IF SOL-RANK(MOD-PTR) < SOL-RANK(SECOND-PTR)
            MOVE SOL-RANK(MOD-PTR) TO SOL-LO
            MOVE SOL-RANK(SECOND-PTR) TO SOL-HI
        ELSE
            MOVE SOL-RANK(SECOND-PTR) TO SOL-LO
            MOVE SOL-RANK(MOD-PTR) TO SOL-HI
        END-IF
        IF EXHAUSTIVE-ON = 'Y'
            MOVE MOD-PTR TO SOL-X-SAVE
            MOVE SECOND-PTR TO SOL-Y-SAVE
            MOVE CAND-POS(SOL-LO) TO MOD-PTR
            MOVE CAND-POS(SOL-HI) TO SECOND-PTR
            PERFORM ALT-NOTE
            MOVE SOL-X-SAVE TO MOD-PTR
            MOVE SOL-Y-SAVE TO SECOND-PTR
        ELSE
            IF SOL-BEST-LO = 0 OR SOL-LO < SOL-BEST-LO
                    OR (SOL-LO = SOL-BEST-LO AND SOL-HI < SOL-BEST-HI)
                MOVE SOL-LO TO SOL-BEST-LO
                MOVE SOL-HI TO SOL-BEST-HI
            END-IF
        END-IF
    END-IF.
    MOVE MOD2-INSTR TO INSTR(SECOND-PTR).
    PERFORM CHECK-CAND-LIMIT.

*> Under SOLVER=CROSSCHECK, after both have worked the file: the two
*> must agree on whether there is a fix, and if so on the swap(s)
*> and the accumulator. A search the cap or the clock cut short has
*> no answer to hold the solver to, so nothing is compared. Any
*> difference lands in "<report>-xcheck" and flags the report line
*> - the search's answer still stands and ships.
XCHECK-COMPARE.
    MOVE SPACE TO XCHECK-FAIL.
    IF CAND-LIMIT-HIT NOT = 'Y' AND RUN-TIMEOUT NOT = 'Y'
        IF XCK-SOLUTION NOT = SOLUTION
            MOVE 'Y' TO XCHECK-FAIL
        ELSE
            IF SOLUTION = 'Y'
                    AND (XCK-MOD-PTR NOT = FOUND-MOD-PTR
                    OR XCK-SECOND-PTR NOT = FOUND-SECOND-PTR
                    OR XCK-REPAIR-MODE NOT = REPAIR-MODE
                    OR XCK-ACCUM NOT = ACCUM)
                MOVE 'Y' TO XCHECK-FAIL
            END-IF
        END-IF
    END-IF.
    IF XCHECK-FAIL = 'Y'
        MOVE BOOT-FILE-NAME TO XCL-FILE-NAME
        MOVE SPACE TO XCL-SEP1 XCL-SEP2 XCL-SEP3 XCL-SEP4 XCL-SEP5
            XCL-SEP6 XCL-SEP7
        MOVE "SOLVER" TO XCL-ENGINE
        MOVE XCK-SOLUTION TO XCL-SOLUTION
        MOVE XCK-MOD-PTR TO XCL-MOD-PTR
        MOVE XCK-SECOND-PTR TO XCL-SECOND-PTR
        MOVE XCK-REPAIR-MODE TO XCL-REPAIR-MODE
        MOVE XCK-ACCUM TO XCL-ACCUM
        MOVE XCK-CANDS TO XCL-CANDS
        WRITE XCHECK-LINE
        MOVE "SEARCH" TO XCL-ENGINE
        MOVE SOLUTION TO XCL-SOLUTION
        MOVE FOUND-MOD-PTR TO XCL-MOD-PTR
        MOVE FOUND-SECOND-PTR TO XCL-SECOND-PTR
        MOVE REPAIR-MODE TO XCL-REPAIR-MODE
        MOVE ACCUM TO XCL-ACCUM
        MOVE CAND-COUNT TO XCL-CANDS
        WRITE XCHECK-LINE
    END-IF.

*> ---------------------------------------------------------------
*> ALT-NOTE / ALT-RESOLVE / WRITE-ALTERNATIVES are the exhaustive
*> search's bookkeeping. ALT-NOTE records one terminating candidate
*> as REPAIR-SEARCH finds it - the positions, the mode its phase
*> implies and the final ACCUM its run ended on - and counts it as a
*> new answer unless an earlier alternative already ended on the same
*> accumulator. ALT-RESOLVE decides what the file reports once the
*> walk is over:
*>   - one answer (however many swaps produce it) from a search that
*>     ran to the end: SOLVED, with the first alternative in
*>     candidate order applied - the very fix the first-hit search
*>     would have shipped, now known to be the only answer;
*>   - more than one answer: AMBIGUOUS. When the site's manifest
*>     lists the file, the alternative ending on the bench value is
*>     the program their device actually runs, so that one is
*>     applied and ships as the "-fixed" file; with no such
*>     alternative nothing ships and the device team chooses;
*>   - an answer, but MAXCAND or the clock stopped the walk early:
*>     uniqueness is unproven, so nothing is applied and the file
*>     reports UNSOLVED or TIMEDOUT exactly as with no hit at all -
*>     though a second answer found before the stop still makes it
*>     AMBIGUOUS, since no further searching can undo that.
*> Every file with at least one alternative gets the
*> "<boot file>-alternatives" list, the manifest's match and the
*> shipped alternative marked on it.
*> ---------------------------------------------------------------
ALT-NOTE.
    IF ALT-COUNT < 50
        MOVE SPACE TO ALT-SAME
        MOVE 1 TO ALT-I
        PERFORM UNTIL ALT-I > ALT-COUNT OR ALT-SAME = 'Y'
            IF ALT-ACCUM(ALT-I) = ACCUM
                MOVE 'Y' TO ALT-SAME
            END-IF
            ADD 1 TO ALT-I
        END-PERFORM
        IF ALT-SAME NOT = 'Y'
            ADD 1 TO ALT-DISTINCT
        END-IF
        ADD 1 TO ALT-COUNT
        MOVE MOD-PTR TO ALT-MOD-PTR(ALT-COUNT)
        MOVE ACCUM TO ALT-ACCUM(ALT-COUNT)
        IF REPAIR-PHASE = 1
            MOVE 0 TO ALT-SECOND-PTR(ALT-COUNT)
            MOVE "SINGLE" TO ALT-REPAIR-MODE(ALT-COUNT)
        ELSE
            MOVE SECOND-PTR TO ALT-SECOND-PTR(ALT-COUNT)
            MOVE "DUALSWAP" TO ALT-REPAIR-MODE(ALT-COUNT)
        END-IF
    ELSE
        ADD 1 TO ALT-OVER
    END-IF.

ALT-RESOLVE.
    MOVE 0 TO ALT-MAN-IX.
    MOVE 0 TO ALT-PICK.
    MOVE 0 TO MAN-FOUND-IX.
    IF ALT-COUNT > 0
        MOVE 1 TO MAN-I
        PERFORM UNTIL MAN-I > MAN-COUNT OR MAN-FOUND-IX > 0
            IF MAN-NAME(MAN-I) = BOOT-FILE-NAME
                MOVE MAN-I TO MAN-FOUND-IX
            END-IF
            ADD 1 TO MAN-I
        END-PERFORM
    END-IF.
    IF MAN-FOUND-IX > 0
        COMPUTE MAN-VALUE-N = FUNCTION NUMVAL(MAN-VALUE(MAN-FOUND-IX))
        MOVE 1 TO ALT-I
        PERFORM UNTIL ALT-I > ALT-COUNT OR ALT-MAN-IX > 0
            IF ALT-ACCUM(ALT-I) = MAN-VALUE-N
                MOVE ALT-I TO ALT-MAN-IX
            END-IF
            ADD 1 TO ALT-I
        END-PERFORM
    END-IF.
    IF ALT-DISTINCT > 1
        MOVE 'Y' TO FILE-AMBIGUOUS
        MOVE ALT-MAN-IX TO ALT-PICK
    ELSE
        IF ALT-COUNT > 0 AND CAND-LIMIT-HIT NOT = 'Y'
                AND RUN-TIMEOUT NOT = 'Y'
            MOVE 1 TO ALT-PICK
        END-IF
    END-IF.
    IF ALT-PICK > 0
        MOVE 'Y' TO SOLUTION
        MOVE ALT-MOD-PTR(ALT-PICK) TO FOUND-MOD-PTR
        MOVE ALT-SECOND-PTR(ALT-PICK) TO FOUND-SECOND-PTR
        MOVE ALT-REPAIR-MODE(ALT-PICK) TO REPAIR-MODE
        PERFORM REAPPLY-FIX
    END-IF.
    IF ALT-COUNT > 0
        PERFORM WRITE-ALTERNATIVES
    END-IF.

WRITE-ALTERNATIVES.
    OPEN OUTPUT ALTERNATIVES-FILE.
    MOVE 1 TO ALT-I.
    PERFORM UNTIL ALT-I > ALT-COUNT
        MOVE ALT-I TO ALN-SEQ
        MOVE SPACE TO ALN-SEP1 ALN-SEP2 ALN-SEP3 ALN-SEP4 ALN-SEP5
        MOVE ALT-MOD-PTR(ALT-I) TO ALN-MOD-PTR
        MOVE ALT-SECOND-PTR(ALT-I) TO ALN-SECOND-PTR
        MOVE ALT-REPAIR-MODE(ALT-I) TO ALN-REPAIR-MODE
        MOVE ALT-ACCUM(ALT-I) TO ALN-ACCUM
        MOVE SPACE TO ALN-NOTE
        IF MAN-FOUND-IX > 0 AND ALT-ACCUM(ALT-I) = MAN-VALUE-N
            MOVE "MANIFEST" TO ALN-NOTE
        END-IF
        IF ALT-I = ALT-PICK
            IF ALN-NOTE = SPACE
                MOVE "SHIPPED" TO ALN-NOTE
            ELSE
                MOVE "MANIFEST SHIPPED" TO ALN-NOTE
            END-IF
        END-IF
        WRITE ALTERNATIVE-LINE
        ADD 1 TO ALT-I
    END-PERFORM.
    MOVE SPACE TO ALTERNATIVE-TRAILER.
    MOVE 1 TO ALT-POS.
    STRING "FIXES " DELIMITED BY SIZE
        ALT-COUNT DELIMITED BY SIZE
        " ACCUMULATORS " DELIMITED BY SIZE
        ALT-DISTINCT DELIMITED BY SIZE
        INTO ALTERNATIVE-TRAILER WITH POINTER ALT-POS.
    IF ALT-OVER > 0
        STRING " PLUS " DELIMITED BY SIZE
            ALT-OVER DELIMITED BY SIZE
            " NOT LISTED" DELIMITED BY SIZE
            INTO ALTERNATIVE-TRAILER WITH POINTER ALT-POS
    END-IF.
    IF CAND-LIMIT-HIT = 'Y' OR RUN-TIMEOUT = 'Y'
        STRING " - SEARCH STOPPED EARLY" DELIMITED BY SIZE
            INTO ALTERNATIVE-TRAILER WITH POINTER ALT-POS
    END-IF.
    WRITE ALTERNATIVE-TRAILER.
    CLOSE ALTERNATIVES-FILE.

*> ---------------------------------------------------------------
*> PROGRESS-TOTALS / PROGRESS-NOTE / PROGRESS-WRITE keep the
*> "<report>-progress" status file the overnight desk can read while
*> a long search sits otherwise silent. The checkpoint's raw
*> MOD-PTR/SECOND-PTR numbers answer "where would a restart resume?",
*> not "is it stuck or just slow?" - this file answers the second
*> question in plain terms: which boot file is being worked, which
*> phase, candidates tried so far against the total the program's
*> jmp/nop population allows, the percent that works out to, and
*> elapsed time against the TIMEBUDGET card. The file is small and
*> rewritten whole every 250 candidates (riding alongside CKPT-WRITE
*> in both search loops), plus once as the search ends - cheap enough
*> not to slow the search, fresh enough that a reader never acts on
*> an hours-old picture.
*> ---------------------------------------------------------------
*> SWAP-TOTAL is the candidate-order population BUILD-CAND-ORDER just
*> counted - the file's jmp/nop instructions, each a single-swap
*> candidate and half of SWAP-TOTAL - 1 pair candidates.
PROGRESS-TOTALS.
    MOVE SWAP-TOTAL TO TOTAL-CAND.
    IF PHASE2-ENABLED = 'Y'
        COMPUTE TOTAL-CAND = TOTAL-CAND
            + SWAP-TOTAL * (SWAP-TOTAL - 1) / 2
    END-IF.
    MOVE START-PHASE TO REPAIR-PHASE.
    MOVE 0 TO PROGRESS-TICK.
    PERFORM PROGRESS-WRITE.

PROGRESS-NOTE.
    ADD 1 TO PROGRESS-TICK.
    IF PROGRESS-TICK >= 250
        MOVE 0 TO PROGRESS-TICK
        PERFORM PROGRESS-WRITE
    END-IF.

PROGRESS-WRITE.
    IF TOTAL-CAND > 0
        COMPUTE PROGRESS-PCT = CAND-COUNT * 100 / TOTAL-CAND
    ELSE
        MOVE 0 TO PROGRESS-PCT
    END-IF.
    ACCEPT TIME-NOW-RAW FROM TIME.
    COMPUTE PROGRESS-ELAPSED = TN-HH * 3600 + TN-MM * 60 + TN-SS
        - RUN-START-SECS.
    IF PROGRESS-ELAPSED < 0
        ADD 86400 TO PROGRESS-ELAPSED
    END-IF.
    PERFORM AUDIT-STAMP-NOW.
    OPEN OUTPUT PROGRESS-FILE.
    MOVE SPACE TO PROGRESS-LINE.
    STRING "WORKING " DELIMITED BY SIZE
        BOOT-FILE-NAME DELIMITED BY SPACE
        " AS OF " DELIMITED BY SIZE
        NOW-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        NOW-TIME DELIMITED BY SIZE
        INTO PROGRESS-LINE.
    WRITE PROGRESS-LINE.
    MOVE SPACE TO PROGRESS-LINE.
    IF SOLVER-ACTIVE = 'Y'
        IF REPAIR-PHASE = 2
            MOVE "PHASE 2 - DUAL SWAP ANALYTIC SOLVER" TO PROGRESS-LINE
        ELSE
            MOVE "PHASE 1 - SINGLE SWAP ANALYTIC SOLVER" TO PROGRESS-LINE
        END-IF
    ELSE
        IF REPAIR-PHASE = 2
            MOVE "PHASE 2 - DUAL SWAP SEARCH" TO PROGRESS-LINE
        ELSE
            MOVE "PHASE 1 - SINGLE SWAP SEARCH" TO PROGRESS-LINE
        END-IF
    END-IF.
    WRITE PROGRESS-LINE.
    MOVE SPACE TO PROGRESS-LINE.
    STRING "CANDIDATES TRIED " DELIMITED BY SIZE
        CAND-COUNT DELIMITED BY SIZE
        " OF " DELIMITED BY SIZE
        TOTAL-CAND DELIMITED BY SIZE
        " POSSIBLE - " DELIMITED BY SIZE
        PROGRESS-PCT DELIMITED BY SIZE
        " PCT COMPLETE" DELIMITED BY SIZE
        INTO PROGRESS-LINE.
    WRITE PROGRESS-LINE.
    MOVE SPACE TO PROGRESS-LINE.
    IF TIME-BUDGET-SECS > 0
        STRING "ELAPSED " DELIMITED BY SIZE
            PROGRESS-ELAPSED DELIMITED BY SIZE
            " OF " DELIMITED BY SIZE
            TIME-BUDGET-SECS DELIMITED BY SIZE
            " BUDGETED SECONDS" DELIMITED BY SIZE

*> Opened only the first time something actually needs requeueing,
*> so a night that finishes inside its budget leaves no requeue file
*> behind to confuse the morning handoff. Opened for extend, never
*> rewritten - SIGNOFF adds engineer rejections to the same list, and
*> INTAKE is what empties it once carried. A name listed twice costs
*> nothing: INTAKE carries each name once.
REQUEUE-ADD.
    IF REQUEUE-OPENED NOT = 'Y'
        OPEN EXTEND REQUEUE-FILE
        IF REQUEUE-STATUS NOT = "00" AND REQUEUE-STATUS NOT = "05"
            DISPLAY "REQUEUE-ADD ABORT - REQUEUE LIST " REQUEUE-FILE-NAME
                " OPEN FAILED, STATUS " REQUEUE-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'Y' TO REQUEUE-OPENED
    END-IF.
    MOVE REQUEUE-NAME-W TO REQUEUE-LINE.
    WRITE REQUEUE-LINE.

*> ---------------------------------------------------------------
*> RUNSTATE-READ / RUNSTATE-LOAD / RUNSTATE-NOTE-PRIOR /
*> CHECK-ENTRY-DONE /
*> CARRY-ENTRY-FORWARD / RUNSTATE-NOTE-LINE / RUNSTATE-MARK-DONE /
*> RUNSTATE-CLEAR implement the run-level restart described at the
*> RUNSTATE-FILE-NAME declaration. A state-file problem is never
RUNSTATE-READ.
    MOVE 0 TO RST-SAVE-COUNT.
    MOVE 0 TO RST-DONE-COUNT.
    PERFORM RUNSTATE-LOAD.
    IF RST-DONE-COUNT > 0
        DISPLAY "DRIVER-PRG - RESTART, " RST-DONE-COUNT
            " FILELIST ENTRIES ALREADY COMPLETE CARRY FORWARD"
    END-IF.

*> Adds one journal's records to the saved tables - the merge step
*> loads every stream's journal into them in turn.
RUNSTATE-LOAD.
    OPEN INPUT RUNSTATE-FILE.
    IF RST-STATUS = "00"
        MOVE SPACE TO RST-EOF
            CLOSE RUNSTATE-FILE
        END-IF
    END-IF.

*> A LINE record for a (entry, report-line name) pair already saved
*> replaces the earlier image instead of taking a new slot - the
            END-IF
            ADD 1 TO RST-I
        END-PERFORM
        IF RST-J = 0
            IF RST-SAVE-COUNT < 600
                ADD 1 TO RST-SAVE-COUNT
                MOVE RST-SAVE-COUNT TO RST-J
                MOVE RST-ENTRY-NAME TO RSV-ENTRY(RST-J)
            ELSE
                DISPLAY "RUNSTATE-READ - OVER 600 SAVED REPORT LINES, ["
                    RST-ENTRY-NAME "] WILL REPROCESS"
            END-IF
        END-IF
*> A journal written before LINE records carried the fingerprint
*> reads those columns back as spaces - zeros never match anything.
        IF RST-J > 0
            MOVE RST-IMAGE TO RSV-LINE(RST-J)
            IF RST-FPRINT IS NUMERIC AND RST-LOADED IS NUMERIC
                MOVE RST-FPRINT TO RSV-FPRINT(RST-J)
                MOVE RST-LOADED TO RSV-LOADED(RST-J)
            ELSE
                MOVE 0 TO RSV-FPRINT(RST-J)
                MOVE 0 TO RSV-LOADED(RST-J)
            END-IF
        END-IF
    END-IF.
    IF RST-KIND = "DONE" AND RST-DONE-COUNT < 500
        ADD 1 TO RST-DONE-COUNT
*> the abend that made this restart necessary struck *before*
*> VERIFY-PASS, TREND-RPT and RECON-RPT ever ran, so this run's
*> passes are the only ones the carried files will ever get. The
*> slot's fingerprint comes from the journal record alongside the
*> image, so a later copy of a carried program still reports
*> DUPLICATE against it and the housekeeping pass can still drop a
*> carried fix that fails its verify rerun; RES-FIXED comes from
*> what the image proves was written: a SOLVED line, or a CLEAN one
*> whose patch column shows a directive delivery. Only the history
*> and audit appends stay skipped - the interrupted run already made
*> those before it fell over (or, for the merge step, the stream's
*> journals carry them).
CARRY-ENTRY-FORWARD.
    MOVE 1 TO RST-I.
    PERFORM UNTIL RST-I > RST-SAVE-COUNT
                IF RPT-STATUS = "SOLVED"
                        OR (RPT-STATUS = "CLEAN"
                        AND RPT-PATCH-INFO NOT = SPACE)
                        OR (RPT-STATUS = "AMBIGUOUS"
                        AND RPT-MOD-PTR > 0)
                    MOVE 'Y' TO RES-FIXED(RESULT-COUNT)
                ELSE
                    MOVE SPACE TO RES-FIXED(RESULT-COUNT)
                END-IF
                MOVE RSV-FPRINT(RST-I) TO RES-FPRINT(RESULT-COUNT)
                MOVE RSV-LOADED(RST-I) TO RES-LOADED(RESULT-COUNT)
                MOVE SPACE TO RES-VERIFY-FAIL(RESULT-COUNT)
                MOVE RSV-ENTRY(RST-I) TO RES-ENTRY-NAME(RESULT-COUNT)
                MOVE RPT-MOD-PTR TO RES-MOD-PTR(RESULT-COUNT)
                MOVE RPT-SECOND-PTR TO RES-SECOND-PTR(RESULT-COUNT)
                MOVE RPT-REPAIR-MODE TO RES-REPAIR-MODE(RESULT-COUNT)
                MOVE RPT-SITE-CODE TO RES-SITE-CODE(RESULT-COUNT)
                MOVE SPACE TO RES-VERIFY-RESULT(RESULT-COUNT)
                MOVE SPACE TO RES-RECON(RESULT-COUNT)
                MOVE RPT-PART1-ACCUM TO RES-PART1(RESULT-COUNT)
            ELSE
                DISPLAY "CARRY-ENTRY-FORWARD - RUN EXCEEDS 500 FILES, ["
                    RPT-FILE-NAME "] LEFT OUT OF THE END-OF-RUN PASSES"
        DISPLAY "RUNSTATE - STATE FILE OPEN FAILED, STATUS " RST-STATUS
    ELSE
        MOVE ENTRY-FILE-NAME TO RST-ENTRY-NAME
        MOVE SPACE TO RST-SEP1 RST-SEP2 RST-SEP3 RST-SEP4
        MOVE "LINE" TO RST-KIND
        MOVE RST-IMAGE-W TO RST-IMAGE
        IF LOAD-ABORT = 'Y'
            MOVE 0 TO RST-FPRINT
            MOVE 0 TO RST-LOADED
        ELSE
            MOVE FPRINT TO RST-FPRINT
            MOVE LOADED-COUNT TO RST-LOADED
        END-IF
        WRITE RUNSTATE-LINE
        IF RST-STATUS NOT = "00"
            DISPLAY "RUNSTATE - STATE FILE WRITE FAILED, STATUS "
        DISPLAY "RUNSTATE - STATE FILE OPEN FAILED, STATUS " RST-STATUS
    ELSE
        MOVE ENTRY-FILE-NAME TO RST-ENTRY-NAME
        MOVE SPACE TO RST-SEP1 RST-SEP2 RST-SEP3 RST-SEP4
        MOVE "DONE" TO RST-KIND
        MOVE SPACE TO RST-IMAGE
        MOVE 0 TO RST-FPRINT
        MOVE 0 TO RST-LOADED
        WRITE RUNSTATE-LINE
        IF RST-STATUS NOT = "00"
            DISPLAY "RUNSTATE - STATE FILE WRITE FAILED, STATUS "
    CLOSE RUNSTATE-FILE.

*> ---------------------------------------------------------------
*> STREAM-DERIVE-NAMES / MERGE-RUN / MERGE-ONE-ENTRY /
*> MERGE-REQUEUE-LOAD / MERGE-REQUEUE-NOTE / MERGE-HIST-APPLY /
*> MERGE-CAT-APPLY / MERGE-AUDIT-COPY / MERGE-XCHECK-COPY /
*> MERGE-CLEAR-STREAMS run a night split into parallel streams.
*> STRSPLIT divides the filelist into "<filelist>-p1" .. "-pn",
*> balanced on each dump's length, its jmp/nop population and what
*> its search cost the last time it came through, and keeps every
*> set of identical dumps (and every repeated name) on one stream in
*> filelist order - CHECK-RUN-DUP only ever sees its own run's
*> results, so that is what lets a duplicate still report DUPLICATE
*> against the very copy a serial run would have named. Each stream
*> is an ordinary run over its partition, with its own report
*> "<report>-pk", requeue list and run-state journal, except that it
*> leaves the shared files alone (see STREAM-NO) and skips the
*> end-of-run passes. The merge step runs once every stream has
*> ended, over the original filelist: it loads every stream's
*> run-state journal and carries each finished entry forward exactly
*> as a restart would, so the merged report comes out in filelist
*> order with the control totals a serial run would have given;
*> applies the history journals to "runhist" and the catalog
*> journals to "catalog" and copies the audit segments into
*> "auditlog", emptying each as it goes so a rerun of the merge never
*> applies one twice; combines the requeue lists, adding any entry no
*> stream finished - a stream that abended and was never restarted -
*> so nothing drops out of the next night; and then runs the verify,
*> trend, reconciliation and housekeeping passes over the whole
*> night. A stream that abends is restarted from its own deck, like
*> any run, before the merge; the merge only clears the streams'
*> journals and requeue lists once it has finished.
*> ---------------------------------------------------------------
STREAM-DERIVE-NAMES.
    MOVE SPACE TO STREAM-SUFFIX.
    STRING "-p" DELIMITED BY SIZE
        STREAM-K(2:1) DELIMITED BY SIZE
        INTO STREAM-SUFFIX.
    MOVE SPACE TO SJ-HIST-NAME.
    STRING "runhist" DELIMITED BY SIZE
        STREAM-SUFFIX DELIMITED BY SIZE
        INTO SJ-HIST-NAME.
    MOVE SPACE TO SJ-CAT-NAME.
    STRING "catalog" DELIMITED BY SIZE
        STREAM-SUFFIX DELIMITED BY SIZE
        INTO SJ-CAT-NAME.
    MOVE SPACE TO SJ-AUDIT-NAME.
    STRING "auditlog" DELIMITED BY SIZE
        STREAM-SUFFIX DELIMITED BY SIZE
        INTO SJ-AUDIT-NAME.
    MOVE SPACE TO SJ-RUNSTATE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        STREAM-SUFFIX DELIMITED BY SIZE
        "-runstate" DELIMITED BY SIZE
        INTO SJ-RUNSTATE-NAME.
    MOVE SPACE TO SJ-REQUEUE-NAME.
    STRING FILELIST-NAME DELIMITED BY SPACE
        STREAM-SUFFIX DELIMITED BY SIZE
        "-requeue" DELIMITED BY SIZE
        INTO SJ-REQUEUE-NAME.
    MOVE SPACE TO SJ-XCHECK-NAME.
    STRING REPORT-NAME DELIMITED BY SPACE
        STREAM-SUFFIX DELIMITED BY SIZE
        "-xcheck" DELIMITED BY SIZE
        INTO SJ-XCHECK-NAME.

MERGE-RUN.
    MOVE 0 TO RST-SAVE-COUNT.
    MOVE 0 TO RST-DONE-COUNT.
    MOVE 0 TO MRQ-COUNT.
    MOVE 1 TO STREAM-K.
    PERFORM UNTIL STREAM-K > MERGE-STREAMS
        PERFORM STREAM-DERIVE-NAMES
        MOVE SJ-RUNSTATE-NAME TO RUNSTATE-FILE-NAME
        PERFORM RUNSTATE-LOAD
        PERFORM MERGE-REQUEUE-LOAD
        PERFORM MERGE-HIST-APPLY
        PERFORM MERGE-CAT-APPLY
        PERFORM MERGE-AUDIT-COPY
        IF SOLVER-MODE = "CROSSCHECK"
            PERFORM MERGE-XCHECK-COPY
        END-IF
        ADD 1 TO STREAM-K
    END-PERFORM.
    DISPLAY "MERGE-RUN - " MERGE-STREAMS " STREAMS, " RST-DONE-COUNT
        " ENTRIES FINISHED, HISTORY RECORDS APPLIED " MRG-HIST-APPLIED
        " (" MRG-HIST-DUPS " DUPLICATE KEYS), CATALOG ENTRIES "
        MRG-CAT-APPLIED ", AUDIT RECORDS " MRG-AUDIT-COPIED.
    OPEN INPUT FILELIST-FILE.
    IF FILELIST-STATUS = "00"
        MOVE SPACE TO FILELIST-EOF
        PERFORM UNTIL FILELIST-EOF = 'Y'
            READ FILELIST-FILE INTO FILELIST-LINE
                AT END
                    MOVE 'Y' TO FILELIST-EOF
                NOT AT END
                    ADD 1 TO FILES-READ
                    MOVE FILELIST-LINE TO BOOT-FILE-NAME
                    PERFORM MERGE-ONE-ENTRY
            END-READ
        END-PERFORM
        CLOSE FILELIST-FILE
    ELSE
        IF FILELIST-STATUS = "05"
            CLOSE FILELIST-FILE
        END-IF
        DISPLAY "MERGE-RUN - FILELIST " FILELIST-NAME
            " NOT AVAILABLE, STATUS " FILELIST-STATUS
            " - NOTHING TO MERGE"
    END-IF.
    MOVE 1 TO MRQ-I.
    PERFORM UNTIL MRQ-I > MRQ-COUNT
        MOVE MRQ-NAME(MRQ-I) TO REQUEUE-NAME-W
        PERFORM REQUEUE-ADD
        ADD 1 TO MRQ-I
    END-PERFORM.
    IF MRG-UNFINISHED > 0
        DISPLAY "MERGE-RUN - " MRG-UNFINISHED " ENTRIES FINISHED BY NO "
            "STREAM AND ON NO REQUEUE LIST - ADDED TO " REQUEUE-FILE-NAME
    END-IF.

*> A finished entry is carried forward the way a restart carries
*> one, with the sender looked up again so the merged control totals
*> count unregistered senders as the serial run would. An unfinished
*> one counts as never started.
MERGE-ONE-ENTRY.
    PERFORM CHECK-ENTRY-DONE.
    IF ENTRY-DONE-PRIOR = 'Y'
        MOVE BOOT-FILE-NAME TO ENTRY-FILE-NAME
        PERFORM ENTRY-NAME-MEASURE
        PERFORM SITE-LOOKUP
        PERFORM CARRY-ENTRY-FORWARD
    ELSE
        ADD 1 TO FILES-SKIPPED
        MOVE FILELIST-LINE TO REQUEUE-NAME-W
        PERFORM MERGE-REQUEUE-NOTE
        IF MRQ-FOUND NOT = 'Y'
            ADD 1 TO MRG-UNFINISHED
            DISPLAY "MERGE-RUN - [" FILELIST-LINE
                "] WAS NOT FINISHED BY ANY STREAM"
        END-IF
    END-IF.

MERGE-REQUEUE-LOAD.
    MOVE SJ-REQUEUE-NAME TO JOURNAL-NAME.
    OPEN INPUT JOURNAL-FILE.
    IF JRN-STATUS = "00"
        MOVE SPACE TO JRN-EOF
        PERFORM UNTIL JRN-EOF = 'Y'
            READ JOURNAL-FILE
                AT END
                    MOVE 'Y' TO JRN-EOF
                NOT AT END
                    IF JOURNAL-LINE NOT = SPACE
                        MOVE JOURNAL-LINE TO REQUEUE-NAME-W
                        PERFORM MERGE-REQUEUE-NOTE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
    ELSE
        IF JRN-STATUS = "05"
            CLOSE JOURNAL-FILE
        END-IF
    END-IF.

*> Adds REQUEUE-NAME-W to the combined list unless it is already
*> there; MRQ-FOUND tells the caller which.
MERGE-REQUEUE-NOTE.
    MOVE SPACE TO MRQ-FOUND.
    MOVE 1 TO MRQ-I.
    PERFORM UNTIL MRQ-I > MRQ-COUNT OR MRQ-FOUND = 'Y'
        IF MRQ-NAME(MRQ-I) = REQUEUE-NAME-W
            MOVE 'Y' TO MRQ-FOUND
        END-IF
        ADD 1 TO MRQ-I
    END-PERFORM.
    IF MRQ-FOUND NOT = 'Y'
        IF MRQ-COUNT < 500
            ADD 1 TO MRQ-COUNT
            MOVE REQUEUE-NAME-W TO MRQ-NAME(MRQ-COUNT)
        ELSE
            DISPLAY "MERGE-RUN - REQUEUE LIST EXCEEDS 500 NAMES, ["
                REQUEUE-NAME-W "] NOT REQUEUED"
        END-IF
    END-IF.

*> The history journal goes into the master record by record under
*> the same rule WRITE-HIST applies - a key already there (the same
*> name twice in one night) keeps the first record - and is emptied
*> once applied.
MERGE-HIST-APPLY.
    MOVE SJ-HIST-NAME TO JOURNAL-NAME.
    OPEN INPUT JOURNAL-FILE.
    IF JRN-STATUS = "00"
        MOVE SPACE TO JRN-EOF
        PERFORM UNTIL JRN-EOF = 'Y'
            READ JOURNAL-FILE
                AT END
                    MOVE 'Y' TO JRN-EOF
                NOT AT END
                    MOVE JOURNAL-HIST-LINE TO HIST-LINE
                    WRITE HIST-LINE
                    IF HIST-STATUS = "22"
                        ADD 1 TO MRG-HIST-DUPS
                        DISPLAY "MERGE-RUN - [" JHL-FILE-NAME
                            "] ALREADY RECORDED THIS RUN, HISTORY KEEPS THE FIRST"
                    ELSE
                        IF HIST-STATUS NOT = "00"
                            DISPLAY "MERGE-RUN ABORT - RUN HISTORY WRITE FAILED, STATUS "
                                HIST-STATUS " APPLYING " SJ-HIST-NAME
                            STOP RUN
                        END-IF
                        ADD 1 TO MRG-HIST-APPLIED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
        OPEN OUTPUT JOURNAL-FILE
        CLOSE JOURNAL-FILE
    ELSE
        IF JRN-STATUS = "05"
            CLOSE JOURNAL-FILE
        END-IF
    END-IF.

*> Appended behind everything already cataloged, so CATALOG-LOOKUP's
*> last-match-wins still favors the newest fix for a fingerprint.
*> A catalog that won't open leaves the journal to the next merge.
MERGE-CAT-APPLY.
    MOVE SJ-CAT-NAME TO JOURNAL-NAME.
    OPEN INPUT JOURNAL-FILE.
    IF JRN-STATUS = "00"
        OPEN EXTEND CATALOG-FILE
        IF CAT-STATUS NOT = "00" AND CAT-STATUS NOT = "05"
            DISPLAY "MERGE-RUN - CATALOG OPEN FAILED, STATUS " CAT-STATUS
                ", " SJ-CAT-NAME " KEPT"
            CLOSE JOURNAL-FILE
        ELSE
            MOVE SPACE TO JRN-EOF
            PERFORM UNTIL JRN-EOF = 'Y'
                READ JOURNAL-FILE
                    AT END
                        MOVE 'Y' TO JRN-EOF
                    NOT AT END
                        WRITE CATALOG-LINE FROM JOURNAL-LINE
                        ADD 1 TO MRG-CAT-APPLIED
                END-READ
            END-PERFORM
            CLOSE CATALOG-FILE
            CLOSE JOURNAL-FILE
            OPEN OUTPUT JOURNAL-FILE
            CLOSE JOURNAL-FILE
        END-IF
    ELSE
        IF JRN-STATUS = "05"
            CLOSE JOURNAL-FILE
        END-IF
    END-IF.

MERGE-AUDIT-COPY.
    MOVE SJ-AUDIT-NAME TO JOURNAL-NAME.
    OPEN INPUT JOURNAL-FILE.
    IF JRN-STATUS = "00"
        MOVE SPACE TO JRN-EOF
        PERFORM UNTIL JRN-EOF = 'Y'
            READ JOURNAL-FILE
                AT END
                    MOVE 'Y' TO JRN-EOF
                NOT AT END
                    WRITE AUDIT-LINE FROM JOURNAL-LINE
                    ADD 1 TO MRG-AUDIT-COPIED
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
        OPEN OUTPUT JOURNAL-FILE
        CLOSE JOURNAL-FILE
    ELSE
        IF JRN-STATUS = "05"
            CLOSE JOURNAL-FILE
        END-IF
    END-IF.

MERGE-XCHECK-COPY.
    MOVE SJ-XCHECK-NAME TO JOURNAL-NAME.
    OPEN INPUT JOURNAL-FILE.
    IF JRN-STATUS = "00"
        MOVE SPACE TO JRN-EOF
        PERFORM UNTIL JRN-EOF = 'Y'
            READ JOURNAL-FILE
                AT END
                    MOVE 'Y' TO JRN-EOF
                NOT AT END
                    WRITE XCHECK-LINE FROM JOURNAL-LINE
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
    ELSE
        IF JRN-STATUS = "05"
            CLOSE JOURNAL-FILE
        END-IF
    END-IF.

MERGE-CLEAR-STREAMS.
    MOVE 1 TO STREAM-K.
    PERFORM UNTIL STREAM-K > MERGE-STREAMS
        PERFORM STREAM-DERIVE-NAMES
        MOVE SJ-RUNSTATE-NAME TO RUNSTATE-FILE-NAME
        PERFORM RUNSTATE-CLEAR
        CALL "CBL_DELETE_FILE" USING SJ-REQUEUE-NAME
        ADD 1 TO STREAM-K
    END-PERFORM.

*> ---------------------------------------------------------------
*> CKPT-READ / CKPT-OPEN / CKPT-WRITE / CKPT-CLOSE / REAPPLY-FIX
*> support REPAIR-PRG's restart logic above: CKPT-READ establishes
*> where to resume (reading forward to the last record, since a prior
*> run may have left more than one behind), CKPT-OPEN/CKPT-CLOSE
*> bracket the whole search so CKPT-WRITE only has to WRITE a record
*> rather than open and close the file for every candidate tried -
*> with a boot file near the 999-instruction cap, phase 2's two-swap
*> search alone can try on the order of half a million candidates, and
*> reopening the file that often would cost far more than the search
*> itself. Since the search began walking BUILD-CAND-ORDER's
*> executed-path-first order, the record's MOD-PTR/SECOND-PTR fields
*> carry positions *in that candidate order* (CAND-IX/CAND-JX), not
*> raw instruction numbers - the order is rebuilt identically from
*> the same dump on resume, so an index round-trips exactly. The
*> FOUND fields still carry real instruction positions. Records
*> written under the order scheme carry the "C2" format marker;
*> CKPT-READ restarts from the top when an unsolved record lacks it
*> rather than resume raw positions at the wrong place in the order.
*> CKPT-WRITE checks CKPT-STATUS after the WRITE (and CKPT-OPEN
*> after the OPEN) and aborts the job rather than silently continuing
*> a search whose checkpoint isn't actually being saved. REAPPLY-FIX
*> replays an already-found fix against the freshly loaded program when
*> resuming a run that had already reached SOLUTION = 'Y'.
*> ---------------------------------------------------------------
CKPT-READ.
    MOVE 1 TO START-PHASE.
    MOVE 1 TO START-MOD-PTR.
    MOVE 0 TO START-SECOND-PTR.
    MOVE SPACE TO CKPT-EOF.
    MOVE SPACE TO CKPT-HAVE-RECORD.
    OPEN INPUT CHECKPOINT-FILE.
*> An OPTIONAL file that doesn't exist yet still opens successfully
*> here, with status 05 rather than 00 - both mean the OPEN itself
*> worked and the file needs closing; 05 additionally means there is
*> nothing to read.
    IF CKPT-STATUS = "00" OR CKPT-STATUS = "05"
        PERFORM UNTIL CKPT-EOF = 'Y'
            READ CHECKPOINT-FILE
                AT END
                    MOVE 'Y' TO CKPT-EOF
                NOT AT END
                    MOVE 'Y' TO CKPT-HAVE-RECORD
            END-READ
        END-PERFORM
        IF CKPT-HAVE-RECORD = 'Y'
            IF CKPT-SOLUTION = 'Y'
*> A solved record's FOUND fields carried real instruction positions
*> under every record format, so an old solved checkpoint replays
            CLOSE CATALOG-FILE
        END-IF
    END-IF.
*> A cataloged fix an engineer has since rejected is no answer - the
*> file goes to the search, which passes that fix over too.
    IF CATALOG-HIT = 'Y' AND FILE-REJFIX-COUNT > 0
        MOVE FOUND-MOD-PTR TO RJ-MOD-W
        MOVE FOUND-SECOND-PTR TO RJ-SECOND-W
        PERFORM REJFIX-CHECK
        IF FIX-REJECTED = 'Y'
            MOVE SPACE TO CATALOG-HIT
            MOVE SPACE TO REPAIR-MODE
            MOVE 0 TO FOUND-MOD-PTR
            MOVE 0 TO FOUND-SECOND-PTR
        END-IF
    END-IF.

*> A stream adds to its own "catalog-pk" journal, which the merge
*> step appends to the catalog - lookups still read the shared one.
CATALOG-ADD.
    IF STREAM-NO > 0
        MOVE SJ-CAT-NAME TO CATALOG-NAME
    END-IF.
    OPEN EXTEND CATALOG-FILE.
    IF CAT-STATUS NOT = "00" AND CAT-STATUS NOT = "05"
        DISPLAY "CATALOG-ADD - CATALOG OPEN FAILED, STATUS " CAT-STATUS
        END-IF
        CLOSE CATALOG-FILE
    END-IF.
    MOVE "catalog" TO CATALOG-NAME.

*> Writes the corrected INSTR/ADDR tables back out in the same
*> FIN/FX/FAD shape as the original boot file, so the repair job hands
    MOVE SPACE TO RPT-REASON.
    MOVE SPACE TO RPT-SEP10.
    MOVE SPACE TO RPT-PATCH-INFO.
    MOVE SPACE TO RPT-SEP11.
    MOVE SITE-CODE-W TO RPT-SITE-CODE.
    IF PATCH-COUNT > 0
        STRING "PATCHED AT " DELIMITED BY SIZE
            PATCH-ECHO DELIMITED BY SIZE
*> status, the PART2 column carries the first file's answer across,
*> and the reason column names that first file for the morning
*> reader.
        IF DUP-FOUND = 'Y'
            MOVE "DUPLICATE" TO RPT-STATUS
*> The 40-byte reason column holds the lead-in plus 27 characters of
*> the first file's name - a longer name shows truncated here, and
*> the full spelling is the matching earlier report line's own name
*> column. Accepted rather than widening every report reader.
            STRING "DUPLICATE OF " DELIMITED BY SIZE
                DUP-OF-NAME DELIMITED BY SPACE
                INTO RPT-REASON
            MOVE 0 TO RPT-PART1-ACCUM
            MOVE 0 TO RPT-MOD-PTR
            MOVE 0 TO RPT-SECOND-PTR
            MOVE 0 TO RPT-REENTRY-PTR
            MOVE 0 TO RPT-CYCLE-LEN
            COMPUTE DUP-PART2-N = FUNCTION NUMVAL(DUP-PART2)
            MOVE DUP-PART2-N TO RPT-PART2-ACCUM
        ELSE
            MOVE PART1-ACCUM TO RPT-PART1-ACCUM
            IF RUN-INVALID-OPCODE = 'Y'
                MOVE "REJECTED" TO RPT-STATUS
                MOVE "UNRECOGNIZED OPCODE - SEE CONSOLE" TO RPT-REASON
                MOVE 0 TO RPT-MOD-PTR
                MOVE 0 TO RPT-SECOND-PTR
                MOVE 0 TO RPT-PART2-ACCUM
                MOVE 0 TO RPT-REENTRY-PTR
                MOVE 0 TO RPT-CYCLE-LEN
            ELSE
                MOVE PART1-REENTRY-PTR TO RPT-REENTRY-PTR
                MOVE PART1-CYCLE-LEN TO RPT-CYCLE-LEN
                IF PART1-CYCLE-LEN = 0 AND PART1-OOB NOT = 'Y'
                        AND PART1-OVERFLOW NOT = 'Y'
                    MOVE "CLEAN" TO RPT-STATUS
                    MOVE 0 TO RPT-MOD-PTR
                    MOVE 0 TO RPT-SECOND-PTR
                    MOVE PART1-ACCUM TO RPT-PART2-ACCUM
                ELSE
                    IF FILE-AMBIGUOUS = 'Y'
*> An exhaustive search found fixes ending on different accumulators.
*> The pointer and PART2 columns carry the alternative the manifest
*> named when there was one (and that alternative shipped); with no
*> pick they are zeroed like any other no-answer status and the
*> "-alternatives" list is the only place the candidates appear.
                        MOVE "AMBIGUOUS" TO RPT-STATUS
                        IF SOLUTION = 'Y'
                            MOVE FOUND-MOD-PTR TO RPT-MOD-PTR
                            MOVE FOUND-SECOND-PTR TO RPT-SECOND-PTR
                            MOVE REPAIR-MODE TO RPT-REPAIR-MODE
                            MOVE ACCUM TO RPT-PART2-ACCUM
                            STRING "MANIFEST NAMES ALT " DELIMITED BY SIZE
                                ALT-PICK DELIMITED BY SIZE
                                " OF " DELIMITED BY SIZE
                                ALT-COUNT DELIMITED BY SIZE
                                INTO RPT-REASON
                        ELSE
                            MOVE 0 TO RPT-MOD-PTR
                            MOVE 0 TO RPT-SECOND-PTR
                            MOVE 0 TO RPT-PART2-ACCUM
                            IF MAN-FOUND-IX > 0
                                STRING ALT-COUNT DELIMITED BY SIZE
                                    " FIXES " DELIMITED BY SIZE
                                    ALT-DISTINCT DELIMITED BY SIZE
                                    " ANSWERS, NONE MATCH MANIFEST"
                                        DELIMITED BY SIZE
                                    INTO RPT-REASON
                            ELSE
                                STRING ALT-COUNT DELIMITED BY SIZE
                                    " FIXES " DELIMITED BY SIZE
                                    ALT-DISTINCT DELIMITED BY SIZE
                                    " ANSWERS - SEE ALTERNATIVES"
                                        DELIMITED BY SIZE
                                    INTO RPT-REASON
                            END-IF
                        END-IF
                    ELSE
                        IF SOLUTION = 'Y'
                            MOVE "SOLVED" TO RPT-STATUS
                            MOVE FOUND-MOD-PTR TO RPT-MOD-PTR
                            MOVE FOUND-SECOND-PTR TO RPT-SECOND-PTR
                            MOVE REPAIR-MODE TO RPT-REPAIR-MODE
                            MOVE ACCUM TO RPT-PART2-ACCUM
                            IF CATALOG-HIT = 'Y'
                                MOVE "CATALOG HIT" TO RPT-REASON
                            END-IF
                            IF ALT-COUNT > 1
                                STRING ALT-COUNT DELIMITED BY SIZE
                                    " FIXES, ONE ANSWER - SEE ALTERNATIVES"
                                        DELIMITED BY SIZE
                                    INTO RPT-REASON
                            END-IF
                        ELSE
                            IF FILE-TIMEDOUT = 'Y'
                                MOVE "TIMEDOUT" TO RPT-STATUS
                                MOVE "BATCH TIME BUDGET EXPIRED" TO RPT-REASON
                                MOVE 0 TO RPT-MOD-PTR
                                MOVE 0 TO RPT-SECOND-PTR
                                MOVE 0 TO RPT-PART2-ACCUM
                            ELSE
                                IF PART1-OOB = 'Y'
                                    MOVE "OUTOFBOUNDS" TO RPT-STATUS
                                    MOVE PART1-OOB-TARGET TO OOB-TARGET-ED
                                    STRING "WILD JUMP FROM " DELIMITED BY SIZE
                                        PART1-OOB-FROM DELIMITED BY SIZE
                                        " TO " DELIMITED BY SIZE
                                        OOB-TARGET-ED DELIMITED BY SIZE
                                        INTO RPT-REASON
                                    MOVE 0 TO RPT-MOD-PTR
                                    MOVE 0 TO RPT-SECOND-PTR
                                    MOVE 0 TO RPT-PART2-ACCUM
                                ELSE
                                    IF PART1-OVERFLOW = 'Y'
*> The original run crossed the device's register range before it
*> could loop - the report carries the acc instruction and the step
*> that crossed it, and no swap the search tried stayed inside the
*> range either (a swap that did would have reported SOLVED above).
                                        MOVE "OVERFLOW" TO RPT-STATUS
                                        STRING "ACC RANGE CROSSED AT " DELIMITED BY SIZE
                                            PART1-OVF-PTR DELIMITED BY SIZE
                                            " STEP " DELIMITED BY SIZE
                                            PART1-OVF-STEP DELIMITED BY SIZE
                                            INTO RPT-REASON
                                        MOVE 0 TO RPT-MOD-PTR
                                        MOVE 0 TO RPT-SECOND-PTR
                                        MOVE 0 TO RPT-PART2-ACCUM
                                    ELSE
                                        MOVE "UNSOLVED" TO RPT-STATUS
                                        MOVE 0 TO RPT-MOD-PTR
                                        MOVE 0 TO RPT-SECOND-PTR
                                        MOVE 0 TO RPT-PART2-ACCUM
                                        IF CAND-LIMIT-HIT = 'Y'
                                            MOVE "CANDIDATE LIMIT REACHED" TO RPT-REASON
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
*> A cross-check disagreement keeps the search's status and fix but
*> takes over the reason column, so the exception listing carries it.
    IF XCHECK-FAIL = 'Y'
        MOVE SPACE TO RPT-REASON
        STRING "XCHECK SOLVER " DELIMITED BY SIZE
            XCK-MOD-PTR DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            XCK-SECOND-PTR DELIMITED BY SIZE
            " SEARCH " DELIMITED BY SIZE
            FOUND-MOD-PTR DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FOUND-SECOND-PTR DELIMITED BY SIZE
            INTO RPT-REASON
    END-IF.
    MOVE RPT-STATUS TO LAST-STATUS.
    PERFORM COUNT-STATUS.
            ADD 1 TO CNT-DUPLICATE
        WHEN "OVERFLOW"
            ADD 1 TO CNT-OVERFLOW
*> An AMBIGUOUS line with a fix position is one the manifest picked
*> for - it shipped, but only on the site sheet's say-so.
        WHEN "AMBIGUOUS"
            ADD 1 TO CNT-AMBIGUOUS
            IF RPT-MOD-PTR > 0
                ADD 1 TO CNT-AMBIG-PICKED
            END-IF
    END-EVALUATE.
    IF RPT-REASON(1:7) = "XCHECK "
        ADD 1 TO CNT-XCHECK
    END-IF.

*> ---------------------------------------------------------------
*> HIST-OPEN / WRITE-HIST / TREND-RPT / TREND-FIND-PRIOR keep the
    END-IF.

WRITE-HIST.
    MOVE SPACE TO HIST-LINE.
    MOVE RUN-STAMP TO HST-RUN-STAMP.
    MOVE BOOT-FILE-NAME TO HST-FILE-NAME.
    MOVE RPT-STATUS TO HST-STATUS.
    MOVE RPT-PART1-ACCUM TO HST-PART1-ACCUM.
    MOVE RPT-PART2-ACCUM TO HST-PART2-ACCUM.
    MOVE RPT-SITE-CODE TO HST-SITE-CODE.
    MOVE SPACE TO HST-SEP5.
    MOVE CAND-COUNT TO HST-CANDIDATES.
    MOVE RPT-MOD-PTR TO HST-MOD-PTR.
    MOVE RPT-SECOND-PTR TO HST-SECOND-PTR.
    MOVE RPT-REPAIR-MODE TO HST-REPAIR-MODE.
    MOVE RPT-CYCLE-LEN TO HST-CYCLE-LEN.
    IF RPT-MOD-PTR > 0
        MOVE RPT-MOD-PTR TO FLT-PTR-W
        PERFORM FAULT-CLASSIFY
        MOVE FLT-INSTR-W TO HST-FAULT1-INSTR
        MOVE FLT-AREA-W TO HST-FAULT1-AREA
    END-IF.
    IF RPT-SECOND-PTR > 0
        MOVE RPT-SECOND-PTR TO FLT-PTR-W
        PERFORM FAULT-CLASSIFY
        MOVE FLT-INSTR-W TO HST-FAULT2-INSTR
        MOVE FLT-AREA-W TO HST-FAULT2-AREA
    END-IF.
    IF STREAM-NO > 0
        PERFORM HIST-JOURNAL-WRITE
    ELSE
        WRITE HIST-LINE
*> Status 22 is a duplicate key - the same boot file name listed
*> twice on one filelist lands on the same (name, stamp) key. The
*> first record stands; losing the repeat costs nothing the report
*> doesn't already show, so it is only called out, not fatal.
        IF HIST-STATUS = "22"
            DISPLAY "WRITE-HIST - [" BOOT-FILE-NAME
                "] ALREADY RECORDED THIS RUN, HISTORY KEEPS THE FIRST"
        ELSE
            IF HIST-STATUS NOT = "00"
                DISPLAY "WRITE-HIST ABORT - RUN HISTORY WRITE FAILED, STATUS " HIST-STATUS
                STOP RUN
            END-IF
        END-IF
    END-IF.
    IF RESULT-COUNT < 500
        MOVE SPACE TO RES-PRIOR-FOUND(RESULT-COUNT)
        MOVE FIXED-WRITTEN TO RES-FIXED(RESULT-COUNT)
        MOVE SPACE TO RES-VERIFY-FAIL(RESULT-COUNT)
        MOVE ENTRY-FILE-NAME TO RES-ENTRY-NAME(RESULT-COUNT)
        MOVE RPT-MOD-PTR TO RES-MOD-PTR(RESULT-COUNT)
        MOVE RPT-SECOND-PTR TO RES-SECOND-PTR(RESULT-COUNT)
        MOVE RPT-REPAIR-MODE TO RES-REPAIR-MODE(RESULT-COUNT)
        MOVE RPT-SITE-CODE TO RES-SITE-CODE(RESULT-COUNT)
        MOVE SPACE TO RES-VERIFY-RESULT(RESULT-COUNT)
        MOVE SPACE TO RES-RECON(RESULT-COUNT)
        MOVE RPT-PART1-ACCUM TO RES-PART1(RESULT-COUNT)
*> A REJECTED file never computed a fingerprint - zeros here keep
*> CHECK-RUN-DUP from ever matching against its slot.
        IF LOAD-ABORT = 'Y'
            "] LEFT OUT OF TREND REPORT"
    END-IF.

*> A fix position's fault detail for the history record. Whenever a
*> fix is on the report the corrected program is what INSTR holds, so
*> the dump carried the other half of the jmp/nop pair there. The
*> area is read off the original run's saved visits the same way
*> BUILD-CAND-ORDER orders its candidates: at or after the re-entry
*> instruction's step is the cycle, any earlier step the path into
*> it, never visited is dead code. A run that never looped (a wild
*> jump) has no cycle - everything it executed is PATH.
FAULT-CLASSIFY.
    MOVE SPACE TO FLT-INSTR-W.
    MOVE SPACE TO FLT-AREA-W.
    EVALUATE INSTR(FLT-PTR-W)
        WHEN "nop"
            MOVE "jmp" TO FLT-INSTR-W
        WHEN "jmp"
            MOVE "nop" TO FLT-INSTR-W
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF PART1-VISIT(FLT-PTR-W) = 0
        MOVE "DEAD" TO FLT-AREA-W
    ELSE
        IF PART1-CYCLE-LEN > 0
                AND PART1-VISIT(FLT-PTR-W)
                    >= PART1-VISIT(PART1-REENTRY-PTR)
            MOVE "CYCLE" TO FLT-AREA-W
        ELSE
            MOVE "PATH" TO FLT-AREA-W
        END-IF
    END-IF.

*> A stream's history record goes to its journal instead - opened,
*> written and closed per record like the run-state journal, so an
*> abended stream has lost nothing it finished. The key is only
*> checked when the merge step applies the journal to the master.
HIST-JOURNAL-WRITE.
    MOVE SJ-HIST-NAME TO JOURNAL-NAME.
    OPEN EXTEND JOURNAL-FILE.
    IF JRN-STATUS NOT = "00" AND JRN-STATUS NOT = "05"
        DISPLAY "WRITE-HIST ABORT - HISTORY JOURNAL " SJ-HIST-NAME
            " OPEN FAILED, STATUS " JRN-STATUS
        STOP RUN
    END-IF.
    WRITE JOURNAL-LINE FROM HIST-LINE.
    IF JRN-STATUS NOT = "00"
        DISPLAY "WRITE-HIST ABORT - HISTORY JOURNAL " SJ-HIST-NAME
            " WRITE FAILED, STATUS " JRN-STATUS
        STOP RUN
    END-IF.
    CLOSE JOURNAL-FILE.

*> ---------------------------------------------------------------
*> VERIFY-PASS / VERIFY-ONE close the loop WRITE-FIXED-PRG opened:
*> until now nothing ever proved the "-fixed" file handed to the
*> The rerun ran under the same ACCLIMIT as the search - a corrected
*> file whose accumulator leaves the device's range is an exception
*> here, not a fault report from the field later.
                IF RUN-OVERFLOW = 'Y'
                    MOVE "ACC-OVERFLOW" TO VFY-RESULT-W
                    MOVE 'Y' TO VERIFY-EXCEPTION
                ELSE
                    IF LOOP-CYCLE-LEN NOT = 0
                        MOVE "STILL-LOOPS" TO VFY-RESULT-W
                        MOVE 'Y' TO VERIFY-EXCEPTION
                    ELSE
                        MOVE ACCUM TO VFY-ACCUM-ED
                        IF VFY-ACCUM-ED NOT = RES-PART2(VFY-I)
                            MOVE "ACCUM-DIFF" TO VFY-RESULT-W
                            MOVE VFY-ACCUM-ED TO VFY-ACTUAL-W
                            MOVE 'Y' TO VERIFY-EXCEPTION
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    IF VERIFY-EXCEPTION = 'Y'
        MOVE BOOT-FILE-NAME TO VFY-FILE-NAME
        MOVE SPACE TO VFY-SEP1 VFY-SEP2 VFY-SEP3
        MOVE VFY-RESULT-W TO VFY-RESULT
        MOVE RES-PART2(VFY-I) TO VFY-EXPECTED
        MOVE VFY-ACTUAL-W TO VFY-ACTUAL
        WRITE VERIFY-LINE
        ADD 1 TO VERIFY-FAILS
*> Remembered per file so the housekeeping pass can drop the failed
*> fix's catalog entry instead of letting CATALOG-LOOKUP reapply it
*> the next time these bytes arrive.
        MOVE 'Y' TO RES-VERIFY-FAIL(VFY-I)
        MOVE VFY-RESULT-W TO RES-VERIFY-RESULT(VFY-I)
    ELSE
        MOVE "PASSED" TO RES-VERIFY-RESULT(VFY-I)
    END-IF.

TREND-RPT.
    OPEN INPUT HISTORY-FILE.
    IF HIST-STATUS = "00"
        MOVE 1 TO RES-I
        PERFORM UNTIL RES-I > RESULT-COUNT
            PERFORM TREND-FIND-PRIOR
            ADD 1 TO RES-I
        END-PERFORM
        CLOSE HISTORY-FILE
    ELSE
        IF HIST-STATUS = "05"
            CLOSE HISTORY-FILE
        END-IF
    END-IF.
    OPEN OUTPUT TREND-FILE.
    MOVE 1 TO RES-I.
    PERFORM UNTIL RES-I > RESULT-COUNT
        MOVE RES-FILE-NAME(RES-I) TO TRD-FILE-NAME
        MOVE SPACE TO TRD-SEP1 TRD-SEP2 TRD-SEP3 TRD-SEP4 TRD-SEP5
        MOVE RES-STATUS(RES-I) TO TRD-NEW-STATUS
        MOVE RES-PART2(RES-I) TO TRD-NEW-ACCUM
        IF RES-PRIOR-FOUND(RES-I) = 'Y'
            MOVE RES-PRIOR-STATUS(RES-I) TO TRD-PRIOR-STATUS
            MOVE RES-PRIOR-PART2(RES-I) TO TRD-PRIOR-ACCUM
            IF RES-PRIOR-STATUS(RES-I) NOT = RES-STATUS(RES-I)
                MOVE "STATUSCHG" TO TRD-FLAG
            ELSE
                IF RES-PRIOR-PART2(RES-I) NOT = RES-PART2(RES-I)
                    MOVE "ACCUMCHG" TO TRD-FLAG
                ELSE
                    MOVE "SAME" TO TRD-FLAG
                END-IF
            END-IF
        ELSE
            MOVE SPACE TO TRD-PRIOR-STATUS
            MOVE SPACE TO TRD-PRIOR-ACCUM
            MOVE "NEW" TO TRD-FLAG
        END-IF
        WRITE TREND-LINE
        ADD 1 TO RES-I
    END-PERFORM.
    CLOSE TREND-FILE.

*> One keyed probe per file: START at the largest key strictly below
*> (name, this run's stamp) - stamps sort ascending within a name, so
*> when the record the START lands on still carries this file's name
*> it is exactly the newest outcome from an earlier run; when it
*> carries some other name, this file has no history before tonight.
*> This run's own record is keyed at (name, RUN-STAMP) itself and so
*> can never satisfy the strictly-below START.
TREND-FIND-PRIOR.
    MOVE RES-FILE-NAME(RES-I) TO HST-FILE-NAME.
    MOVE RUN-STAMP TO HST-RUN-STAMP.
    START HISTORY-FILE KEY IS LESS THAN HST-KEY
        INVALID KEY
            CONTINUE
    END-START.
    IF HIST-STATUS = "00"
        READ HISTORY-FILE NEXT RECORD
        END-READ
        IF HIST-STATUS = "00"
                AND HST-FILE-NAME = RES-FILE-NAME(RES-I)
            MOVE 'Y' TO RES-PRIOR-FOUND(RES-I)
            MOVE HST-STATUS TO RES-PRIOR-STATUS(RES-I)
            MOVE HST-PART2-ACCUM TO RES-PRIOR-PART2(RES-I)
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> RECON-RPT / RECON-ONE-RESULT / RECON-LEFTOVERS reconcile this
*> run's outcomes against the field site's expected-accumulator
*> manifest, entry for entry by boot file name, into
*> "<report>-recon":
*>   MATCH            a SOLVED or CLEAN file whose PART2 accumulator
*>                    equals the bench value
*>   MISMATCH         the values differ, shown side by side - on a
*>                    SOLVED file this means the search found *a*
*>                    terminating program but not *their* program,
*>                    and it must be caught before the "-fixed" file
*>                    ships, so mismatches also drive BATCH-RC to 8
*>   NO-RESULT        the manifest names a file we processed but
*>                    which ended without an accumulator to compare
*>                    (REJECTED, UNSOLVED, TIMEDOUT, ...) - our
*>                    status shown in place of a value
*>   NO-ALT-MATCHES   an AMBIGUOUS file none of whose alternatives
*>                    ends on the bench value - counted with the
*>                    mismatches
*>   NOT-IN-MANIFEST  we processed it, the sheet doesn't list it
*>   NOT-PROCESSED    the sheet lists it, this run never saw it
*> Both values are compared numerically, so a leading-zero or
*> spacing difference between the sheet and the report never fakes a
*> mismatch. Files a restart carried forward are reconciled like any
*> other - CARRY-ENTRY-FORWARD rebuilds their RUN-RESULTS slots, and
*> the abend that forced the restart struck before the interrupted
*> run's reconciliation could have run. The sheet itself is read
*> once, at the start of the run, by MANIFEST-LOAD - an exhaustive
*> search's ALT-RESOLVE needs it long before this pass does.
*> ---------------------------------------------------------------
RECON-RPT.
    IF MANIFEST-NAME NOT = SPACE
        MOVE SPACE TO RECON-FILE-NAME
        STRING REPORT-NAME DELIMITED BY SPACE
            "-recon" DELIMITED BY SIZE
            INTO RECON-FILE-NAME
        IF MAN-COUNT > 0
            MOVE 0 TO RECON-MISMATCH
            OPEN OUTPUT RECON-FILE
            MOVE 1 TO RES-I
            PERFORM UNTIL RES-I > RESULT-COUNT
                PERFORM RECON-ONE-RESULT
                ADD 1 TO RES-I
            END-PERFORM
            PERFORM RECON-LEFTOVERS
            CLOSE RECON-FILE
            IF RECON-MISMATCH > 0
                DISPLAY "RECON-RPT - " RECON-MISMATCH
                    " ACCUMULATOR MISMATCH(ES) AGAINST THE MANIFEST, SEE "
                    RECON-FILE-NAME
            END-IF
        END-IF
    END-IF.

MANIFEST-LOAD.
    MOVE 0 TO MAN-COUNT.
    IF MANIFEST-NAME NOT = SPACE
        OPEN INPUT MANIFEST-FILE
        IF MANIFEST-STATUS = "00"
            MOVE SPACE TO MAN-EOF
            PERFORM UNTIL MAN-EOF = 'Y'
                READ MANIFEST-FILE
                    AT END
                        MOVE 'Y' TO MAN-EOF
                    NOT AT END
                        IF MAN-COUNT < 500
                            ADD 1 TO MAN-COUNT
                            MOVE MAN-FILE-NAME TO MAN-NAME(MAN-COUNT)
                            MOVE MAN-ACCUM TO MAN-VALUE(MAN-COUNT)
                            MOVE SPACE TO MAN-MATCHED(MAN-COUNT)
                        ELSE
                            DISPLAY "MANIFEST-LOAD - MANIFEST EXCEEDS 500"
                                " ENTRIES, [" MAN-FILE-NAME "] IGNORED"
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MANIFEST-FILE
        ELSE
            DISPLAY "MANIFEST-LOAD - MANIFEST [" MANIFEST-NAME
                "] NOT READABLE, STATUS " MANIFEST-STATUS
                " - RECONCILIATION SKIPPED"
            IF MANIFEST-STATUS = "05"
                CLOSE MANIFEST-FILE
            END-IF
        END-IF
    END-IF.

RECON-ONE-RESULT.
    MOVE RES-FILE-NAME(RES-I) TO RCN-FILE-NAME.
    MOVE SPACE TO RCN-SEP1 RCN-SEP2 RCN-SEP3.
    MOVE SPACE TO RCN-MANIFEST.
    MOVE SPACE TO RCN-OURS.
    MOVE 0 TO MAN-FOUND-IX.
    MOVE 1 TO MAN-I.
    PERFORM UNTIL MAN-I > MAN-COUNT OR MAN-FOUND-IX > 0
        IF MAN-NAME(MAN-I) = RES-FILE-NAME(RES-I)
            MOVE MAN-I TO MAN-FOUND-IX
        END-IF
        ADD 1 TO MAN-I
    END-PERFORM.
    IF MAN-FOUND-IX = 0
        MOVE "NOT-IN-MANIFEST" TO RCN-RESULT
        MOVE RES-PART2(RES-I) TO RCN-OURS
    ELSE
        MOVE 'Y' TO MAN-MATCHED(MAN-FOUND-IX)
        MOVE MAN-VALUE(MAN-FOUND-IX) TO RCN-MANIFEST
*> An AMBIGUOUS file the manifest picked an alternative for shipped
*> that alternative, and reconciles like any SOLVED file; one it
*> couldn't pick for had no alternative ending on the sheet's value
*> at all, which is a mismatch in every sense that matters.
        IF RES-STATUS(RES-I) = "SOLVED" OR RES-STATUS(RES-I) = "CLEAN"
                OR (RES-STATUS(RES-I) = "AMBIGUOUS"
                AND RES-FIXED(RES-I) = 'Y')
            COMPUTE MAN-VALUE-N =
                FUNCTION NUMVAL(MAN-VALUE(MAN-FOUND-IX))
            COMPUTE RES-PART2-N = FUNCTION NUMVAL(RES-PART2(RES-I))
            MOVE RES-PART2(RES-I) TO RCN-OURS
            IF MAN-VALUE-N = RES-PART2-N
                MOVE "MATCH" TO RCN-RESULT
            ELSE
                MOVE "MISMATCH" TO RCN-RESULT
                ADD 1 TO RECON-MISMATCH
            END-IF
        ELSE
            IF RES-STATUS(RES-I) = "AMBIGUOUS"
                MOVE "NO-ALT-MATCHES" TO RCN-RESULT
                ADD 1 TO RECON-MISMATCH
            ELSE
                MOVE "NO-RESULT" TO RCN-RESULT
            END-IF
            MOVE RES-STATUS(RES-I) TO RCN-OURS
        END-IF
    END-IF.
    MOVE RCN-RESULT TO RES-RECON(RES-I).
    WRITE RECON-LINE.

RECON-LEFTOVERS.
    MOVE 1 TO MAN-I.
    PERFORM UNTIL MAN-I > MAN-COUNT
        IF MAN-MATCHED(MAN-I) NOT = 'Y'
            MOVE MAN-NAME(MAN-I) TO RCN-FILE-NAME
            MOVE SPACE TO RCN-SEP1 RCN-SEP2 RCN-SEP3
            MOVE "NOT-PROCESSED" TO RCN-RESULT
            MOVE MAN-VALUE(MAN-I) TO RCN-MANIFEST
            MOVE SPACE TO RCN-OURS
            WRITE RECON-LINE
        END-IF
        ADD 1 TO MAN-I
    END-PERFORM.

*> ---------------------------------------------------------------
*> REJFIX-LOAD, REJFIX-NOTE-FILE and REJFIX-CHECK keep a fix an
*> engineer turned down at sign-off from ever coming back. SIGNOFF
*> writes one "rejfix" record per rejection, keyed on the program's
*> fingerprint and length after directives - the catalog's key - and
*> the swap(s) that made up the rejected fix. The file is read once at
*> the start of the run; a file whose fingerprint has rejections
*> against it says so on the console, and every point where a repair
*> is accepted (both search phases, the analytic solver's confirm
*> runs, a catalog hit and a resumed checkpoint) treats a rejected
*> fix as a miss, so the search walks on to the next candidate and
*> the file either gets a different fix or ends UNSOLVED for the
*> engineers to look at by hand. A directive-only rejection (both
*> pointers zero) is the "-patches" file's to correct, not the
*> search's, and never matches here.
*> ---------------------------------------------------------------
REJFIX-LOAD.
    MOVE 0 TO RJT-COUNT.
    OPEN INPUT REJFIX-FILE.
    IF RJF-FILE-STATUS = "00"
        MOVE SPACE TO RJF-EOF
        PERFORM UNTIL RJF-EOF = 'Y'
            READ REJFIX-FILE
                AT END
                    MOVE 'Y' TO RJF-EOF
                NOT AT END
                    IF RJT-COUNT < 500
                        ADD 1 TO RJT-COUNT
                        MOVE RJF-FPRINT TO RJT-FPRINT(RJT-COUNT)
                        MOVE RJF-LOADED TO RJT-LOADED(RJT-COUNT)
                        MOVE RJF-MOD-PTR TO RJT-MOD-PTR(RJT-COUNT)
                        MOVE RJF-SECOND-PTR TO RJT-SECOND-PTR(RJT-COUNT)
                        MOVE RJF-ENGINEER TO RJT-ENGINEER(RJT-COUNT)
                        MOVE RJF-NOTE TO RJT-NOTE(RJT-COUNT)
                    ELSE
                        DISPLAY "REJFIX-LOAD - REJECTED FIXES EXCEED 500"
                            " ENTRIES, [" RJF-FILE-NAME "] IGNORED"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJFIX-FILE
    ELSE
        IF RJF-FILE-STATUS = "05"
            CLOSE REJFIX-FILE
        ELSE
            DISPLAY "REJFIX-LOAD - REJECTED FIXES NOT READABLE, STATUS "
                RJF-FILE-STATUS " - NONE PASSED OVER THIS RUN"
        END-IF
    END-IF.

REJFIX-NOTE-FILE.
    MOVE 0 TO FILE-REJFIX-COUNT.
    MOVE 0 TO RJT-LAST.
    MOVE 1 TO RJT-I.
    PERFORM UNTIL RJT-I > RJT-COUNT
        IF RJT-FPRINT(RJT-I) = FPRINT
                AND RJT-LOADED(RJT-I) = LOADED-COUNT
                AND (RJT-MOD-PTR(RJT-I) > 0 OR RJT-SECOND-PTR(RJT-I) > 0)
            ADD 1 TO FILE-REJFIX-COUNT
            MOVE RJT-I TO RJT-LAST
        END-IF
        ADD 1 TO RJT-I
    END-PERFORM.
    IF FILE-REJFIX-COUNT > 0
        DISPLAY "REJFIX - [" BOOT-FILE-NAME "] " FILE-REJFIX-COUNT
            " FIX(ES) REJECTED AT SIGN-OFF PASSED OVER - LAST BY "
            RJT-ENGINEER(RJT-LAST) ": " RJT-NOTE(RJT-LAST)
    END-IF.

*> Is the fix RJ-MOD-W / RJ-SECOND-W (zero for a single swap) one an
*> engineer rejected for this program? A pair matches in either
*> order - the search and the solver do not always name it the same
*> way round. A rejected single swap also refuses every pair that
*> makes that swap - a second, harmless swap alongside it would ship
*> the same rejected fix under a DUALSWAP label.
REJFIX-CHECK.
    MOVE SPACE TO FIX-REJECTED.
    IF FILE-REJFIX-COUNT > 0
        MOVE 1 TO RJT-I
        PERFORM UNTIL RJT-I > RJT-COUNT OR FIX-REJECTED = 'Y'
            IF RJT-FPRINT(RJT-I) = FPRINT
                    AND RJT-LOADED(RJT-I) = LOADED-COUNT
                IF (RJT-MOD-PTR(RJT-I) = RJ-MOD-W
                        AND RJT-SECOND-PTR(RJT-I) = RJ-SECOND-W)
                        OR (RJT-MOD-PTR(RJT-I) = RJ-SECOND-W
                        AND RJT-SECOND-PTR(RJT-I) = RJ-MOD-W)
                    MOVE 'Y' TO FIX-REJECTED
                END-IF
                IF RJT-SECOND-PTR(RJT-I) = 0
                        AND RJT-MOD-PTR(RJT-I) > 0
                        AND (RJT-MOD-PTR(RJT-I) = RJ-MOD-W
                        OR RJT-MOD-PTR(RJT-I) = RJ-SECOND-W)
                    MOVE 'Y' TO FIX-REJECTED
                END-IF
            END-IF
            ADD 1 TO RJT-I
        END-PERFORM
    END-IF.

*> ---------------------------------------------------------------
*> RELQ-PASS and its helpers put every corrected file this run wrote
*> into the release queue to wait for engineering sign-off - nothing
*> leaves for the field until an engineer has approved it through
*> SIGNOFF. "relqueue" is an append-only event file in the catalog's
*> manner: each record carries the whole item, and the newest record
*> per file name is that file's standing (HELD, SUPERSEDED, RELEASED
*> or REJECTED). Each queued item carries the report status, repair
*> mode, the verify rerun's and the manifest reconciliation's
*> verdicts, and the patch directives that shaped the file, so the
*> engineer signs off on the whole story, not just a file name.
*> Per result this run:
*>   - a corrected file whose fix is the one already HELD or RELEASED
*>     under its name stays as it is - a rerun of the same dump must
*>     not restart its wait or ask for a second sign-off;
*>   - any other outcome for a name with an item still HELD marks
*>     that item SUPERSEDED - its "-fixed" file has just been
*>     rewritten or left stale, and what the engineer would approve
*>     is no longer what was queued;
*>   - a corrected file not kept that way is queued HELD, today.
*> The pass then rewrites "relqueue-awaiting", the standing list of
*> every HELD item with the days it has waited, oldest age in the
*> trailer. A queue too big for the table is left untouched rather
*> than half-read - SIGNOFF reads the same file and would disagree.
*> ---------------------------------------------------------------
RELQ-PASS.
    MOVE 0 TO RLQ-QUEUED.
    MOVE 0 TO RLQ-SUPERSEDED.
    MOVE 0 TO RLQ-UNCHANGED.
    PERFORM RELQ-LOAD.
    IF RLQ-OVER = 'Y'
        DISPLAY "RELQ-PASS - RELEASE QUEUE NOT USABLE, NOTHING QUEUED"
            " THIS RUN - CORRECTED FILES ARE ON DISK BUT NOT HELD"
    ELSE
        OPEN EXTEND RELQUEUE-FILE
        IF RLQ-FILE-STATUS NOT = "00" AND RLQ-FILE-STATUS NOT = "05"
            DISPLAY "RELQ-PASS - RELEASE QUEUE OPEN FAILED, STATUS "
                RLQ-FILE-STATUS " - NOTHING QUEUED THIS RUN"
        ELSE
            MOVE 1 TO RES-I
            PERFORM UNTIL RES-I > RESULT-COUNT
                PERFORM RELQ-ONE-RESULT
                ADD 1 TO RES-I
            END-PERFORM
            CLOSE RELQUEUE-FILE
        END-IF
        PERFORM RELQ-AWAITING
        DISPLAY "RELQ-PASS - " RLQ-QUEUED " QUEUED FOR SIGN-OFF, "
            RLQ-SUPERSEDED " SUPERSEDED, " RLQ-UNCHANGED
            " ALREADY QUEUED, " RLQ-AWAITING " AWAITING SIGN-OFF"
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

RELQ-ONE-RESULT.
    MOVE RES-FILE-NAME(RES-I) TO RLQ-FILE-NAME.
    PERFORM RELQ-FIND.
    MOVE SPACE TO RLQ-KEEP.
    IF RLQ-J > 0
        MOVE RLQ-ITEM(RLQ-J) TO RELQUEUE-LINE
        IF RES-FIXED(RES-I) = 'Y'
                AND (RLQ-STATE = "HELD" OR RLQ-STATE = "RELEASED")
                AND RLQ-FPRINT = RES-FPRINT(RES-I)
                AND RLQ-LOADED = RES-LOADED(RES-I)
                AND RLQ-MOD-PTR = RES-MOD-PTR(RES-I)
                AND RLQ-SECOND-PTR = RES-SECOND-PTR(RES-I)
            MOVE 'Y' TO RLQ-KEEP
            ADD 1 TO RLQ-UNCHANGED
        ELSE
            IF RLQ-STATE = "HELD"
                MOVE "SUPERSEDED" TO RLQ-STATE
                MOVE SPACE TO RLQ-ENGINEER
                MOVE SPACE TO RLQ-NOTE
                STRING "RESUBMITTED, RUN " DELIMITED BY SIZE
                    RUN-STAMP DELIMITED BY SIZE
                    " GAVE " DELIMITED BY SIZE
                    RES-STATUS(RES-I) DELIMITED BY SPACE
                    INTO RLQ-NOTE
                PERFORM RELQ-APPEND
                ADD 1 TO RLQ-SUPERSEDED
            END-IF
        END-IF
    END-IF.
    IF RES-FIXED(RES-I) = 'Y' AND RLQ-KEEP NOT = 'Y'
        PERFORM RELQ-BUILD-ITEM
        PERFORM RELQ-APPEND
        ADD 1 TO RLQ-QUEUED
    END-IF.

*> A file fixed by its directives alone never entered the repair
*> search and so has no repair mode of its own; it is queued as
*> DIRECTIVES so the engineer knows to read the patch columns. The
*> verify and reconciliation columns say plainly when their pass did
*> not run rather than stay blank.
RELQ-BUILD-ITEM.
    INITIALIZE RELQUEUE-LINE.
    MOVE RES-FILE-NAME(RES-I) TO RLQ-FILE-NAME.
    MOVE RUN-STAMP TO RLQ-RUN-STAMP.
    MOVE "HELD" TO RLQ-STATE.
    MOVE RUN-STAMP-DATE TO RLQ-QUEUED-DATE.
    MOVE RES-STATUS(RES-I) TO RLQ-STATUS.
    MOVE RES-REPAIR-MODE(RES-I) TO RLQ-REPAIR-MODE.
    IF RLQ-REPAIR-MODE = SPACE
        MOVE "DIRECTIVES" TO RLQ-REPAIR-MODE
    END-IF.
    MOVE RES-VERIFY-RESULT(RES-I) TO RLQ-VERIFY.
    IF RLQ-VERIFY = SPACE
        MOVE "NOT-RUN" TO RLQ-VERIFY
    END-IF.
    MOVE RES-RECON(RES-I) TO RLQ-RECON.
    IF RLQ-RECON = SPACE
        MOVE "NO-MANIFEST" TO RLQ-RECON
    END-IF.
    MOVE RES-PART2(RES-I) TO RLQ-PART2-ACCUM.
    MOVE RES-SITE-CODE(RES-I) TO RLQ-SITE-CODE.
    MOVE RES-FPRINT(RES-I) TO RLQ-FPRINT.
    MOVE RES-LOADED(RES-I) TO RLQ-LOADED.
    MOVE RES-MOD-PTR(RES-I) TO RLQ-MOD-PTR.
    MOVE RES-SECOND-PTR(RES-I) TO RLQ-SECOND-PTR.
    MOVE RES-ENTRY-NAME(RES-I) TO RLQ-ENTRY-NAME.
    PERFORM RELQ-READ-PATCHES.

*> The directives are re-read from the file's "-patches" file with
*> APPLY-ONE-PATCH's own checks, so the item lists exactly the ones
*> that were applied and none that were DISPLAYed and skipped.
RELQ-READ-PATCHES.
    MOVE SPACE TO PATCH-FILE-NAME.
    STRING RES-FILE-NAME(RES-I) DELIMITED BY SPACE
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
                    IF PAT-PTR NUMERIC
                            AND PAT-PTR > 0
                            AND PAT-PTR NOT > RES-LOADED(RES-I)
                            AND PAT-INSTR ALPHABETIC-LOWER
                            AND PAT-INSTR(1:1) NOT = SPACE
                            AND PAT-INSTR(2:1) NOT = SPACE
                            AND PAT-INSTR(3:1) NOT = SPACE
                            AND (PAT-ADDR(1:1) = "+" OR PAT-ADDR(1:1) = "-")
                            AND PAT-ADDR(2:3) NUMERIC
                            AND RLQ-PATCH-COUNT < 99
                        ADD 1 TO RLQ-PATCH-COUNT
                        IF RLQ-PATCH-COUNT <= 8
                            MOVE PATCH-LINE
                                TO RLQ-PATCH-TEXT(RLQ-PATCH-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PATCH-FILE
    ELSE
        IF PATCH-STATUS = "05"
            CLOSE PATCH-FILE
        END-IF
    END-IF.

*> The table slot is brought up to date before the write, so a later
*> result under the same name tonight sees this record as the
*> standing one.
RELQ-APPEND.
    PERFORM AUDIT-STAMP-NOW.
    MOVE NOW-DATE TO RLQ-EVENT-DATE.
    MOVE NOW-TIME TO RLQ-EVENT-TIME.
    IF RLQ-J = 0
        IF RLQ-COUNT < 1000
            ADD 1 TO RLQ-COUNT
            MOVE RLQ-COUNT TO RLQ-J
        END-IF
    END-IF.
    IF RLQ-J > 0
        MOVE RELQUEUE-LINE TO RLQ-ITEM(RLQ-J)
    END-IF.
    WRITE RELQUEUE-LINE.
    IF RLQ-FILE-STATUS NOT = "00"
        DISPLAY "RELQ-PASS - [" RLQ-FILE-NAME "] " RLQ-STATE
            " RECORD NOT WRITTEN, STATUS " RLQ-FILE-STATUS
    END-IF.

RELQ-AWAITING.
    PERFORM AUDIT-STAMP-NOW.
    COMPUTE RLQ-TODAY-INT = FUNCTION INTEGER-OF-DATE(NOW-DATE).
    MOVE 0 TO RLQ-AWAITING.
    MOVE 0 TO RLQ-OLDEST.
    OPEN OUTPUT AWAIT-FILE.
    MOVE SPACE TO AWAIT-TEXT.
    STRING "RELEASE QUEUE - AWAITING SIGN-OFF AT " DELIMITED BY SIZE
        NOW-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        NOW-TIME DELIMITED BY SIZE
        INTO AWAIT-TEXT.
    WRITE AWAIT-TEXT.
    MOVE 1 TO RLQ-I.
    PERFORM UNTIL RLQ-I > RLQ-COUNT
        MOVE RLQ-ITEM(RLQ-I) TO RELQUEUE-LINE
        IF RLQ-STATE = "HELD"
            PERFORM RELQ-AWAIT-ONE
        END-IF
        ADD 1 TO RLQ-I
    END-PERFORM.
    MOVE SPACE TO AWAIT-TEXT.
    STRING "TOTALS - AWAITING SIGN-OFF " DELIMITED BY SIZE
        RLQ-AWAITING DELIMITED BY SIZE
        " OLDEST WAITING DAYS " DELIMITED BY SIZE
        RLQ-OLDEST DELIMITED BY SIZE
        INTO AWAIT-TEXT.
    WRITE AWAIT-TEXT.
    CLOSE AWAIT-FILE.

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
    WRITE AWAIT-LINE.
    ADD 1 TO RLQ-AWAITING.
    IF AWT-DAYS > RLQ-OLDEST
        MOVE AWT-DAYS TO RLQ-OLDEST
    END-IF.

*> ---------------------------------------------------------------
*> TICKET-PASS and its helpers replace the morning retyping of the
*> night's outcomes into the field-service ticketing system. Every
*> SOLVED, UNSOLVED, OUTOFBOUNDS and OVERFLOW result becomes one
*> transaction on the fixed-format interface file (TICKETS= card,
*> default "tktout"), between a header carrying the run stamp and a
*> trailer carrying the record counts and hash totals the ticketing
*> side balances the file against. Every transaction sent is held
*> on "tktpend" until the ticketing side acknowledges it.
*>
*> The acknowledgement file (TKTACK= card, default "tktack") is
*> reconciled first, at the next run: it must balance - every D
*> record inside an H/T group, every T count agreeing with its
*> group's D records - before any of it is believed, the same
*> balance-first rule INTAKE holds the sites' transmissions to. A
*> balanced file is applied and then emptied; one that does not
*> balance is left where it is for the interface team and applied
*> not at all. The emptying waits until "tktpend" has been rewritten
*> with what the file settled, and nothing is applied on a night the
*> interface file itself cannot be opened - either way an
*> acknowledgement is never used up without its effect being kept.
*> Every transaction still owed an acknowledgement then
*> lands in one of three places on the "<report>-tktrecon" report:
*> ACCEPTED (dropped from "tktpend", not listed), REJECTED with the
*> ticketing side's reason, or NOT-ACKNOWLEDGED. Rejected and
*> unacknowledged transactions go out again on tonight's file under
*> their original identity, ahead of tonight's new ones, and stay
*> on "tktpend" - until they have been resent TKT-MAX-RESENDS times,
*> when they are reported GIVEN-UP for someone to enter by hand
*> rather than resent forever. An acknowledgement for a transaction
*> not on "tktpend" is reported UNKNOWN-ACK. Any exception makes the
*> night's return code at least 4.
*> ---------------------------------------------------------------
TICKET-PASS.
    MOVE SPACE TO TKTRECON-NAME.
    STRING REPORT-NAME DELIMITED BY SPACE
        "-tktrecon" DELIMITED BY SIZE
        INTO TKTRECON-NAME.
    MOVE 0 TO TKT-ACCEPTED.
    MOVE 0 TO TKT-REJECTED.
    MOVE 0 TO TKT-UNACKED.
    MOVE 0 TO TKT-UNKNOWN.
    MOVE 0 TO TKT-GIVEN-UP.
    MOVE 0 TO TKT-EXCEPTIONS.
    OPEN OUTPUT TKTRECON-FILE.
    MOVE SPACE TO TKTRECON-TEXT.
    STRING "TICKET ACKNOWLEDGEMENT RECONCILIATION FOR RUN "
            DELIMITED BY SIZE
        RUN-STAMP DELIMITED BY SIZE
        " ACK FILE " DELIMITED BY SIZE
        TKTACK-NAME DELIMITED BY SPACE
        INTO TKTRECON-TEXT.
    WRITE TKTRECON-TEXT.
    PERFORM TKT-LOAD-PENDING.
    PERFORM AUDIT-STAMP-NOW.
    OPEN OUTPUT TICKET-FILE.
    IF TKT-STATUS NOT = "00"
        DISPLAY "TICKET-PASS - INTERFACE FILE " TICKET-NAME
            " OPEN FAILED, STATUS " TKT-STATUS
            " - NOTHING SENT, PENDING TRANSACTIONS AND ACK FILE KEPT"
        MOVE SPACE TO TKTRECON-TEXT
        STRING "TOTALS - NOTHING RECONCILED, INTERFACE FILE "
                DELIMITED BY SIZE
            TICKET-NAME DELIMITED BY SPACE
            " OPEN FAILED, STATUS " DELIMITED BY SIZE
            TKT-STATUS DELIMITED BY SIZE
            " - ACK FILE LEFT FOR THE NEXT RUN" DELIMITED BY SIZE
            INTO TKTRECON-TEXT
        WRITE TKTRECON-TEXT
        MOVE 1 TO TKT-EXCEPTIONS
        CLOSE TKTRECON-FILE
    ELSE
        PERFORM TKT-READ-ACK
        PERFORM TKT-WRITE-INTERFACE
        PERFORM TKT-SAVE-PENDING
*> Emptied once applied and kept, so tomorrow's run never applies it
*> twice; if "tktpend" could not be rewritten the file stays, and
*> tomorrow applies it again to the same pending transactions.
        IF TKA-APPLIED = 'Y'
            IF TKP-SAVED = 'Y'
                OPEN OUTPUT TKTACK-FILE
                CLOSE TKTACK-FILE
            ELSE
                DISPLAY "TICKET-PASS - ACKNOWLEDGEMENT FILE " TKTACK-NAME
                    " LEFT IN PLACE TO BE APPLIED AGAIN"
            END-IF
        END-IF
        MOVE SPACE TO TKTRECON-TEXT
        STRING "TOTALS - ACCEPTED " DELIMITED BY SIZE
            TKT-ACCEPTED DELIMITED BY SIZE
            " REJECTED " DELIMITED BY SIZE
            TKT-REJECTED DELIMITED BY SIZE
            " NOT-ACKNOWLEDGED " DELIMITED BY SIZE
            TKT-UNACKED DELIMITED BY SIZE
            " UNKNOWN-ACK " DELIMITED BY SIZE
            TKT-UNKNOWN DELIMITED BY SIZE
            " GIVEN-UP " DELIMITED BY SIZE
            TKT-GIVEN-UP DELIMITED BY SIZE
            INTO TKTRECON-TEXT
        WRITE TKTRECON-TEXT
        CLOSE TKTRECON-FILE
        COMPUTE TKT-EXCEPTIONS = TKT-REJECTED + TKT-UNACKED
            + TKT-UNKNOWN + TKT-GIVEN-UP
        DISPLAY "TICKET-PASS - " TKT-SENT " TRANSACTION(S) SENT, "
            TKT-RESENT " OF THEM RESENT - SEE " TICKET-NAME
        IF TKT-EXCEPTIONS > 0
            DISPLAY "TICKET-PASS - " TKT-EXCEPTIONS
                " ACKNOWLEDGEMENT EXCEPTION(S), SEE " TKTRECON-NAME
        END-IF
    END-IF.

TKT-LOAD-PENDING.
    MOVE 0 TO TKP-COUNT.
    MOVE SPACE TO TKP-FULL-SHOWN.
    OPEN INPUT TKTPEND-FILE.
    IF TKP-STATUS = "00"
        MOVE SPACE TO TKP-EOF
        PERFORM UNTIL TKP-EOF = 'Y'
            READ TKTPEND-FILE
                AT END
                    MOVE 'Y' TO TKP-EOF
                NOT AT END
                    MOVE TKTPEND-LINE TO TICKET-LINE
                    PERFORM TKT-PEND-ADD
            END-READ
        END-PERFORM
        CLOSE TKTPEND-FILE
    ELSE
        IF TKP-STATUS = "05"
            CLOSE TKTPEND-FILE
        END-IF
    END-IF.

*> TICKET-LINE onto the pending table, TKP-FOUND-IX its slot. A table
*> already full keeps the transaction off "tktpend" - it still goes
*> out, it just cannot be chased if the acknowledgement never comes -
*> and says so once.
TKT-PEND-ADD.
    MOVE 0 TO TKP-FOUND-IX.
    IF TKP-COUNT < 1000
        ADD 1 TO TKP-COUNT
        MOVE TKP-COUNT TO TKP-FOUND-IX
        MOVE TICKET-LINE TO TKP-IMAGE(TKP-COUNT)
        MOVE SPACE TO TKP-ACK(TKP-COUNT)
        MOVE SPACE TO TKP-REASON(TKP-COUNT)
        MOVE SPACE TO TKP-KEEP(TKP-COUNT)
    ELSE
        IF TKP-FULL-SHOWN NOT = 'Y'
            DISPLAY "TICKET-PASS - MORE THAN 1000 TRANSACTIONS OWED AN"
                " ACKNOWLEDGEMENT, [" TKD-TXN-ID "] AND LATER NOT CHASED"
            MOVE 'Y' TO TKP-FULL-SHOWN
        END-IF
    END-IF.

TKT-READ-ACK.
    MOVE SPACE TO TKA-PRESENT.
    MOVE SPACE TO TKA-BALANCED.
    MOVE SPACE TO TKA-APPLIED.
    OPEN INPUT TKTACK-FILE.
    IF TKA-STATUS = "00"
        MOVE 'Y' TO TKA-PRESENT
        PERFORM TKT-BALANCE-ACK
        CLOSE TKTACK-FILE
*> The file emptied after last night's apply, with nothing new in
*> it, is no acknowledgement at all.
        IF TKA-BALANCED = 'Y' AND TKA-GROUPS = 0
            MOVE SPACE TO TKA-PRESENT
        END-IF
    ELSE
        IF TKA-STATUS = "05"
            CLOSE TKTACK-FILE
        END-IF
    END-IF.
    IF TKA-PRESENT = 'Y' AND TKA-BALANCED = 'Y'
        OPEN INPUT TKTACK-FILE
        MOVE SPACE TO TKA-EOF
        PERFORM UNTIL TKA-EOF = 'Y'
            READ TKTACK-FILE
                AT END
                    MOVE 'Y' TO TKA-EOF
                NOT AT END
                    IF TKA-TYPE = "D"
                        PERFORM TKT-APPLY-ONE-ACK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TKTACK-FILE
        MOVE 'Y' TO TKA-APPLIED
        DISPLAY "TICKET-PASS - ACKNOWLEDGEMENT FILE " TKTACK-NAME
            " APPLIED, " TKA-GROUPS " INTERFACE FILE(S) ACKNOWLEDGED"
    ELSE
        IF TKA-PRESENT = 'Y'
            DISPLAY "TICKET-PASS - ACKNOWLEDGEMENT FILE " TKTACK-NAME
                " OUT OF BALANCE - " TKA-PROBLEM " - NOT APPLIED"
            MOVE SPACE TO TKTRECON-TEXT
            STRING "ACK FILE NOT APPLIED - " DELIMITED BY SIZE
                TKA-PROBLEM DELIMITED BY SIZE
                INTO TKTRECON-TEXT
            WRITE TKTRECON-TEXT
        ELSE
            IF TKP-COUNT > 0
                DISPLAY "TICKET-PASS - NO ACKNOWLEDGEMENT FILE "
                    TKTACK-NAME " - " TKP-COUNT
                    " TRANSACTION(S) STILL UNACKNOWLEDGED"
            END-IF
        END-IF
    END-IF.

TKT-BALANCE-ACK.
    MOVE 'Y' TO TKA-BALANCED.
    MOVE SPACE TO TKA-PROBLEM.
    MOVE SPACE TO TKA-IN-GROUP.
    MOVE 0 TO TKA-GROUPS.
    MOVE SPACE TO TKA-EOF.
    PERFORM UNTIL TKA-EOF = 'Y' OR TKA-BALANCED NOT = 'Y'
        READ TKTACK-FILE
            AT END
                MOVE 'Y' TO TKA-EOF
            NOT AT END
                EVALUATE TRUE
                    WHEN TKA-TYPE = "H"
                        IF TKA-IN-GROUP = 'Y'
                            MOVE "HEADER INSIDE AN OPEN GROUP"
                                TO TKA-PROBLEM
                        ELSE
                            MOVE 'Y' TO TKA-IN-GROUP
                            MOVE 0 TO TKA-GROUP-COUNT
                            ADD 1 TO TKA-GROUPS
                        END-IF
                    WHEN TKA-TYPE = "D"
                        IF TKA-IN-GROUP NOT = 'Y'
                            MOVE "DETAIL OUTSIDE A HEADER/TRAILER GROUP"
                                TO TKA-PROBLEM
                        ELSE
                            IF TKA-CODE NOT = "A" AND TKA-CODE NOT = "R"
                                MOVE "DETAIL CODE NOT A OR R" TO TKA-PROBLEM
                            ELSE
                                ADD 1 TO TKA-GROUP-COUNT
                            END-IF
                        END-IF
                    WHEN TKA-TYPE = "T"
                        IF TKA-IN-GROUP NOT = 'Y'
                            MOVE "TRAILER WITHOUT A HEADER" TO TKA-PROBLEM
                        ELSE
                            IF TKAT-COUNT NOT NUMERIC
                                MOVE "TRAILER COUNT NOT NUMERIC"
                                    TO TKA-PROBLEM
                            ELSE
                                IF TKAT-COUNT NOT = TKA-GROUP-COUNT
                                    MOVE "TRAILER COUNT DISAGREES WITH DETAILS"
                                        TO TKA-PROBLEM
                                ELSE
                                    MOVE SPACE TO TKA-IN-GROUP
                                END-IF
                            END-IF
                        END-IF
                    WHEN TKTACK-LINE = SPACE
                        CONTINUE
                    WHEN OTHER
                        MOVE "UNKNOWN RECORD TYPE" TO TKA-PROBLEM
                END-EVALUATE
                IF TKA-PROBLEM NOT = SPACE
                    MOVE SPACE TO TKA-BALANCED
                END-IF
        END-READ
    END-PERFORM.
    IF TKA-BALANCED = 'Y' AND TKA-IN-GROUP = 'Y'
        MOVE "LAST GROUP HAS NO TRAILER - FILE CUT SHORT" TO TKA-PROBLEM
        MOVE SPACE TO TKA-BALANCED
    END-IF.

TKT-APPLY-ONE-ACK.
    MOVE 0 TO TKP-FOUND-IX.
    MOVE 1 TO TKP-I.
    PERFORM UNTIL TKP-I > TKP-COUNT OR TKP-FOUND-IX > 0
        IF TKP-IMAGE(TKP-I)(3:19) = TKA-TXN-ID
            MOVE TKP-I TO TKP-FOUND-IX
        END-IF
        ADD 1 TO TKP-I
    END-PERFORM.
    IF TKP-FOUND-IX = 0
        ADD 1 TO TKT-UNKNOWN
        MOVE SPACE TO TKTRECON-LINE
        MOVE TKA-TXN-ID TO TKC-TXN-ID
        MOVE 0 TO TKC-RESENDS
        MOVE "UNKNOWN-ACK" TO TKC-RESULT
        STRING TKA-CODE DELIMITED BY SIZE
            " FOR A TRANSACTION NOT OWED AN ACK" DELIMITED BY SIZE
            INTO TKC-REASON
        WRITE TKTRECON-LINE
    ELSE
        MOVE TKA-CODE TO TKP-ACK(TKP-FOUND-IX)
        MOVE TKA-REASON TO TKP-REASON(TKP-FOUND-IX)
    END-IF.

*> Resends first, oldest first, then tonight's outcomes in report
*> order; the trailer totals cover both.
TKT-WRITE-INTERFACE.
    MOVE 0 TO TKT-SENT.
    MOVE 0 TO TKT-CNT-CLOSE.
    MOVE 0 TO TKT-CNT-ESCALATE.
    MOVE 0 TO TKT-CNT-RESEND-DUMP.
    MOVE 0 TO TKT-RESENT.
    MOVE 0 TO TKT-ACCUM-HASH.
    MOVE 0 TO TKT-PTR-HASH.
    MOVE 0 TO TKT-SEQ.
    MOVE SPACE TO TICKET-HEADER.
    MOVE "H" TO TKH-TYPE.
    MOVE "BOOTFIX" TO TKH-SENDER.
    MOVE RUN-STAMP TO TKH-RUN-STAMP.
    MOVE NOW-DATE TO TKH-CREATED-DATE.
    MOVE NOW-TIME TO TKH-CREATED-TIME.
    WRITE TICKET-HEADER.
    MOVE 1 TO TKP-I.
    PERFORM UNTIL TKP-I > TKP-COUNT
        PERFORM TKT-CHASE-ONE
        ADD 1 TO TKP-I
    END-PERFORM.
    MOVE 1 TO RES-I.
    PERFORM UNTIL RES-I > RESULT-COUNT
        EVALUATE RES-STATUS(RES-I)
            WHEN "SOLVED"
                MOVE "CLS" TO TKT-ACTION-W
            WHEN "UNSOLVED"
                MOVE "ESC" TO TKT-ACTION-W
            WHEN "OVERFLOW"
                MOVE "ESC" TO TKT-ACTION-W
            WHEN "OUTOFBOUNDS"
                MOVE "RSD" TO TKT-ACTION-W
            WHEN OTHER
                MOVE SPACE TO TKT-ACTION-W
        END-EVALUATE
        IF TKT-ACTION-W NOT = SPACE
            PERFORM TKT-NEW-ONE
        END-IF
        ADD 1 TO RES-I
    END-PERFORM.
    MOVE SPACE TO TICKET-TRAILER.
    MOVE "T" TO TKR-TYPE.
    MOVE RUN-STAMP TO TKR-RUN-STAMP.
    MOVE TKT-SENT TO TKR-COUNT.
    MOVE TKT-CNT-CLOSE TO TKR-CLOSE.
    MOVE TKT-CNT-ESCALATE TO TKR-ESCALATE.
    MOVE TKT-CNT-RESEND-DUMP TO TKR-RESEND-DUMP.
    MOVE TKT-RESENT TO TKR-RESENT.
    MOVE TKT-ACCUM-HASH TO TKR-ACCUM-HASH.
    MOVE TKT-PTR-HASH TO TKR-PTR-HASH.
    WRITE TICKET-TRAILER.
    CLOSE TICKET-FILE.

*> One transaction owed an acknowledgement: accepted ones are done
*> with; the rest are reported and, resend limit permitting, sent
*> again and kept on "tktpend".
TKT-CHASE-ONE.
    MOVE TKP-IMAGE(TKP-I) TO TICKET-LINE.
    IF TKP-ACK(TKP-I) = "A"
        ADD 1 TO TKT-ACCEPTED
    ELSE
        MOVE SPACE TO TKTRECON-LINE
        MOVE TKD-TXN-ID TO TKC-TXN-ID
        MOVE TKD-FILE-NAME TO TKC-FILE-NAME
        MOVE TKD-ACTION TO TKC-ACTION
        MOVE TKD-RESENDS TO TKC-RESENDS
        IF TKD-RESENDS NOT < TKT-MAX-RESENDS
            ADD 1 TO TKT-GIVEN-UP
            MOVE "GIVEN-UP" TO TKC-RESULT
            IF TKP-ACK(TKP-I) = "R"
                MOVE TKP-REASON(TKP-I) TO TKC-REASON
            ELSE
                MOVE "RESEND LIMIT, NO ACK - ENTER BY HAND"
                    TO TKC-REASON
            END-IF
        ELSE
            IF TKP-ACK(TKP-I) = "R"
                ADD 1 TO TKT-REJECTED
                MOVE "REJECTED" TO TKC-RESULT
                MOVE TKP-REASON(TKP-I) TO TKC-REASON
            ELSE
                ADD 1 TO TKT-UNACKED
                MOVE "NOT-ACKNOWLEDGED" TO TKC-RESULT
            END-IF
            ADD 1 TO TKD-RESENDS
            PERFORM TKT-SEND
            ADD 1 TO TKT-RESENT
            MOVE TICKET-LINE TO TKP-IMAGE(TKP-I)
            MOVE 'Y' TO TKP-KEEP(TKP-I)
        END-IF
        WRITE TKTRECON-LINE
    END-IF.

TKT-NEW-ONE.
    ADD 1 TO TKT-SEQ.
    MOVE SPACE TO TICKET-LINE.
    MOVE "D" TO TKD-TYPE.
    MOVE RUN-STAMP TO TKD-TXN-STAMP.
    MOVE TKT-SEQ TO TKD-TXN-SEQ.
    MOVE TKT-ACTION-W TO TKD-ACTION.
    MOVE 0 TO TKD-RESENDS.
    MOVE RES-FILE-NAME(RES-I) TO TKD-FILE-NAME.
    MOVE RES-STATUS(RES-I) TO TKD-STATUS.
    MOVE RES-SITE-CODE(RES-I) TO TKD-SITE-CODE.
    MOVE RES-PART1(RES-I) TO TKD-PART1-ACCUM.
    MOVE RES-PART2(RES-I) TO TKD-PART2-ACCUM.
    MOVE RES-MOD-PTR(RES-I) TO TKD-MOD-PTR.
    MOVE RES-SECOND-PTR(RES-I) TO TKD-SECOND-PTR.
    MOVE RES-REPAIR-MODE(RES-I) TO TKD-REPAIR-MODE.
    PERFORM TKT-SEND.
    PERFORM TKT-PEND-ADD.
    IF TKP-FOUND-IX > 0
        MOVE 'Y' TO TKP-KEEP(TKP-FOUND-IX)
    END-IF.

*> Writes TICKET-LINE and adds it into the trailer totals.
TKT-SEND.
    WRITE TICKET-LINE.
    ADD 1 TO TKT-SENT.
    EVALUATE TKD-ACTION
        WHEN "CLS"
            ADD 1 TO TKT-CNT-CLOSE
        WHEN "ESC"
            ADD 1 TO TKT-CNT-ESCALATE
        WHEN "RSD"
            ADD 1 TO TKT-CNT-RESEND-DUMP
    END-EVALUATE.
    COMPUTE TKT-ACCUM-N = FUNCTION NUMVAL(TKD-PART1-ACCUM).
    IF TKT-ACCUM-N < 0
        COMPUTE TKT-ACCUM-N = 0 - TKT-ACCUM-N
    END-IF.
    COMPUTE TKT-ACCUM-HASH =
        FUNCTION MOD(TKT-ACCUM-HASH + TKT-ACCUM-N, 1000000000000).
    COMPUTE TKT-ACCUM-N = FUNCTION NUMVAL(TKD-PART2-ACCUM).
    IF TKT-ACCUM-N < 0
        COMPUTE TKT-ACCUM-N = 0 - TKT-ACCUM-N
    END-IF.
    COMPUTE TKT-ACCUM-HASH =
        FUNCTION MOD(TKT-ACCUM-HASH + TKT-ACCUM-N, 1000000000000).
    COMPUTE TKT-PTR-HASH = FUNCTION MOD(TKT-PTR-HASH + TKD-MOD-PTR
        + TKD-SECOND-PTR, 1000000000).

TKT-SAVE-PENDING.
    MOVE SPACE TO TKP-SAVED.
    OPEN OUTPUT TKTPEND-FILE.
    IF TKP-STATUS NOT = "00" AND TKP-STATUS NOT = "05"
        DISPLAY "TICKET-PASS - PENDING FILE tktpend WRITE FAILED, STATUS "
            TKP-STATUS " - TONIGHT'S TRANSACTIONS WILL NOT BE CHASED"
    ELSE
        MOVE 1 TO TKP-I
        PERFORM UNTIL TKP-I > TKP-COUNT
            IF TKP-KEEP(TKP-I) = 'Y'
                MOVE TKP-IMAGE(TKP-I) TO TKTPEND-LINE
                WRITE TKTPEND-LINE
            END-IF
            ADD 1 TO TKP-I
        END-PERFORM
        CLOSE TKTPEND-FILE
        MOVE 'Y' TO TKP-SAVED
    END-IF.

*> ---------------------------------------------------------------
*> ARCHIVE-PASS keeps a copy of every dump the night processed, so
*> a dump a site resends under a name we have seen before can be
*> compared with what it sent last time and with what we shipped
*> back - see the DUMPDIFF program. Each filelist entry, the physical
*> file exactly as it arrived (every segment, separators included),
*> is copied to "<archive>/<name>.<stamp>" and listed on
*> "<archive>/index" (layout at ARC-INDEX-FILE). It runs at the end
*> of a serial run or of the merge step, once the night's outcome
*> for every entry is known; the dumps are still in the work area
*> then, since nothing in the job deletes an input. An entry the
*> index already lists under tonight's stamp - the merge step run a
*> second time - is not copied again. The directory is operations'
*> to provide, like SIGNOFF's outbound area. An archive that cannot
*> be written loses the night's copies, not the night, so it costs a
*> console message rather than the return code. How long copies are
*> kept is the housekeeping pass's business - see HK-TRIM-ARCHIVE.
*> ---------------------------------------------------------------
ARCHIVE-PASS.
    MOVE 0 TO ARC-ARCHIVED.
    MOVE 0 TO ARC-ALREADY.
    MOVE 0 TO ARC-MISSING.
    MOVE SPACE TO ARC-INDEX-NAME.
    STRING ARCHIVE-DIR DELIMITED BY SPACE
        "/index" DELIMITED BY SIZE
        INTO ARC-INDEX-NAME.
    PERFORM ARC-LOAD-TONIGHT.
    OPEN EXTEND ARC-INDEX-FILE.
    IF ARC-IDX-STATUS NOT = "00" AND ARC-IDX-STATUS NOT = "05"
        DISPLAY "ARCHIVE-PASS - ARCHIVE INDEX " ARC-INDEX-NAME
            " OPEN FAILED, STATUS " ARC-IDX-STATUS
            " - NOTHING ARCHIVED THIS RUN"
    ELSE
        MOVE 1 TO RES-I
        PERFORM UNTIL RES-I > RESULT-COUNT
            PERFORM ARC-ONE-RESULT
            ADD 1 TO RES-I
        END-PERFORM
        CLOSE ARC-INDEX-FILE
        DISPLAY "ARCHIVE-PASS - " ARC-ARCHIVED " DUMP(S) ARCHIVED, "
            ARC-ALREADY " ALREADY ON FILE, " ARC-MISSING
            " NOT ARCHIVED - SEE " ARC-INDEX-NAME
    END-IF.

ARC-LOAD-TONIGHT.
    MOVE 0 TO ARC-DONE-COUNT.
    OPEN INPUT ARC-INDEX-FILE.
    IF ARC-IDX-STATUS = "00"
        MOVE SPACE TO ARC-EOF
        PERFORM UNTIL ARC-EOF = 'Y'
            READ ARC-INDEX-FILE
                AT END
                    MOVE 'Y' TO ARC-EOF
                NOT AT END
                    IF ARX-RUN-STAMP = RUN-STAMP AND ARX-KIND = "DUMP"
                            AND ARC-DONE-COUNT < 600
                        ADD 1 TO ARC-DONE-COUNT
                        MOVE ARX-FILE-NAME TO ARC-DONE-NAME(ARC-DONE-COUNT)
                        MOVE "I" TO ARC-DONE-SRC(ARC-DONE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARC-INDEX-FILE
    ELSE
        IF ARC-IDX-STATUS = "05"
            CLOSE ARC-INDEX-FILE
        END-IF
    END-IF.

*> The result table holds one row per program; the archive takes
*> one copy per filelist entry, on the entry's first row.
ARC-ONE-RESULT.
    IF RES-ENTRY-NAME(RES-I) NOT = SPACE
        MOVE RES-ENTRY-NAME(RES-I) TO ARC-SOURCE-NAME
        PERFORM ARC-FIND-DONE
        IF ARC-DONE-IX > 0
            IF ARC-DONE-SRC(ARC-DONE-IX) = "I"
                ADD 1 TO ARC-ALREADY
                MOVE "P" TO ARC-DONE-SRC(ARC-DONE-IX)
            END-IF
        ELSE
            IF ARC-DONE-COUNT < 600
                ADD 1 TO ARC-DONE-COUNT
                MOVE ARC-SOURCE-NAME TO ARC-DONE-NAME(ARC-DONE-COUNT)
                MOVE "P" TO ARC-DONE-SRC(ARC-DONE-COUNT)
            END-IF
            INITIALIZE ARC-INDEX-LINE
            MOVE ARC-SOURCE-NAME TO ARX-FILE-NAME
            MOVE RUN-STAMP TO ARX-RUN-STAMP
            MOVE "DUMP" TO ARX-KIND
            PERFORM ARC-DERIVE-COPY-NAME
            PERFORM ARC-COPY-DUMP
            IF ARC-COPIED = 'Y'
                PERFORM ARC-INDEX-DUMP
                ADD 1 TO ARC-ARCHIVED
            END-IF
        END-IF
    END-IF.

ARC-FIND-DONE.
    MOVE 0 TO ARC-DONE-IX.
    MOVE 1 TO ARC-J.
    PERFORM UNTIL ARC-J > ARC-DONE-COUNT OR ARC-DONE-IX > 0
        IF ARC-DONE-NAME(ARC-J) = ARC-SOURCE-NAME
            MOVE ARC-J TO ARC-DONE-IX
        END-IF
        ADD 1 TO ARC-J
    END-PERFORM.

*> Where the copy ARC-INDEX-LINE describes lives - DUMPDIFF and
*> SIGNOFF derive it the same way.
ARC-DERIVE-COPY-NAME.
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

*> Line count and operand hash are taken the way SIGNOFF's COPY-FIXED
*> takes them for a transmittal, so an archived dump and a shipped
*> program balance on the same terms.
ARC-COPY-DUMP.
    MOVE SPACE TO ARC-COPIED.
    MOVE 0 TO ARC-LINES.
    MOVE 0 TO ARC-HASH.
    OPEN INPUT ARC-SOURCE-FILE.
    IF ARC-SRC-STATUS NOT = "00"
        ADD 1 TO ARC-MISSING
        DISPLAY "ARCHIVE-PASS - [" ARC-SOURCE-NAME "] NOT READABLE, "
            "STATUS " ARC-SRC-STATUS " - NOT ARCHIVED"
    ELSE
        OPEN OUTPUT ARC-COPY-FILE
        IF ARC-CPY-STATUS NOT = "00"
            ADD 1 TO ARC-MISSING
            DISPLAY "ARCHIVE-PASS - [" ARC-SOURCE-NAME "] ARCHIVE COPY "
                "OPEN FAILED, STATUS " ARC-CPY-STATUS " - NOT ARCHIVED"
        ELSE
            MOVE SPACE TO ARC-EOF
            PERFORM UNTIL ARC-EOF = 'Y'
                READ ARC-SOURCE-FILE
                    AT END
                        MOVE 'Y' TO ARC-EOF
                    NOT AT END
                        MOVE ARC-SOURCE-LINE TO ARC-COPY-LINE
                        WRITE ARC-COPY-LINE
                        IF ARC-LINES < 9999
                            ADD 1 TO ARC-LINES
                        END-IF
                        IF ARC-SOURCE-LINE(6:3) NUMERIC
                            MOVE ARC-SOURCE-LINE(6:3) TO ARC-OPERAND
                            COMPUTE ARC-HASH =
                                FUNCTION MOD(ARC-HASH + ARC-OPERAND,
                                    1000000000)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARC-COPY-FILE
            MOVE 'Y' TO ARC-COPIED
        END-IF
        CLOSE ARC-SOURCE-FILE
    END-IF.

*> One program in the entry gives its own status and fix positions;
*> an entry of several programs is SEGMENTED, each program's outcome
*> being on the report and the history under its "file(nn)" name.
ARC-INDEX-DUMP.
    MOVE RUN-STAMP-DATE TO ARX-ARCH-DATE.
    MOVE ARC-SOURCE-NAME TO ARX-ENTRY-NAME.
    MOVE ARC-LINES TO ARX-LINES.
    MOVE ARC-HASH TO ARX-HASH.
    MOVE 0 TO ARC-SEGS.
    MOVE 1 TO ARC-J.
    PERFORM UNTIL ARC-J > RESULT-COUNT
        IF RES-ENTRY-NAME(ARC-J) = ARC-SOURCE-NAME
            ADD 1 TO ARC-SEGS
            IF ARC-SEGS = 1
                MOVE RES-STATUS(ARC-J) TO ARX-STATUS
                MOVE RES-SITE-CODE(ARC-J) TO ARX-SITE-CODE
                MOVE RES-MOD-PTR(ARC-J) TO ARX-MOD-PTR
                MOVE RES-SECOND-PTR(ARC-J) TO ARX-SECOND-PTR
            END-IF
        END-IF
        ADD 1 TO ARC-J
    END-PERFORM.
    IF ARC-SEGS > 1
        MOVE "SEGMENTED" TO ARX-STATUS
        MOVE 0 TO ARX-MOD-PTR
        MOVE 0 TO ARX-SECOND-PTR
    END-IF.
    WRITE ARC-INDEX-LINE.

*> ---------------------------------------------------------------
*> HOUSEKEEP-RPT and its helpers are the retention pass the work
*> directory has needed since the aux files started piling up. Under
*> the HOUSEKEEP=Y card it runs at the end of the run (run the job
*> against an empty filelist to get a standalone sweep of just the
*> catalog) and does four things, each logged with its reason in
*> the "<report>-housekeep" summary:
*>   - deletes the "-ckpt" checkpoint of every file that reached
*>     SOLVED or CLEAN tonight - a solved file's stale checkpoint is
*>     CATALOG-ADD only ever appends and CATALOG-LOOKUP keeps the
*>     last match, so everything but the newest record per key is
*>     dead weight the lookup still scans - and drops entries whose
*>     fix failed tonight's verify rerun outright;
*>   - under an ARCHKEEP=n card, trims the dump archive to the n
*>     newest dump versions and n newest shipped versions of every
*>     name - see HK-TRIM-ARCHIVE.
*> ---------------------------------------------------------------
HOUSEKEEP-RPT.
    MOVE SPACE TO HOUSEKEEP-FILE-NAME.
        ADD 1 TO HK-I
    END-PERFORM.
    PERFORM HK-COMPACT-CATALOG.
    IF ARCH-KEEP > 0
        PERFORM HK-TRIM-ARCHIVE
    END-IF.
    MOVE SPACE TO HOUSEKEEP-LINE.
    STRING "TOTALS - CHECKPOINTS DELETED " DELIMITED BY SIZE
        HK-DEL-CKPT DELIMITED BY SIZE
        ADD 1 TO HK-J
    END-PERFORM.

*> The index is appended in run order, so a record's version number
*> is how many records for the same name and kind follow it. The
*> index is rewritten first and the copies it no longer lists are
*> deleted after, so a failed rewrite leaves stray copies behind,
*> never an index naming copies that are gone. Like the catalog
*> compaction, an index too big for the table is left whole.
HK-TRIM-ARCHIVE.
    MOVE 0 TO HK-ARX-READ.
    MOVE 0 TO HK-ARX-KEPT.
    MOVE 0 TO HK-ARX-DROPPED.
    MOVE SPACE TO HK-ARX-OVER.
    MOVE SPACE TO ARC-INDEX-NAME.
    STRING ARCHIVE-DIR DELIMITED BY SPACE
        "/index" DELIMITED BY SIZE
        INTO ARC-INDEX-NAME.
    OPEN INPUT ARC-INDEX-FILE.
    IF ARC-IDX-STATUS = "00"
        MOVE SPACE TO ARC-EOF
        PERFORM UNTIL ARC-EOF = 'Y'
            READ ARC-INDEX-FILE
                AT END
                    MOVE 'Y' TO ARC-EOF
                NOT AT END
                    ADD 1 TO HK-ARX-READ
                    IF HK-ARX-READ > 3000
                        MOVE 'Y' TO HK-ARX-OVER
                    ELSE
                        MOVE ARX-FILE-NAME TO HKA-NAME(HK-ARX-READ)
                        MOVE ARX-KIND TO HKA-KIND(HK-ARX-READ)
                        MOVE ARC-INDEX-LINE TO HKA-IMAGE(HK-ARX-READ)
                        MOVE SPACE TO HKA-DROP(HK-ARX-READ)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARC-INDEX-FILE
    ELSE
        IF ARC-IDX-STATUS = "05"
            CLOSE ARC-INDEX-FILE
        END-IF
    END-IF.
    IF HK-ARX-OVER = 'Y'
        MOVE "ARCHIVE INDEX OVER 3000 ENTRIES - ARCHIVE NOT TRIMMED"
            TO HOUSEKEEP-LINE
        WRITE HOUSEKEEP-LINE
    ELSE
        IF HK-ARX-READ > 0
            MOVE 1 TO HK-J
            PERFORM UNTIL HK-J > HK-ARX-READ
                PERFORM HK-ARX-VERSION
                ADD 1 TO HK-J
            END-PERFORM
            IF HK-ARX-DROPPED > 0
                OPEN OUTPUT ARC-INDEX-FILE
                IF ARC-IDX-STATUS NOT = "00"
                    DISPLAY "HOUSEKEEP - ARCHIVE INDEX REWRITE OPEN FAILED, "
                        "STATUS " ARC-IDX-STATUS
                    MOVE 0 TO HK-ARX-DROPPED
                    MOVE HK-ARX-READ TO HK-ARX-KEPT
                ELSE
                    MOVE 1 TO HK-J
                    PERFORM UNTIL HK-J > HK-ARX-READ
                        IF HKA-DROP(HK-J) NOT = 'Y'
                            MOVE HKA-IMAGE(HK-J) TO ARC-INDEX-LINE
                            WRITE ARC-INDEX-LINE
                        END-IF
                        ADD 1 TO HK-J
                    END-PERFORM
                    CLOSE ARC-INDEX-FILE
                    MOVE 1 TO HK-J
                    PERFORM UNTIL HK-J > HK-ARX-READ
                        IF HKA-DROP(HK-J) = 'Y'
                            PERFORM HK-ARX-DELETE
                        END-IF
                        ADD 1 TO HK-J
                    END-PERFORM
                END-IF
            END-IF
            MOVE SPACE TO HOUSEKEEP-LINE
            STRING "ARCHIVE TRIMMED TO " DELIMITED BY SIZE
                ARCH-KEEP DELIMITED BY SIZE
                " VERSIONS - INDEX READ " DELIMITED BY SIZE
                HK-ARX-READ DELIMITED BY SIZE
                " KEPT " DELIMITED BY SIZE
                HK-ARX-KEPT DELIMITED BY SIZE
                " DROPPED " DELIMITED BY SIZE
                HK-ARX-DROPPED DELIMITED BY SIZE
                INTO HOUSEKEEP-LINE
            WRITE HOUSEKEEP-LINE
        END-IF
    END-IF.

HK-ARX-VERSION.
    MOVE 0 TO HK-ARX-NEWER.
    COMPUTE HK-I = HK-J + 1.
    PERFORM UNTIL HK-I > HK-ARX-READ
        IF HKA-NAME(HK-I) = HKA-NAME(HK-J)
                AND HKA-KIND(HK-I) = HKA-KIND(HK-J)
            ADD 1 TO HK-ARX-NEWER
        END-IF
        ADD 1 TO HK-I
    END-PERFORM.
    IF HK-ARX-NEWER >= ARCH-KEEP
        MOVE 'Y' TO HKA-DROP(HK-J)
        ADD 1 TO HK-ARX-DROPPED
    ELSE
        ADD 1 TO HK-ARX-KEPT
    END-IF.

HK-ARX-DELETE.
    MOVE HKA-IMAGE(HK-J) TO ARC-INDEX-LINE.
    PERFORM ARC-DERIVE-COPY-NAME.
    CALL "CBL_DELETE_FILE" USING ARC-COPY-NAME.
    MOVE SPACE TO HOUSEKEEP-LINE.
    IF RETURN-CODE = 0
        STRING "DELETED " DELIMITED BY SIZE
            ARC-COPY-NAME DELIMITED BY SPACE
            " - OLDER THAN THE " DELIMITED BY SIZE
            ARCH-KEEP DELIMITED BY SIZE
            " NEWEST " DELIMITED BY SIZE
            ARX-KIND DELIMITED BY SPACE
            " VERSIONS" DELIMITED BY SIZE
            INTO HOUSEKEEP-LINE
    ELSE
        STRING "UNLISTED " DELIMITED BY SIZE
            ARC-COPY-NAME DELIMITED BY SPACE
            " - COPY WAS ALREADY GONE" DELIMITED BY SIZE
            INTO HOUSEKEEP-LINE
    END-IF.
    WRITE HOUSEKEEP-LINE.
    MOVE 0 TO RETURN-CODE.

*> ---------------------------------------------------------------
*> AUDIT-OPEN / AUDIT-START / AUDIT-FILE-REC / AUDIT-END keep the
*> append-mode "auditlog" that answers the morning-after questions
*> the report's data lines can't: when the run started, what it was
*> pointed at, one timestamped record per file as PROCESS-ONE-FILE
*> finished it (with its status, how many repair candidates were
*> tried and the site that sent it), and a run-end record
*> reconciling the per-status control totals against the number of
*> names read from the filelist. The run's RETURN-CODE comes from
*> the same totals - 8 when anything was REJECTED, UNSOLVED or
*> OUTOFBOUNDS, AMBIGUOUS with no manifest pick, or a corrected file
*> failed its verification rerun, 4 when the only shortfall was the
*> time budget (TIMEDOUT or files never started) or an AMBIGUOUS
*> file shipped on the manifest's pick, or a SOLVER=CROSSCHECK run
*> found the solver and the search disagreeing, or the ticketing
*> side rejected or never acknowledged a transaction, 0 on a fully
*> clean night - so the scheduler can trigger the follow-up job off
*> the condition code instead of an operator eyeballing the report.
*> ---------------------------------------------------------------
AUDIT-OPEN.
    OPEN EXTEND AUDIT-FILE.
    ACCEPT NOW-TIME-RAW FROM TIME.
    MOVE NOW-TIME-RAW(1:6) TO NOW-TIME.

*> A stream's own start and end records say STREAM rather than RUN,
*> so once the merge step has copied its segment into "auditlog" the
*> last RUN START and RUN END there are still the merge's - the
*> whole night's - and SUMMARY reads the control totals it should.
AUDIT-START.
    PERFORM AUDIT-STAMP-NOW.
    MOVE SPACE TO AUDIT-MODE-W.
    IF STREAM-NO > 0
        MOVE "STREAM" TO AUDIT-RUN-TAG
        STRING " STREAM=" DELIMITED BY SIZE
            STREAM-NO DELIMITED BY SIZE
            INTO AUDIT-MODE-W
    END-IF.
    IF MERGE-STREAMS > 0
        STRING " STREAMS=" DELIMITED BY SIZE
            MERGE-STREAMS DELIMITED BY SIZE
            INTO AUDIT-MODE-W
    END-IF.
    MOVE SPACE TO AUDIT-LINE.
    STRING AUDIT-RUN-TAG DELIMITED BY SPACE
        " START " DELIMITED BY SIZE
        NOW-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        NOW-TIME DELIMITED BY SIZE
        FILELIST-NAME DELIMITED BY SPACE
        " REPORT=" DELIMITED BY SIZE
        REPORT-NAME DELIMITED BY SPACE
        " SOLVER=" DELIMITED BY SIZE
        SOLVER-MODE DELIMITED BY SPACE
        AUDIT-MODE-W DELIMITED BY SIZE
        INTO AUDIT-LINE.
    WRITE AUDIT-LINE.

AUDIT-FILE-REC.
    PERFORM AUDIT-STAMP-NOW.
    IF SITE-CODE-W = SPACE
        MOVE "NONE" TO SITE-AUDIT-W
    ELSE
        MOVE SITE-CODE-W TO SITE-AUDIT-W
    END-IF.
    MOVE SPACE TO AUDIT-LINE.
    STRING NOW-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        LAST-STATUS DELIMITED BY SPACE
        " CANDIDATES " DELIMITED BY SIZE
        CAND-COUNT DELIMITED BY SIZE
        " SITE " DELIMITED BY SIZE
        SITE-AUDIT-W DELIMITED BY SPACE
        INTO AUDIT-LINE.
    WRITE AUDIT-LINE.

AUDIT-END.
    IF CNT-REJECTED > 0 OR CNT-UNSOLVED > 0 OR CNT-OUTOFBOUNDS > 0
            OR CNT-OVERFLOW > 0 OR VERIFY-FAILS > 0
            OR RECON-MISMATCH > 0 OR CNT-AMBIGUOUS > CNT-AMBIG-PICKED
        MOVE 8 TO BATCH-RC
    ELSE
        IF CNT-TIMEDOUT > 0 OR FILES-SKIPPED > 0 OR CNT-AMBIGUOUS > 0
                OR CNT-XCHECK > 0 OR TKT-EXCEPTIONS > 0
            MOVE 4 TO BATCH-RC
        ELSE
            MOVE 0 TO BATCH-RC
    END-IF.
    PERFORM AUDIT-STAMP-NOW.
    MOVE SPACE TO AUDIT-LINE.
    STRING AUDIT-RUN-TAG DELIMITED BY SPACE
        " END " DELIMITED BY SIZE
        NOW-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        NOW-TIME DELIMITED BY SIZE
        VERIFY-FAILS DELIMITED BY SIZE
        " MISMATCH=" DELIMITED BY SIZE
        RECON-MISMATCH DELIMITED BY SIZE
        " UNREGISTERED=" DELIMITED BY SIZE
        CNT-UNREGISTERED DELIMITED BY SIZE
        " AMBIGUOUS=" DELIMITED BY SIZE
        CNT-AMBIGUOUS DELIMITED BY SIZE
        " PICKED=" DELIMITED BY SIZE
        CNT-AMBIG-PICKED DELIMITED BY SIZE
        " XCHECK=" DELIMITED BY SIZE
        CNT-XCHECK DELIMITED BY SIZE
        " RC=" DELIMITED BY SIZE
        BATCH-RC DELIMITED BY SIZE
        INTO AUDIT-LINE.
