IDENTIFICATION DIVISION.
PROGRAM-ID. SITEMNT.

*> Maintenance of the field-site/device master "sitemast" the repair
*> job and SUMMARY read to tell which site sent each boot dump. One
*> record per registered sender, keyed by site code, with the boot
*> file name prefix that site's dumps arrive under as a unique
*> alternate key - two sites can never claim the same prefix.
*> Changes come in as a transaction deck, "sitetran" unless another
*> name is given on the command line, one transaction per line:
*>
*>   col 1       action  A add, C change, R retire, L list
*>   col 3-10    site code
*>   col 12-31   boot file name prefix
*>   col 33-62   site name
*>   col 64-79   device type
*>   col 81-110  contact
*>   col 112-127 contact phone
*>
*> Add needs a code and a prefix. Change and retire find the site by
*> code, or by prefix when the code column is blank; a change
*> replaces only the columns given, so one field can be corrected
*> without retyping the rest. Retiring keeps the record - a dump that
*> still arrives from a retired site is identified as such, not
*> passed off as unknown - and a change to a retired site puts it
*> back in service. List with a code prints that one site, without
*> one the whole master in code order. Every transaction is echoed
*> to "<deck>-rpt" with its outcome; the run ends with return code 4
*> when any transaction was refused, 8 when the master could not be
*> opened at all.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SITE-FILE
        ASSIGN TO "sitemast"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SIT-CODE
        ALTERNATE RECORD KEY IS SIT-PREFIX
        FILE STATUS IS SITE-STATUS.

    SELECT TRAN-FILE
        ASSIGN TO DYNAMIC TRAN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRAN-STATUS.

    SELECT MNT-RPT-FILE
        ASSIGN TO DYNAMIC MNT-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

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

    FD TRAN-FILE.

    01 TRAN-LINE.
        05 TRN-ACTION PIC X(1).
        05 TRN-SEP1 PIC X(1).
        05 TRN-CODE PIC X(8).
        05 TRN-SEP2 PIC X(1).
        05 TRN-PREFIX PIC X(20).
        05 TRN-SEP3 PIC X(1).
        05 TRN-NAME PIC X(30).
        05 TRN-SEP4 PIC X(1).
        05 TRN-DEVICE PIC X(16).
        05 TRN-SEP5 PIC X(1).
        05 TRN-CONTACT PIC X(30).
        05 TRN-SEP6 PIC X(1).
        05 TRN-PHONE PIC X(16).

    FD MNT-RPT-FILE.

    01 MNT-RPT-LINE PIC X(160).

WORKING-STORAGE SECTION.
    01 SITE-STATUS PIC X(2).
    01 TRAN-STATUS PIC X(2).
    01 TRAN-FILE-NAME PIC X(40) VALUE SPACE.
    01 MNT-RPT-FILE-NAME PIC X(48) VALUE SPACE.
    01 TRAN-EOF PIC A(1) VALUE SPACE.
    01 SITE-EOF PIC A(1) VALUE SPACE.
    01 SITE-HIT PIC A(1) VALUE SPACE.
    01 TODAY-DATE PIC X(8) VALUE SPACE.
    01 MNT-RESULT PIC X(60) VALUE SPACE.
    01 MNT-READ PIC 9(6) VALUE 0.
    01 MNT-APPLIED PIC 9(6) VALUE 0.
    01 MNT-REFUSED PIC 9(6) VALUE 0.
    01 MNT-LISTED PIC 9(6) VALUE 0.
    01 MNT-PRINT-W PIC X(160) VALUE SPACE.
    01 MNT-STATE-W PIC X(7) VALUE SPACE.

PROCEDURE DIVISION.
    ACCEPT TRAN-FILE-NAME FROM COMMAND-LINE.
    IF TRAN-FILE-NAME = SPACE
        MOVE "sitetran" TO TRAN-FILE-NAME
    END-IF.
    MOVE SPACE TO MNT-RPT-FILE-NAME.
    STRING TRAN-FILE-NAME DELIMITED BY SPACE
        "-rpt" DELIMITED BY SIZE
        INTO MNT-RPT-FILE-NAME.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    OPEN INPUT TRAN-FILE.
    IF TRAN-STATUS NOT = "00"
        DISPLAY "SITEMNT ABORT - CANNOT OPEN TRANSACTIONS ["
            TRAN-FILE-NAME "] STATUS " TRAN-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O SITE-FILE.
    IF SITE-STATUS NOT = "00" AND SITE-STATUS NOT = "05"
        DISPLAY "SITEMNT ABORT - CANNOT OPEN sitemast, STATUS "
            SITE-STATUS
        CLOSE TRAN-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT MNT-RPT-FILE.
    MOVE SPACE TO MNT-RPT-LINE.
    STRING "SITE MASTER MAINTENANCE " DELIMITED BY SIZE
        TODAY-DATE DELIMITED BY SIZE
        " - TRANSACTIONS FROM " DELIMITED BY SIZE
        TRAN-FILE-NAME DELIMITED BY SPACE
        INTO MNT-RPT-LINE.
    WRITE MNT-RPT-LINE.
    PERFORM UNTIL TRAN-EOF = 'Y'
        READ TRAN-FILE
            AT END
                MOVE 'Y' TO TRAN-EOF
            NOT AT END
                IF TRAN-LINE NOT = SPACE AND TRAN-LINE(1:1) NOT = "*"
                    ADD 1 TO MNT-READ
                    PERFORM APPLY-TRAN
                END-IF
        END-READ
    END-PERFORM.
    MOVE SPACE TO MNT-RPT-LINE.
    STRING "TRANSACTIONS " DELIMITED BY SIZE
        MNT-READ DELIMITED BY SIZE
        " APPLIED " DELIMITED BY SIZE
        MNT-APPLIED DELIMITED BY SIZE
        " REFUSED " DELIMITED BY SIZE
        MNT-REFUSED DELIMITED BY SIZE
        " SITES LISTED " DELIMITED BY SIZE
        MNT-LISTED DELIMITED BY SIZE
        INTO MNT-RPT-LINE.
    WRITE MNT-RPT-LINE.
    CLOSE MNT-RPT-FILE.
    CLOSE SITE-FILE.
    CLOSE TRAN-FILE.
    DISPLAY "SITEMNT - READ " MNT-READ " APPLIED " MNT-APPLIED
        " REFUSED " MNT-REFUSED " - SEE " MNT-RPT-FILE-NAME.
    IF MNT-REFUSED > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

APPLY-TRAN.
    MOVE SPACE TO MNT-RESULT.
    EVALUATE TRN-ACTION
        WHEN "A"
            PERFORM ADD-SITE
        WHEN "C"
            PERFORM CHANGE-SITE
        WHEN "R"
            PERFORM RETIRE-SITE
        WHEN "L"
            PERFORM LIST-SITES
        WHEN OTHER
            MOVE "REFUSED - ACTION MUST BE A, C, R OR L" TO MNT-RESULT
    END-EVALUATE.
    IF MNT-RESULT(1:7) = "REFUSED"
        ADD 1 TO MNT-REFUSED
    ELSE
        IF TRN-ACTION NOT = "L"
            ADD 1 TO MNT-APPLIED
        END-IF
    END-IF.
    IF MNT-RESULT NOT = SPACE
        MOVE SPACE TO MNT-RPT-LINE
        STRING TRN-ACTION DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TRN-CODE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TRN-PREFIX DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            MNT-RESULT DELIMITED BY SIZE
            INTO MNT-RPT-LINE
        WRITE MNT-RPT-LINE
    END-IF.

ADD-SITE.
    IF TRN-CODE = SPACE OR TRN-PREFIX = SPACE
        MOVE "REFUSED - ADD NEEDS A SITE CODE AND A PREFIX"
            TO MNT-RESULT
    ELSE
        MOVE SPACE TO SITE-REC
        MOVE TRN-CODE TO SIT-CODE
        MOVE TRN-PREFIX TO SIT-PREFIX
        MOVE "A" TO SIT-STATE
        MOVE TRN-NAME TO SIT-NAME
        MOVE TRN-DEVICE TO SIT-DEVICE
        MOVE TRN-CONTACT TO SIT-CONTACT
        MOVE TRN-PHONE TO SIT-PHONE
        MOVE TODAY-DATE TO SIT-ADDED
        MOVE TODAY-DATE TO SIT-CHANGED
        WRITE SITE-REC
        EVALUATE SITE-STATUS
            WHEN "00"
                MOVE "ADDED" TO MNT-RESULT
            WHEN "02"
                MOVE "ADDED" TO MNT-RESULT
            WHEN "22"
                MOVE "REFUSED - SITE CODE OR PREFIX ALREADY REGISTERED"
                    TO MNT-RESULT
            WHEN OTHER
                MOVE SPACE TO MNT-RESULT
                STRING "REFUSED - WRITE FAILED, STATUS " DELIMITED BY SIZE
                    SITE-STATUS DELIMITED BY SIZE
                    INTO MNT-RESULT
        END-EVALUATE
    END-IF.

*> The site a change or retire names: by code when one is given,
*> otherwise by prefix through the alternate key.
FIND-SITE.
    MOVE SPACE TO SITE-HIT.
    IF TRN-CODE NOT = SPACE
        MOVE TRN-CODE TO SIT-CODE
        READ SITE-FILE
            INVALID KEY
                MOVE SPACE TO SITE-HIT
            NOT INVALID KEY
                MOVE 'Y' TO SITE-HIT
        END-READ
    ELSE
        IF TRN-PREFIX NOT = SPACE
            MOVE TRN-PREFIX TO SIT-PREFIX
            READ SITE-FILE KEY IS SIT-PREFIX
                INVALID KEY
                    MOVE SPACE TO SITE-HIT
                NOT INVALID KEY
                    MOVE 'Y' TO SITE-HIT
            END-READ
        END-IF
    END-IF.

CHANGE-SITE.
    PERFORM FIND-SITE.
    IF SITE-HIT NOT = 'Y'
        MOVE "REFUSED - NO SUCH SITE" TO MNT-RESULT
    ELSE
        IF TRN-CODE NOT = SPACE AND TRN-PREFIX NOT = SPACE
            MOVE TRN-PREFIX TO SIT-PREFIX
        END-IF
        IF TRN-NAME NOT = SPACE
            MOVE TRN-NAME TO SIT-NAME
        END-IF
        IF TRN-DEVICE NOT = SPACE
            MOVE TRN-DEVICE TO SIT-DEVICE
        END-IF
        IF TRN-CONTACT NOT = SPACE
            MOVE TRN-CONTACT TO SIT-CONTACT
        END-IF
        IF TRN-PHONE NOT = SPACE
            MOVE TRN-PHONE TO SIT-PHONE
        END-IF
        IF SIT-STATE = "R"
            MOVE "CHANGED - SITE BACK IN SERVICE" TO MNT-RESULT
        ELSE
            MOVE "CHANGED" TO MNT-RESULT
        END-IF
        MOVE "A" TO SIT-STATE
        MOVE TODAY-DATE TO SIT-CHANGED
        PERFORM REWRITE-SITE
    END-IF.

RETIRE-SITE.
    PERFORM FIND-SITE.
    IF SITE-HIT NOT = 'Y'
        MOVE "REFUSED - NO SUCH SITE" TO MNT-RESULT
    ELSE
        IF SIT-STATE = "R"
            MOVE "REFUSED - SITE ALREADY RETIRED" TO MNT-RESULT
        ELSE
            MOVE "R" TO SIT-STATE
            MOVE TODAY-DATE TO SIT-CHANGED
            MOVE "RETIRED" TO MNT-RESULT
            PERFORM REWRITE-SITE
        END-IF
    END-IF.

*> A prefix change can collide with another site's prefix on the
*> alternate key - the master is left as it was and the change is
*> refused.
REWRITE-SITE.
    REWRITE SITE-REC.
    IF SITE-STATUS = "22"
        MOVE "REFUSED - PREFIX ALREADY REGISTERED TO ANOTHER SITE"
            TO MNT-RESULT
    ELSE
        IF SITE-STATUS NOT = "00" AND SITE-STATUS NOT = "02"
            MOVE SPACE TO MNT-RESULT
            STRING "REFUSED - REWRITE FAILED, STATUS " DELIMITED BY SIZE
                SITE-STATUS DELIMITED BY SIZE
                INTO MNT-RESULT
        END-IF
    END-IF.

LIST-SITES.
    IF TRN-CODE NOT = SPACE OR TRN-PREFIX NOT = SPACE
        PERFORM FIND-SITE
        IF SITE-HIT = 'Y'
            PERFORM LIST-ONE-SITE
        ELSE
            MOVE "REFUSED - NO SUCH SITE" TO MNT-RESULT
        END-IF
    ELSE
        MOVE "SITE     PREFIX               STATE   NAME                           DEVICE           CONTACT                        PHONE            ADDED    CHANGED"
            TO MNT-RPT-LINE
        WRITE MNT-RPT-LINE
        MOVE LOW-VALUES TO SIT-CODE
        MOVE SPACE TO SITE-EOF
        START SITE-FILE KEY IS GREATER THAN OR EQUAL TO SIT-CODE
            INVALID KEY
                MOVE 'Y' TO SITE-EOF
        END-START
        PERFORM UNTIL SITE-EOF = 'Y'
            READ SITE-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO SITE-EOF
                NOT AT END
                    PERFORM LIST-ONE-SITE
            END-READ
        END-PERFORM
    END-IF.

LIST-ONE-SITE.
    ADD 1 TO MNT-LISTED.
    IF SIT-STATE = "R"
        MOVE "RETIRED" TO MNT-STATE-W
    ELSE
        MOVE "ACTIVE" TO MNT-STATE-W
    END-IF.
    MOVE SPACE TO MNT-PRINT-W.
    STRING SIT-CODE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SIT-PREFIX DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MNT-STATE-W DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SIT-NAME DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SIT-DEVICE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SIT-CONTACT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SIT-PHONE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SIT-ADDED DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SIT-CHANGED DELIMITED BY SIZE
        INTO MNT-PRINT-W.
    MOVE MNT-PRINT-W TO MNT-RPT-LINE.
    WRITE MNT-RPT-LINE.
