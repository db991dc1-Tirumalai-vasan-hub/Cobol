    SELECT REJECT-FILE ASSIGN TO "BATCHERR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECT-FILE-STATUS.
    SELECT BATCH-REGISTRY-FILE ASSIGN TO "BATCHREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BATCH-REGISTRY-STATUS.
    SELECT REPORT-FILE ASSIGN TO "RPTOUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.
    SELECT FINDINGS-FILE ASSIGN TO "FINDINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FINDINGS-FILE-STATUS.
    SELECT RELATION-FILE ASSIGN TO "RELATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RELATION-FILE-STATUS.
    SELECT STATS-FILE ASSIGN TO "RUNSTATS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATS-FILE-STATUS.
        ACCESS MODE IS RANDOM
        RECORD KEY IS MAST-NUM
        FILE STATUS IS MASTER-FILE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-FILE-STATUS.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.
    SELECT ENQUEUE-FILE ASSIGN TO "ENQUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-STATUS.
    SELECT ENQUEUE-LOG-FILE ASSIGN TO "ENQLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
    05 BATCH-HDR-TYPE     PIC X.
    05 FILLER             PIC X(1).
    05 BATCH-HDR-DATE     PIC X(8).
    05 FILLER             PIC X(1).
    05 BATCH-HDR-ID       PIC X(8).
    05 FILLER             PIC X(1).
    05 BATCH-HDR-SEQ      PIC 9(6).
01 BATCH-DETAIL-RECORD.
    05 BATCH-DTL-TYPE     PIC X.
    05 FILLER             PIC X(1).
    05 FILLER             PIC X(1).
    05 REJ-DATA           PIC X(30).

FD BATCH-REGISTRY-FILE.
01 BATCH-REGISTRY-RECORD.
    05 REG-BATCH-ID       PIC X(8).
    05 FILLER             PIC X(1).
    05 REG-SEQ            PIC 9(6).
    05 FILLER             PIC X(1).
    05 REG-HDR-DATE       PIC X(8).
    05 FILLER             PIC X(1).
    05 REG-RECEIVED       PIC X(14).
    05 FILLER             PIC X(1).
    05 REG-DETAILS        PIC 9(7).
    05 FILLER             PIC X(1).
    05 REG-REJECTS        PIC 9(7).
    05 FILLER             PIC X(1).
    05 REG-OUTCOME        PIC X(8).
    05 FILLER             PIC X(1).
    05 REG-OPERATOR       PIC X(8).

FD REPORT-FILE.
01 REPORT-RECORD.
    05 RPT-NUM            PIC -(9)9.
    05 SRQ-REC-OPERATOR   PIC X(8).
    05 FILLER             PIC X(1).
    05 SRQ-REC-PRIORITY   PIC 9.
    05 FILLER             PIC X(1).
    05 SRQ-REC-MODE       PIC X.

FD FINDINGS-FILE.
01 FINDINGS-RECORD.
    05 FILLER             PIC X(1).
    05 FND-DATE           PIC X(8).

FD RELATION-FILE.
01 RELATION-RECORD.
    05 REL-TYPE           PIC X.
    05 FILLER             PIC X(1).
    05 REL-LENGTH         PIC 9(2).
    05 FILLER             PIC X(1).
    05 REL-DATE           PIC X(8).
    05 FILLER             PIC X(1).
    05 REL-REQUEST-ID     PIC 9(5).
    05 REL-MEMBER-SLOT OCCURS 30 TIMES.
        10 FILLER         PIC X(1).
        10 REL-MEMBER     PIC 9(9).

FD STATS-FILE.
01 STATS-RECORD.
    05 STAT-PROGRAM       PIC X(8).
    05 MAST-STRONG        PIC X.
    05 MAST-LAST-VERIFIED PIC X(8).

FD JOURNAL-FILE.
01 JOURNAL-RECORD.
    05 JRN-TIMESTAMP      PIC X(21).
    05 FILLER             PIC X(1).
    05 JRN-ACTION         PIC X.
    05 FILLER             PIC X(1).
    05 JRN-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 JRN-OPERATOR       PIC X(8).
    05 FILLER             PIC X(1).
    05 JRN-BEFORE         PIC X(22).
    05 FILLER             PIC X(1).
    05 JRN-AFTER          PIC X(22).

FD SHOP-PARM-FILE.
01 SHOP-PARM-RECORD.
    05 SHP-KEY            PIC X(8).
    05 FILLER             PIC X(1).
    05 SHP-VALUE          PIC 9(5).
    05 FILLER             PIC X(1).
    05 SHP-CHANGED        PIC X(8).
    05 FILLER             PIC X(1).
    05 SHP-CHANGED-BY     PIC X(8).

FD ENQUEUE-FILE.
01 ENQUEUE-RECORD.
    05 ENQ-RESOURCE       PIC X(8).
    05 FILLER             PIC X(1).
    05 ENQ-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 ENQ-OPERATOR       PIC X(8).
    05 FILLER             PIC X(1).
    05 ENQ-SINCE          PIC X(14).
    05 FILLER             PIC X(1).
    05 ENQ-TOKEN          PIC X(16).

FD ENQUEUE-LOG-FILE.
01 ENQUEUE-LOG-RECORD.
    05 ENL-TIMESTAMP      PIC X(14).
    05 FILLER             PIC X(1).
    05 ENL-EVENT          PIC X(8).
    05 FILLER             PIC X(1).
    05 ENL-RESOURCE       PIC X(8).
    05 FILLER             PIC X(1).
    05 ENL-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 ENL-OPERATOR       PIC X(8).
    05 FILLER             PIC X(1).
    05 ENL-HOLDER-PROGRAM PIC X(8).
    05 FILLER             PIC X(1).
    05 ENL-HOLDER-OPERATOR PIC X(8).
    05 FILLER             PIC X(1).
    05 ENL-HOLDER-SINCE   PIC X(14).
    05 FILLER             PIC X(1).
    05 ENL-WAITED         PIC 9(4).

WORKING-STORAGE SECTION.
01 CHOICE        PIC 99 VALUE 0.
01 CHOICE-IN     PIC X(2).
01 RESULT-TEXT   PIC X(30).
01 BATCH-EOF-SW  PIC X VALUE "N".
    88 BATCH-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 VALID-CHOICE-SW PIC X VALUE "N".
    88 VALID-CHOICE VALUE "Y".
01 VALID-NUM-SW  PIC X VALUE "N".
01 MASTER-FOUND-SW PIC X VALUE "N".
    88 MASTER-FOUND VALUE "Y".
01 MASTER-CHECK-TYPE PIC 99 VALUE 0.
01 JOURNAL-FILE-STATUS PIC XX.
01 SHOP-PARM-STATUS   PIC XX.
01 JOURNAL-OPEN-SW PIC X VALUE "N".
    88 JOURNAL-OPEN VALUE "Y".
01 JOURNAL-ACTION  PIC X.
01 JOURNAL-BEFORE  PIC X(22).
01 CHECK-FLAG    PIC X VALUE SPACE.
01 PROFILE-FILE-STATUS PIC XX.
01 RUN-CONTROL-STATUS PIC XX.
        10 OPRT-PWD-DATE   PIC X(8).
        10 OPRT-FORCE      PIC X.
        10 OPRT-FAILS      PIC 9.
01 HOLD-OPERATOR-IX PIC 9(3) VALUE 0.
01 HOLD-OPERATOR-ENTRY.
    05 HOLD-OPRT-ID    PIC X(8).
    05 HOLD-OPRT-PASSWORD PIC X(8).
    05 FILLER          PIC X(2).
    05 HOLD-OPRT-PWD-DATE PIC X(8).
    05 FILLER          PIC X(2).
01 OPERATOR-SAVED-SW PIC X VALUE "N".
    88 OPERATOR-SAVED VALUE "Y".
01 OPERATOR-UPDATE-SW PIC X VALUE SPACE.
    88 UPDATE-FAILED-ATTEMPT VALUE "F".
    88 UPDATE-SIGN-ON VALUE "S".
01 FAILS-CLEARED-SW PIC X VALUE "N".
    88 FAILS-CLEARED VALUE "Y".
01 FORCE-SET-SW PIC X VALUE "N".
    88 FORCE-SET VALUE "Y".
01 PASSWORD-CHANGED-SW PIC X VALUE "N".
    88 PASSWORD-CHANGED VALUE "Y".
01 PWD-AGE-DAYS    PIC S9(7).
01 PWD-MAX-DAYS    PIC 9(3) VALUE 90.
01 SIGNON-LIMIT    PIC 9 VALUE 3.
01 TODAY-DATE      PIC 9(8).
01 NEW-PW-IN       PIC X(8).
01 SIGNON-MSG      PIC X(30).
01 SIGNON-REASON   PIC X(6).
01 SIGNON-OK-SW  PIC X VALUE "N".
    88 SIGNON-OK VALUE "Y".
01 SIGNON-ATTEMPTS PIC 9 VALUE 0.
01 MARKER-TEXT   PIC X(30).
01 SCAN-REQUEST-STATUS PIC XX.
01 FINDINGS-FILE-STATUS PIC XX.
01 RELATION-FILE-STATUS PIC XX.
01 RELATION-OPEN-SW PIC X VALUE "N".
    88 RELATION-OPEN VALUE "Y".
01 ALIQ-MAX-LENGTH  PIC 9(2) VALUE 10.
01 ALIQ-CHAIN-LENGTH PIC 9(2) VALUE 0.
01 ALIQ-IX          PIC 9(2) VALUE 0.
01 ALIQ-END-SW      PIC X VALUE "N".
    88 ALIQ-END VALUE "Y".
01 ALIQ-CYCLE-SW    PIC X VALUE "N".
    88 ALIQ-CYCLE VALUE "Y".
01 ALIQ-CHAIN-TABLE.
    05 ALIQ-MEMBER OCCURS 30 TIMES PIC 9(9).
01 SCANQ-EOF-SW  PIC X VALUE "N".
    88 SCANQ-EOF VALUE "Y".
01 SCANQ-MISSING-SW PIC X VALUE "N".
    88 SCANQ-MISSING VALUE "Y".
01 SCANQ-BUSY-SW PIC X VALUE "N".
    88 SCANQ-BUSY VALUE "Y".
01 SCANQ-OVERFLOW-SW PIC X VALUE "N".
    88 SCANQ-OVERFLOW VALUE "Y".
01 SCAN-FAILED-SW PIC X VALUE "N".
    88 SCAN-FAILED VALUE "Y".
01 SCANQ-COUNT         PIC 9(3) VALUE 0.
01 SCANQ-INVALID-COUNT PIC 9(3) VALUE 0.
01 SCANQ-IX            PIC 9(3) VALUE 0.
01 QUEUE-SCAN-CURRENT  PIC 9(10).
01 QUEUE-FINDING-COUNT PIC 9(7).
01 SCANQ-PRIORITY      PIC 9 VALUE 0.
01 DEFAULT-PRIORITY    PIC 9 VALUE 5.
01 RECHECK-SW          PIC X VALUE "N".
    88 RECHECK-FORCED  VALUE "Y".
01 SCANQ-TABLE.
    05 SCANQ-ENTRY OCCURS 500 TIMES.
        10 SRQ-STATUS     PIC X.
        10 SRQ-ID         PIC 9(5).
        10 SRQ-OPERATOR   PIC X(8).
        10 SRQ-PRIORITY   PIC 9.
        10 SRQ-MODE       PIC X.
        10 SRQ-RAW        PIC X(42).
01 PROFILE-FLAGS.
    05 PROFILE-PALINDROME PIC X.
    05 PROFILE-ARMSTRONG  PIC X.
01 BATCH-REJECT-COUNT   PIC 9(7) VALUE 0.
01 BATCH-EXPECTED-COUNT PIC 9(7) VALUE 0.
01 REJECT-REASON        PIC X(2).
01 BATCH-REGISTRY-STATUS PIC XX.
01 REGISTRY-EOF-SW  PIC X VALUE "N".
    88 REGISTRY-EOF VALUE "Y".
01 BATCH-REFUSED-SW PIC X VALUE "N".
    88 BATCH-REFUSED VALUE "Y".
01 REG-ID-SEEN-SW   PIC X VALUE "N".
    88 REG-ID-SEEN VALUE "Y".
01 REG-DUPLICATE-SW PIC X VALUE "N".
    88 REG-DUPLICATE VALUE "Y".
01 BATCH-DATE-OK-SW PIC X VALUE "N".
    88 BATCH-DATE-OK VALUE "Y".
01 BATCH-ID            PIC X(8).
01 BATCH-SEQ           PIC 9(6).
01 BATCH-DATE          PIC X(8).
01 BATCH-DATE-NUM      PIC 9(8).
01 BATCH-DATE-AGE      PIC S9(7).
01 BATCH-STALE-DAYS    PIC 9(3) VALUE 3.
01 BATCH-OUTCOME       PIC X(8).
01 REG-HIGH-SEQ        PIC 9(6).
01 REG-LAST-DATE       PIC X(8).
01 FOUND-CHECKPOINT-SW PIC X VALUE "N".
    88 FOUND-CHECKPOINT VALUE "Y".
01 STATS-FILE-STATUS PIC XX.
01 SCAN-CURRENT     PIC 9(6).
01 CHECKPOINT-INTERVAL PIC 9(5) VALUE 100.
01 CHECKPOINT-COUNT    PIC 9(5) VALUE 0.
01 ENQUEUE-STATUS     PIC XX.
01 ENQUEUE-LOG-STATUS PIC XX.
01 ENQUEUE-EOF-SW PIC X VALUE "N".
    88 ENQUEUE-EOF VALUE "Y".
01 ENQUEUE-HELD-SW PIC X VALUE "N".
    88 ENQUEUE-HELD VALUE "Y".
01 ENQUEUE-BUSY-SW PIC X VALUE "N".
    88 ENQUEUE-BUSY VALUE "Y".
01 ENQUEUE-MINE-SW PIC X VALUE "N".
    88 ENQUEUE-MINE VALUE "Y".
01 ENQUEUE-DONE-SW PIC X VALUE "N".
    88 ENQUEUE-DONE VALUE "Y".
01 ENQUEUE-CONFLICT-SW PIC X VALUE "N".
    88 ENQUEUE-CONFLICT VALUE "Y".
01 ENQUEUE-MODE-SW PIC X VALUE "I".
    88 ENQUEUE-INTERACTIVE VALUE "I".
01 ENQUEUE-PROGRAM PIC X(8) VALUE "NUMBMENU".
01 ENQUEUE-NAME    PIC X(8) VALUE SPACES.
01 ENQUEUE-OWNER   PIC X(8) VALUE SPACES.
01 ENQUEUE-TOKEN   PIC X(16) VALUE SPACES.
01 ENQUEUE-EVENT   PIC X(8).
01 ENQUEUE-REPLY   PIC X(2).
01 ENQUEUE-HOLDER-PROGRAM  PIC X(8).
01 ENQUEUE-HOLDER-OPERATOR PIC X(8).
01 ENQUEUE-HOLDER-SINCE    PIC X(14).
01 ENQUEUE-WAIT-LIMIT PIC 9(4) VALUE 60.
01 ENQUEUE-WAITED     PIC 9(4) VALUE 0.
01 ENQUEUE-INTERVAL   PIC 9(4) VALUE 5.
01 ENQUEUE-COUNT   PIC 9(3) VALUE 0.
01 ENQUEUE-IX      PIC 9(3) VALUE 0.
01 ENQUEUE-TABLE.
    05 ENQUEUE-ENTRY OCCURS 100 TIMES PIC X(58).

PROCEDURE DIVISION.

    MOVE FUNCTION CURRENT-DATE TO STAT-START-STAMP

    PERFORM LOAD-SHOP-PARMS

    PERFORM CHECK-RUN-CONTROL

    IF UNATTENDED
        MOVE "B" TO ENQUEUE-MODE-SW
        PERFORM VALIDATE-RUN-OPERATOR
    ELSE
        PERFORM OPERATOR-SIGN-ON
                    PERFORM BATCH-MODE
                ELSE
                    DISPLAY "Batch mode requires supervisor authority."
                    PERFORM WRITE-AUTHORITY-AUDIT
                END-IF
            WHEN 6
                PERFORM PRIME-CHECK
                    PERFORM PERFECT-RANGE-SCAN
                ELSE
                    DISPLAY "Range scans require supervisor authority."
                    PERFORM WRITE-AUTHORITY-AUDIT
                END-IF
            WHEN 9
                PERFORM MASTER-INQUIRY
                ELSE
                    DISPLAY "Scan queue runs require supervisor "
                        "authority."
                    PERFORM WRITE-AUTHORITY-AUDIT
                END-IF
            WHEN 12
                PERFORM FACTOR-DETAIL
    IF MASTER-AVAILABLE
        CLOSE MASTER-FILE
    END-IF.
    IF JOURNAL-OPEN
        CLOSE JOURNAL-FILE
    END-IF.

    PERFORM WRITE-RUN-STATS.

    MOVE 0 TO SIGNON-ATTEMPTS
    MOVE "N" TO SIGNON-OK-SW
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    MOVE "B" TO ENQUEUE-MODE-SW

    PERFORM UNTIL SIGNON-OK OR SIGNON-ATTEMPTS >= SIGNON-LIMIT
        DISPLAY "Operator ID: "
        ACCEPT SIGNON-ID-IN
        DISPLAY "Password: "
        EVALUATE TRUE
            WHEN NOT OPERATOR-FOUND
                DISPLAY "Invalid operator ID or password."
                MOVE "NOTFND" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN OPRT-STATUS(OPERATOR-IX) = "D"
                DISPLAY "Operator ID is disabled."
                MOVE "DISABL" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN OPRT-STATUS(OPERATOR-IX) = "L"
                DISPLAY "Operator ID is locked - "
                    "see your supervisor."
                MOVE "LOCKED" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN OPRT-PASSWORD(OPERATOR-IX) NOT = SIGNON-PW-IN
                MOVE "BADPWD" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                PERFORM COUNT-FAILED-ATTEMPT
                DISPLAY "Invalid operator ID or password."
                ADD 1 TO SIGNON-ATTEMPTS
                PERFORM COMPLETE-SIGN-ON
        END-EVALUATE
    END-PERFORM
    MOVE "I" TO ENQUEUE-MODE-SW

    IF NOT SIGNON-OK
        DISPLAY "Sign-on failed - ending session."
    END-IF.

COUNT-FAILED-ATTEMPT.
    MOVE "F" TO OPERATOR-UPDATE-SW
    PERFORM REWRITE-OPERATOR-FILE
    IF NOT OPERATOR-SAVED
        DISPLAY "Failed sign-on could not be recorded - "
            "ending session."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

APPLY-FAILED-ATTEMPT.
    IF OPRT-FAILS(OPERATOR-IX) < 9
        ADD 1 TO OPRT-FAILS(OPERATOR-IX)
    END-IF
    IF OPRT-FAILS(OPERATOR-IX) >= SIGNON-LIMIT
            AND OPRT-STATUS(OPERATOR-IX) = "A"
        MOVE "L" TO OPRT-STATUS(OPERATOR-IX)
        MOVE SPACES TO SIGNON-MSG
        STRING "OPERATOR LOCKED: " OPRT-ID(OPERATOR-IX)
            DELIMITED BY SIZE INTO SIGNON-MSG
        PERFORM WRITE-SIGNON-AUDIT
    END-IF.

COMPLETE-SIGN-ON.
    MOVE "S" TO OPERATOR-UPDATE-SW
    MOVE "N" TO FAILS-CLEARED-SW
    MOVE "N" TO FORCE-SET-SW
    MOVE "N" TO PASSWORD-CHANGED-SW
    IF OPRT-FAILS(OPERATOR-IX) > 0
        MOVE 0 TO OPRT-FAILS(OPERATOR-IX)
        MOVE "Y" TO FAILS-CLEARED-SW
        MOVE "Y" TO OPERATOR-DIRTY-SW
    END-IF
    PERFORM CHECK-PASSWORD-AGE
            DISPLAY "Password is more than " PWD-MAX-DAYS
                " days old and has expired."
            MOVE "Y" TO OPRT-FORCE(OPERATOR-IX)
            MOVE "Y" TO FORCE-SET-SW
            MOVE "Y" TO OPERATOR-DIRTY-SW
        END-IF
    END-IF.
    MOVE NEW-PW-IN TO OPRT-PASSWORD(OPERATOR-IX)
    MOVE TODAY-DATE TO OPRT-PWD-DATE(OPERATOR-IX)
    MOVE "N" TO OPRT-FORCE(OPERATOR-IX)
    MOVE "Y" TO PASSWORD-CHANGED-SW
    MOVE "Y" TO OPERATOR-DIRTY-SW
    DISPLAY "Password changed.".

    IF NOT OPERATOR-FOUND
        DISPLAY "Run operator " SIGNON-ID-IN
            " not on OPRMAST.DAT - ending run."
        MOVE "NOTFND" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-FAILURE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF OPRT-STATUS(OPERATOR-IX) = "D" OR "L"
        DISPLAY "Run operator " SIGNON-ID-IN
            " is disabled or locked - ending run."
        IF OPRT-STATUS(OPERATOR-IX) = "D"
            MOVE "DISABL" TO SIGNON-REASON
        ELSE
            MOVE "LOCKED" TO SIGNON-REASON
        END-IF
        PERFORM WRITE-SIGNON-FAILURE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT SUPERVISOR
        DISPLAY "Run operator " OPERATOR-ID
            " lacks supervisor authority - ending run."
        MOVE "NOAUTH" TO SIGNON-REASON
        PERFORM WRITE-SIGNON-FAILURE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF OPERATOR-FILE-STATUS NOT = "00"
        DISPLAY "Operator master OPRMAST.DAT not found - "
            "ending session."
        PERFORM RELEASE-ENQUEUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF OPERATOR-OVERFLOW
        DISPLAY "OPRMAST.DAT exceeds the 100 operator capacity - "
            "maintaining it would drop operators. Ending session."
        PERFORM RELEASE-ENQUEUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    END-IF.

REWRITE-OPERATOR-FILE.
    MOVE OPERATOR-IX TO HOLD-OPERATOR-IX
    MOVE OPERATOR-ENTRY(OPERATOR-IX) TO HOLD-OPERATOR-ENTRY
    MOVE "OPRMAST" TO ENQUEUE-NAME
    MOVE HOLD-OPRT-ID TO ENQUEUE-OWNER
    MOVE "N" TO OPERATOR-SAVED-SW
    PERFORM TAKE-ENQUEUE
    IF NOT ENQUEUE-HELD
        DISPLAY "OPRMAST.DAT is not available - operator changes "
            "not saved."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        PERFORM LOAD-OPERATOR-TABLE
        PERFORM MERGE-OPERATOR-ENTRY
        PERFORM RELEASE-ENQUEUE
    END-IF.

MERGE-OPERATOR-ENTRY.
    MOVE 0 TO OPERATOR-IX
    MOVE 1 TO OPERATOR-WRITE-IX
    PERFORM UNTIL OPERATOR-WRITE-IX > OPERATOR-COUNT
            OR OPERATOR-IX > 0
        IF OPRT-ID(OPERATOR-WRITE-IX) = HOLD-OPRT-ID
            MOVE OPERATOR-WRITE-IX TO OPERATOR-IX
        END-IF
        ADD 1 TO OPERATOR-WRITE-IX
    END-PERFORM
    IF OPERATOR-IX = 0 AND OPERATOR-COUNT < 100
        ADD 1 TO OPERATOR-COUNT
        MOVE OPERATOR-COUNT TO OPERATOR-IX
        MOVE HOLD-OPERATOR-ENTRY TO OPERATOR-ENTRY(OPERATOR-IX)
    END-IF
    IF OPERATOR-IX = 0
        DISPLAY "Operator " HOLD-OPRT-ID " no longer fits on "
            "OPRMAST.DAT - operator changes not saved."
        MOVE "Y" TO FILE-ERROR-SW
        MOVE HOLD-OPERATOR-IX TO OPERATOR-IX
        MOVE HOLD-OPERATOR-ENTRY TO OPERATOR-ENTRY(OPERATOR-IX)
    ELSE
        IF UPDATE-FAILED-ATTEMPT
            PERFORM APPLY-FAILED-ATTEMPT
        ELSE
            PERFORM APPLY-SIGN-ON-CHANGES
        END-IF
        PERFORM WRITE-OPERATOR-FILE
    END-IF.

APPLY-SIGN-ON-CHANGES.
    IF FAILS-CLEARED
        MOVE 0 TO OPRT-FAILS(OPERATOR-IX)
    END-IF
    IF FORCE-SET
        MOVE "Y" TO OPRT-FORCE(OPERATOR-IX)
    END-IF
    IF PASSWORD-CHANGED
        MOVE HOLD-OPRT-PASSWORD TO OPRT-PASSWORD(OPERATOR-IX)
        MOVE HOLD-OPRT-PWD-DATE TO OPRT-PWD-DATE(OPERATOR-IX)
        MOVE "N" TO OPRT-FORCE(OPERATOR-IX)
    END-IF.

WRITE-OPERATOR-FILE.
    OPEN OUTPUT OPERATOR-FILE
    IF OPERATOR-FILE-STATUS NOT = "00"
        DISPLAY "Unable to rewrite OPRMAST.DAT."
        END-PERFORM
        CLOSE OPERATOR-FILE
        MOVE "N" TO OPERATOR-DIRTY-SW
        MOVE "Y" TO OPERATOR-SAVED-SW
    END-IF.

WRITE-SIGNON-AUDIT.
        CLOSE AUDIT-FILE
    END-IF.

WRITE-SIGNON-FAILURE.
    MOVE SPACES TO SIGNON-MSG
    STRING "SIGNON FAIL " SIGNON-REASON " NUMBMENU"
        DELIMITED BY SIZE INTO SIGNON-MSG
    PERFORM WRITE-SIGNON-AUDIT.

WRITE-AUTHORITY-AUDIT.
    MOVE SPACES TO MARKER-TEXT
    STRING "AUTH REFUSED OPTION " CHOICE
        DELIMITED BY SIZE INTO MARKER-TEXT
    PERFORM WRITE-SESSION-MARKER.

RUN-UNATTENDED.
    DISPLAY "Unattended " UNATTENDED-MODE " run requested by RUNCTL.DAT."
    IF UNATTENDED-MODE = "BATCH"
            MOVE 12 TO RETURN-CODE
        WHEN SCANQ-MISSING
            MOVE 8 TO RETURN-CODE
        WHEN SCANQ-BUSY
            MOVE 4 TO RETURN-CODE
        WHEN SCANQ-OVERFLOW
            MOVE 4 TO RETURN-CODE
        WHEN SCANQ-INVALID-COUNT > 0
            MOVE 12 TO RETURN-CODE
        WHEN BATCH-MISSING
            MOVE 8 TO RETURN-CODE
        WHEN BATCH-REFUSED
            MOVE 10 TO RETURN-CODE
        WHEN BATCH-REJECT-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN NOT BATCH-TRAILER-SEEN
        PERFORM EVAL-CHECK
    ELSE
        PERFORM MASTER-LOOKUP
        IF CHECK-FLAG = SPACE OR RECHECK-FORCED
            PERFORM EVAL-CHECK
            PERFORM MASTER-UPDATE
        END-IF
    END-IF
    IF MASTER-FILE-STATUS = "00"
        MOVE "Y" TO MASTER-AVAILABLE-SW
        PERFORM OPEN-JOURNAL-FILE
    ELSE
        DISPLAY "Results master NUMMAST.DAT unavailable - "
            "every check will be computed."
    END-IF.

OPEN-JOURNAL-FILE.
    MOVE "N" TO JOURNAL-OPEN-SW
    OPEN EXTEND JOURNAL-FILE
    IF JOURNAL-FILE-STATUS NOT = "00"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF JOURNAL-FILE-STATUS = "00"
        MOVE "Y" TO JOURNAL-OPEN-SW
    ELSE
        DISPLAY "Change journal MASTJRNL.DAT unavailable - "
            "results master will not be updated."
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.

MASTER-LOOKUP.
    MOVE SPACE TO CHECK-FLAG
    MOVE "N" TO MASTER-FOUND-SW
    END-IF.

MASTER-UPDATE.
    IF MASTER-AVAILABLE AND JOURNAL-OPEN
        IF MASTER-FOUND
            MOVE MASTER-RECORD TO JOURNAL-BEFORE
        ELSE
            MOVE SPACES TO JOURNAL-BEFORE
            MOVE SPACES TO MASTER-RECORD
            COMPUTE MAST-NUM = FUNCTION ABS(NUM)
        END-IF
        MOVE FUNCTION CURRENT-DATE(1:8) TO MAST-LAST-VERIFIED
        IF MASTER-FOUND
            REWRITE MASTER-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "C" TO JOURNAL-ACTION
                    PERFORM WRITE-JOURNAL-RECORD
            END-REWRITE
        ELSE
            WRITE MASTER-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "A" TO JOURNAL-ACTION
                    PERFORM WRITE-JOURNAL-RECORD
            END-WRITE
        END-IF
    END-IF.

WRITE-JOURNAL-RECORD.
    MOVE SPACES TO JOURNAL-RECORD
    MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
    MOVE JOURNAL-ACTION TO JRN-ACTION
    MOVE "NUMBMENU" TO JRN-PROGRAM
    MOVE OPERATOR-ID TO JRN-OPERATOR
    MOVE JOURNAL-BEFORE TO JRN-BEFORE
    MOVE MASTER-RECORD TO JRN-AFTER
    WRITE JOURNAL-RECORD
    IF JOURNAL-FILE-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.

MASTER-INQUIRY.
    PERFORM GET-VALID-NUM
    IF NOT MASTER-AVAILABLE
    END-IF.

PERFECT-RANGE-SCAN.
    MOVE "SUPV RANGE SCAN" TO MARKER-TEXT
    PERFORM WRITE-SESSION-MARKER
    PERFORM CHECK-RESTART-FILE

    IF FOUND-CHECKPOINT AND SCAN-CURRENT > 99999
    CLOSE RESTART-FILE.

PROCESS-SCAN-QUEUE.
    MOVE "SUPV SCAN QUEUE" TO MARKER-TEXT
    PERFORM WRITE-SESSION-MARKER
    MOVE 0 TO SCANQ-COUNT
    MOVE 0 TO SCANQ-INVALID-COUNT
    MOVE "N" TO SCANQ-EOF-SW
    MOVE "N" TO SCANQ-MISSING-SW
    MOVE "N" TO SCANQ-OVERFLOW-SW
    MOVE "N" TO SCANQ-BUSY-SW

    MOVE "SCANREQ" TO ENQUEUE-NAME
    MOVE OPERATOR-ID TO ENQUEUE-OWNER
    PERFORM TAKE-ENQUEUE
    IF NOT ENQUEUE-HELD
        DISPLAY "SCANREQ.DAT is not available - queue not processed."
        MOVE "Y" TO SCANQ-BUSY-SW
    ELSE
        PERFORM LOAD-AND-PROCESS-SCAN-QUEUE
        PERFORM RELEASE-ENQUEUE
    END-IF.

LOAD-AND-PROCESS-SCAN-QUEUE.
    OPEN INPUT SCAN-REQUEST-FILE
    IF SCAN-REQUEST-STATUS NOT = "00"
        DISPLAY "Scan request file SCANREQ.DAT not found."
            ADD 1 TO SCANQ-PRIORITY
        END-PERFORM
        CLOSE FINDINGS-FILE
        IF RELATION-OPEN
            CLOSE RELATION-FILE
            MOVE "N" TO RELATION-OPEN-SW
        END-IF
        DISPLAY "Scan request queue processed - "
            SCANQ-COUNT " requests read, "
            SCANQ-INVALID-COUNT " invalid."
                AND SRQ-REC-PRIORITY >= 1
            MOVE SRQ-REC-PRIORITY TO SRQ-PRIORITY(SCANQ-COUNT)
        ELSE
            MOVE DEFAULT-PRIORITY TO SRQ-PRIORITY(SCANQ-COUNT)
        END-IF
        MOVE SRQ-REC-MODE TO SRQ-MODE(SCANQ-COUNT)
        IF (SRQ-REC-STATUS = "P" OR "I" OR "C" OR "H" OR "X")
                AND (SRQ-REC-CHECK = "1" OR "2" OR "3" OR "6" OR "7"
                    OR "A")
                AND SRQ-REC-START IS NUMERIC
                AND SRQ-REC-END IS NUMERIC
                AND SRQ-END(SCANQ-COUNT) >= SRQ-START(SCANQ-COUNT)
                AND (SRQ-REC-MODE = SPACE OR "R")
            MOVE "Y" TO SRQ-VALID(SCANQ-COUNT)
        END-IF
        IF SRQ-VALID(SCANQ-COUNT) = "N"
            MOVE "I" TO SRQ-STATUS(SCANQ-IX)
            PERFORM REWRITE-SCAN-QUEUE
            PERFORM RUN-SCAN-REQUEST
            IF SCAN-FAILED
                DISPLAY "Scan request " SRQ-ID(SCANQ-IX)
                    " did not complete - held for the supervisor."
                MOVE "H" TO SRQ-STATUS(SCANQ-IX)
            ELSE
                MOVE "C" TO SRQ-STATUS(SCANQ-IX)
            END-IF
            PERFORM REWRITE-SCAN-QUEUE
        END-IF
        ADD 1 TO SCANQ-IX
                MOVE SRQ-ID(SCANQ-WRITE-IX) TO SRQ-REC-ID
                MOVE SRQ-OPERATOR(SCANQ-WRITE-IX) TO SRQ-REC-OPERATOR
                MOVE SRQ-PRIORITY(SCANQ-WRITE-IX) TO SRQ-REC-PRIORITY
                MOVE SRQ-MODE(SCANQ-WRITE-IX) TO SRQ-REC-MODE
            ELSE
                MOVE SRQ-RAW(SCANQ-WRITE-IX) TO SCAN-REQUEST-RECORD
            END-IF

RUN-SCAN-REQUEST.
    MOVE 0 TO QUEUE-FINDING-COUNT
    MOVE "N" TO SCAN-FAILED-SW
    DISPLAY "Scanning " SRQ-START(SCANQ-IX) " through "
        SRQ-END(SCANQ-IX) " for check " SRQ-CHECK(SCANQ-IX) " ..."

    IF SRQ-CHECK(SCANQ-IX) = "A"
        PERFORM RUN-ALIQUOT-SCAN
    ELSE
        PERFORM RUN-CHECK-SCAN
    END-IF.

RUN-CHECK-SCAN.
    IF SRQ-MODE(SCANQ-IX) = "R"
        MOVE "Y" TO RECHECK-SW
    END-IF
    MOVE SRQ-START(SCANQ-IX) TO QUEUE-SCAN-CURRENT
    PERFORM UNTIL QUEUE-SCAN-CURRENT > SRQ-END(SCANQ-IX)
        MOVE QUEUE-SCAN-CURRENT TO NUM
        END-IF
        ADD 1 TO QUEUE-SCAN-CURRENT
    END-PERFORM
    MOVE "N" TO RECHECK-SW

    DISPLAY "Scan request complete - " QUEUE-FINDING-COUNT
        " qualifying numbers written to FINDINGS.DAT.".

RUN-ALIQUOT-SCAN.
    IF NOT RELATION-OPEN
        OPEN EXTEND RELATION-FILE
        IF RELATION-FILE-STATUS NOT = "00"
            OPEN OUTPUT RELATION-FILE
        END-IF
        IF RELATION-FILE-STATUS = "00"
            MOVE "Y" TO RELATION-OPEN-SW
        ELSE
            DISPLAY "Unable to open RELATION.DAT - aliquot scan not "
                "run."
            MOVE "Y" TO FILE-ERROR-SW
            MOVE "Y" TO SCAN-FAILED-SW
        END-IF
    END-IF

    IF RELATION-OPEN
        MOVE SRQ-START(SCANQ-IX) TO QUEUE-SCAN-CURRENT
        IF QUEUE-SCAN-CURRENT < 2
            MOVE 2 TO QUEUE-SCAN-CURRENT
        END-IF
        PERFORM UNTIL QUEUE-SCAN-CURRENT > SRQ-END(SCANQ-IX)
            PERFORM FOLLOW-ALIQUOT-CHAIN
            IF ALIQ-CYCLE
                PERFORM WRITE-RELATION-RECORD
                ADD 1 TO QUEUE-FINDING-COUNT
            END-IF
            ADD 1 TO QUEUE-SCAN-CURRENT
        END-PERFORM

        DISPLAY "Aliquot scan complete - " QUEUE-FINDING-COUNT
            " pairs and chains written to RELATION.DAT."
    END-IF.

FOLLOW-ALIQUOT-CHAIN.
    MOVE "N" TO ALIQ-CYCLE-SW
    MOVE "N" TO ALIQ-END-SW
    MOVE 1 TO ALIQ-CHAIN-LENGTH
    MOVE QUEUE-SCAN-CURRENT TO ALIQ-MEMBER(1)
    MOVE QUEUE-SCAN-CURRENT TO FACTOR-N

    PERFORM UNTIL ALIQ-END
        PERFORM BUILD-DIVISOR-LIST
        EVALUATE TRUE
            WHEN DIVISOR-OVERFLOW
                MOVE "Y" TO ALIQ-END-SW
            WHEN DIVISOR-SUM = QUEUE-SCAN-CURRENT
                IF ALIQ-CHAIN-LENGTH > 1
                    MOVE "Y" TO ALIQ-CYCLE-SW
                END-IF
                MOVE "Y" TO ALIQ-END-SW
            WHEN DIVISOR-SUM < QUEUE-SCAN-CURRENT
                MOVE "Y" TO ALIQ-END-SW
            WHEN DIVISOR-SUM > 999999999
                MOVE "Y" TO ALIQ-END-SW
            WHEN ALIQ-CHAIN-LENGTH >= ALIQ-MAX-LENGTH
                MOVE "Y" TO ALIQ-END-SW
            WHEN OTHER
                ADD 1 TO ALIQ-CHAIN-LENGTH
                MOVE DIVISOR-SUM TO ALIQ-MEMBER(ALIQ-CHAIN-LENGTH)
                MOVE DIVISOR-SUM TO FACTOR-N
        END-EVALUATE
    END-PERFORM.

WRITE-RELATION-RECORD.
    MOVE SPACES TO RELATION-RECORD
    IF ALIQ-CHAIN-LENGTH = 2
        MOVE "A" TO REL-TYPE
    ELSE
        MOVE "S" TO REL-TYPE
    END-IF
    MOVE ALIQ-CHAIN-LENGTH TO REL-LENGTH
    MOVE FUNCTION CURRENT-DATE(1:8) TO REL-DATE
    MOVE SRQ-ID(SCANQ-IX) TO REL-REQUEST-ID
    MOVE 1 TO ALIQ-IX
    PERFORM UNTIL ALIQ-IX > ALIQ-CHAIN-LENGTH
        MOVE ALIQ-MEMBER(ALIQ-IX) TO REL-MEMBER(ALIQ-IX)
        ADD 1 TO ALIQ-IX
    END-PERFORM
    WRITE RELATION-RECORD
    IF RELATION-FILE-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
        MOVE "Y" TO SCAN-FAILED-SW
    END-IF.

WRITE-FINDINGS-RECORD.
    MOVE SPACES TO FINDINGS-RECORD
    MOVE SRQ-CHECK(SCANQ-IX) TO FND-CHECK
    WRITE FINDINGS-RECORD
    IF FINDINGS-FILE-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
        MOVE "Y" TO SCAN-FAILED-SW
    END-IF.

BATCH-MODE.
    MOVE "SUPV BATCH MODE" TO MARKER-TEXT
    PERFORM WRITE-SESSION-MARKER
    DISPLAY "Reading transactions from BATCHIN.DAT ..."
    MOVE "N" TO BATCH-EOF-SW
    MOVE "N" TO BATCH-HEADER-SW
    MOVE 0 TO BATCH-DETAIL-COUNT
    MOVE 0 TO BATCH-REJECT-COUNT
    MOVE 0 TO BATCH-EXPECTED-COUNT
    MOVE "N" TO BATCH-REFUSED-SW
    MOVE SPACES TO BATCH-OUTCOME
    OPEN INPUT BATCH-FILE

    IF BATCH-FILE-STATUS NOT = "00"
        MOVE "Y" TO BATCH-MISSING-SW
    ELSE
        MOVE "N" TO BATCH-MISSING-SW
        PERFORM CHECK-BATCH-HEADER
        IF BATCH-REFUSED
            PERFORM COUNT-REFUSED-DETAILS
            CLOSE BATCH-FILE
            DISPLAY "Batch " BATCH-ID " sequence " BATCH-SEQ
                " REFUSED (" BATCH-OUTCOME ") - no records processed."
            PERFORM WRITE-BATCH-REGISTRY
        ELSE
            OPEN OUTPUT REJECT-FILE
            IF REJECT-FILE-STATUS = "00"
                MOVE "Y" TO REJECT-OPEN-SW
            ELSE
                MOVE "N" TO REJECT-OPEN-SW
                DISPLAY "Unable to open BATCHERR.DAT - rejects will "
                    "not be recorded."
                MOVE "Y" TO FILE-ERROR-SW
            END-IF
            PERFORM UNTIL BATCH-EOF
                READ BATCH-FILE
                    AT END
                        MOVE "Y" TO BATCH-EOF-SW
                    NOT AT END
                        PERFORM PROCESS-BATCH-RECORD
                END-READ
            END-PERFORM

            CLOSE BATCH-FILE
            IF REJECT-OPEN
                CLOSE REJECT-FILE
            END-IF
            PERFORM BALANCE-BATCH-TOTALS
            PERFORM WRITE-BATCH-REGISTRY
            DISPLAY "Batch processing complete."
        END-IF
    END-IF.

CHECK-BATCH-HEADER.
    MOVE SPACES TO BATCH-ID
    MOVE 0 TO BATCH-SEQ
    MOVE SPACES TO BATCH-DATE
    READ BATCH-FILE
        AT END
            MOVE "Y" TO BATCH-EOF-SW
    END-READ
    IF NOT BATCH-EOF AND BATCH-HDR-TYPE = "H"
        MOVE BATCH-HDR-ID TO BATCH-ID
        MOVE BATCH-HDR-DATE TO BATCH-DATE
        IF BATCH-HDR-SEQ IS NUMERIC
            MOVE BATCH-HDR-SEQ TO BATCH-SEQ
        END-IF
    END-IF
    IF BATCH-EOF OR BATCH-HDR-TYPE NOT = "H"
            OR BATCH-HDR-ID = SPACES
            OR BATCH-HDR-SEQ IS NOT NUMERIC
        MOVE "NOHEADER" TO BATCH-OUTCOME
        MOVE "Y" TO BATCH-REFUSED-SW
    ELSE
        MOVE "Y" TO BATCH-HEADER-SW
        PERFORM SCAN-BATCH-REGISTRY
        PERFORM CHECK-BATCH-DATE
        EVALUATE TRUE
            WHEN REG-DUPLICATE
                MOVE "DUPLICAT" TO BATCH-OUTCOME
            WHEN REG-ID-SEEN AND BATCH-SEQ < REG-HIGH-SEQ
                MOVE "OUTOFSEQ" TO BATCH-OUTCOME
            WHEN REG-ID-SEEN AND BATCH-SEQ > REG-HIGH-SEQ + 1
                MOVE "SEQGAP" TO BATCH-OUTCOME
            WHEN NOT BATCH-DATE-OK
                MOVE "STALE" TO BATCH-OUTCOME
            WHEN OTHER
                MOVE SPACES TO BATCH-OUTCOME
        END-EVALUATE
        IF BATCH-OUTCOME NOT = SPACES
            MOVE "Y" TO BATCH-REFUSED-SW
        END-IF
    END-IF.

SCAN-BATCH-REGISTRY.
    MOVE 0 TO REG-HIGH-SEQ
    MOVE SPACES TO REG-LAST-DATE
    MOVE "N" TO REG-ID-SEEN-SW
    MOVE "N" TO REG-DUPLICATE-SW
    MOVE "N" TO REGISTRY-EOF-SW
    OPEN INPUT BATCH-REGISTRY-FILE
    IF BATCH-REGISTRY-STATUS = "00"
        PERFORM UNTIL REGISTRY-EOF
            READ BATCH-REGISTRY-FILE
                AT END
                    MOVE "Y" TO REGISTRY-EOF-SW
                NOT AT END
                    IF REG-BATCH-ID = BATCH-ID
                            AND REG-SEQ IS NUMERIC
                            AND (REG-OUTCOME = "ACCEPTED"
                                OR REG-OUTCOME = "EXCEPTNS")
                        MOVE "Y" TO REG-ID-SEEN-SW
                        IF REG-SEQ = BATCH-SEQ
                            MOVE "Y" TO REG-DUPLICATE-SW
                        END-IF
                        IF REG-SEQ > REG-HIGH-SEQ
                            MOVE REG-SEQ TO REG-HIGH-SEQ
                            MOVE REG-HDR-DATE TO REG-LAST-DATE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BATCH-REGISTRY-FILE
    END-IF.

CHECK-BATCH-DATE.
    MOVE "N" TO BATCH-DATE-OK-SW
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    IF BATCH-DATE IS NUMERIC
        MOVE BATCH-DATE TO BATCH-DATE-NUM
        IF FUNCTION TEST-DATE-YYYYMMDD(BATCH-DATE-NUM) = 0
            COMPUTE BATCH-DATE-AGE =
                FUNCTION INTEGER-OF-DATE(TODAY-DATE) -
                FUNCTION INTEGER-OF-DATE(BATCH-DATE-NUM)
            IF BATCH-DATE-AGE >= 0
                    AND BATCH-DATE-AGE <= BATCH-STALE-DAYS
                MOVE "Y" TO BATCH-DATE-OK-SW
            END-IF
        END-IF
    END-IF
    IF BATCH-DATE-OK AND REG-ID-SEEN
            AND BATCH-DATE < REG-LAST-DATE
        MOVE "N" TO BATCH-DATE-OK-SW
    END-IF.

COUNT-REFUSED-DETAILS.
    IF NOT BATCH-EOF AND BATCH-DTL-TYPE = "D"
        ADD 1 TO BATCH-DETAIL-COUNT
    END-IF
    PERFORM UNTIL BATCH-EOF
        READ BATCH-FILE
            AT END
                MOVE "Y" TO BATCH-EOF-SW
            NOT AT END
                IF BATCH-DTL-TYPE = "D"
                    ADD 1 TO BATCH-DETAIL-COUNT
                END-IF
        END-READ
    END-PERFORM.

WRITE-BATCH-REGISTRY.
    IF BATCH-OUTCOME = SPACES
        IF BATCH-REJECT-COUNT = 0 AND BATCH-TRAILER-SEEN
                AND BATCH-EXPECTED-COUNT = BATCH-DETAIL-COUNT
            MOVE "ACCEPTED" TO BATCH-OUTCOME
        ELSE
            MOVE "EXCEPTNS" TO BATCH-OUTCOME
        END-IF
    END-IF
    OPEN EXTEND BATCH-REGISTRY-FILE
    IF BATCH-REGISTRY-STATUS NOT = "00"
        OPEN OUTPUT BATCH-REGISTRY-FILE
    END-IF
    IF BATCH-REGISTRY-STATUS NOT = "00"
        DISPLAY "Unable to open BATCHREG.DAT - batch not registered."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE SPACES TO BATCH-REGISTRY-RECORD
        MOVE BATCH-ID TO REG-BATCH-ID
        MOVE BATCH-SEQ TO REG-SEQ
        MOVE BATCH-DATE TO REG-HDR-DATE
        MOVE FUNCTION CURRENT-DATE(1:14) TO REG-RECEIVED
        MOVE BATCH-DETAIL-COUNT TO REG-DETAILS
        MOVE BATCH-REJECT-COUNT TO REG-REJECTS
        MOVE BATCH-OUTCOME TO REG-OUTCOME
        MOVE OPERATOR-ID TO REG-OPERATOR
        WRITE BATCH-REGISTRY-RECORD
        IF BATCH-REGISTRY-STATUS NOT = "00"
            MOVE "Y" TO FILE-ERROR-SW
        END-IF
        CLOSE BATCH-REGISTRY-FILE
    END-IF.

PROCESS-BATCH-RECORD.
    END-IF
    DISPLAY "Detail records processed: " BATCH-DETAIL-COUNT
        " rejected: " BATCH-REJECT-COUNT.

LOAD-SHOP-PARMS.
    MOVE "N" TO SHOP-PARM-EOF-SW
    OPEN INPUT SHOP-PARM-FILE
    IF SHOP-PARM-STATUS = "00"
        PERFORM UNTIL SHOP-PARM-EOF
            READ SHOP-PARM-FILE
                AT END
                    MOVE "Y" TO SHOP-PARM-EOF-SW
                NOT AT END
                    IF SHP-VALUE IS NUMERIC
                        PERFORM APPLY-SHOP-PARM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SHOP-PARM-FILE
    END-IF.

APPLY-SHOP-PARM.
    EVALUATE SHP-KEY
        WHEN "PWDMAXDY"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 365
                MOVE SHP-VALUE TO PWD-MAX-DAYS
            END-IF
        WHEN "SIGNONMX"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9
                MOVE SHP-VALUE TO SIGNON-LIMIT
            END-IF
        WHEN "CHKPTINT"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 99999
                MOVE SHP-VALUE TO CHECKPOINT-INTERVAL
            END-IF
        WHEN "SCANPRTY"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9
                MOVE SHP-VALUE TO DEFAULT-PRIORITY
            END-IF
        WHEN "BATCHSTL"
            IF SHP-VALUE <= 365
                MOVE SHP-VALUE TO BATCH-STALE-DAYS
            END-IF
        WHEN "ALIQMAXL"
            IF SHP-VALUE >= 2 AND SHP-VALUE <= 30
                MOVE SHP-VALUE TO ALIQ-MAX-LENGTH
            END-IF
        WHEN "ENQWAIT"
            IF SHP-VALUE <= 3600
                MOVE SHP-VALUE TO ENQUEUE-WAIT-LIMIT
            END-IF
    END-EVALUATE.

TAKE-ENQUEUE.
    MOVE "N" TO ENQUEUE-HELD-SW
    MOVE "N" TO ENQUEUE-DONE-SW
    MOVE "N" TO ENQUEUE-CONFLICT-SW
    MOVE 0 TO ENQUEUE-WAITED
    MOVE FUNCTION CURRENT-DATE(1:16) TO ENQUEUE-TOKEN
    PERFORM UNTIL ENQUEUE-DONE
        PERFORM FIND-ENQUEUE-HOLDER
        IF NOT ENQUEUE-BUSY
            PERFORM ADD-ENQUEUE-ENTRY
        END-IF
        IF ENQUEUE-BUSY
            PERFORM HANDLE-ENQUEUE-CONFLICT
        END-IF
    END-PERFORM.

FIND-ENQUEUE-HOLDER.
    MOVE "N" TO ENQUEUE-BUSY-SW
    MOVE "N" TO ENQUEUE-MINE-SW
    MOVE "N" TO ENQUEUE-EOF-SW
    OPEN INPUT ENQUEUE-FILE
    IF ENQUEUE-STATUS = "00"
        PERFORM UNTIL ENQUEUE-EOF
            READ ENQUEUE-FILE
                AT END
                    MOVE "Y" TO ENQUEUE-EOF-SW
                NOT AT END
                    IF ENQ-RESOURCE = ENQUEUE-NAME
                        MOVE "Y" TO ENQUEUE-EOF-SW
                        IF ENQ-TOKEN = ENQUEUE-TOKEN
                                AND ENQ-PROGRAM = ENQUEUE-PROGRAM
                            MOVE "Y" TO ENQUEUE-MINE-SW
                        ELSE
                            MOVE "Y" TO ENQUEUE-BUSY-SW
                            MOVE ENQ-PROGRAM TO ENQUEUE-HOLDER-PROGRAM
                            MOVE ENQ-OPERATOR TO ENQUEUE-HOLDER-OPERATOR
                            MOVE ENQ-SINCE TO ENQUEUE-HOLDER-SINCE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ENQUEUE-FILE
    END-IF.

ADD-ENQUEUE-ENTRY.
    OPEN EXTEND ENQUEUE-FILE
    IF ENQUEUE-STATUS NOT = "00"
        OPEN OUTPUT ENQUEUE-FILE
    END-IF
    IF ENQUEUE-STATUS NOT = "00"
        DISPLAY "Unable to record the " ENQUEUE-NAME
            " lock in ENQUEUE.DAT."
        MOVE "Y" TO ENQUEUE-DONE-SW
    ELSE
        MOVE SPACES TO ENQUEUE-RECORD
        MOVE ENQUEUE-NAME TO ENQ-RESOURCE
        MOVE ENQUEUE-PROGRAM TO ENQ-PROGRAM
        MOVE ENQUEUE-OWNER TO ENQ-OPERATOR
        MOVE FUNCTION CURRENT-DATE(1:14) TO ENQ-SINCE
        MOVE ENQUEUE-TOKEN TO ENQ-TOKEN
        WRITE ENQUEUE-RECORD
        CLOSE ENQUEUE-FILE
        PERFORM FIND-ENQUEUE-HOLDER
        EVALUATE TRUE
            WHEN ENQUEUE-MINE
                MOVE "Y" TO ENQUEUE-HELD-SW
                MOVE "Y" TO ENQUEUE-DONE-SW
                IF ENQUEUE-CONFLICT
                    MOVE "WAITED" TO ENQUEUE-EVENT
                    PERFORM WRITE-ENQUEUE-LOG
                END-IF
            WHEN ENQUEUE-BUSY
                PERFORM REMOVE-ENQUEUE-ENTRY
            WHEN OTHER
                DISPLAY "The " ENQUEUE-NAME " lock could not be "
                    "confirmed in ENQUEUE.DAT."
                PERFORM REMOVE-ENQUEUE-ENTRY
                MOVE "Y" TO ENQUEUE-DONE-SW
        END-EVALUATE
    END-IF.

HANDLE-ENQUEUE-CONFLICT.
    IF NOT ENQUEUE-CONFLICT
        MOVE "Y" TO ENQUEUE-CONFLICT-SW
        MOVE "CONFLICT" TO ENQUEUE-EVENT
        PERFORM WRITE-ENQUEUE-LOG
        DISPLAY FUNCTION TRIM(ENQUEUE-NAME) " is in use by "
            FUNCTION TRIM(ENQUEUE-HOLDER-PROGRAM) " operator "
            FUNCTION TRIM(ENQUEUE-HOLDER-OPERATOR) " since "
            ENQUEUE-HOLDER-SINCE(1:8) " "
            ENQUEUE-HOLDER-SINCE(9:2) ":"
            ENQUEUE-HOLDER-SINCE(11:2) ":"
            ENQUEUE-HOLDER-SINCE(13:2) "."
        DISPLAY "If that run has failed, a supervisor can clear "
            "the lock with LOCKMNT."
    END-IF
    IF ENQUEUE-INTERACTIVE
        DISPLAY "Enter R to retry or C to cancel: "
        ACCEPT ENQUEUE-REPLY
        IF ENQUEUE-REPLY NOT = "R" AND ENQUEUE-REPLY NOT = "r"
            MOVE "CANCEL" TO ENQUEUE-EVENT
            PERFORM WRITE-ENQUEUE-LOG
            MOVE "Y" TO ENQUEUE-DONE-SW
        END-IF
    ELSE
        IF ENQUEUE-WAITED >= ENQUEUE-WAIT-LIMIT
            DISPLAY "Gave up waiting for " FUNCTION TRIM(ENQUEUE-NAME)
                " after "
                ENQUEUE-WAITED " seconds."
            MOVE "TIMEOUT" TO ENQUEUE-EVENT
            PERFORM WRITE-ENQUEUE-LOG
            MOVE "Y" TO ENQUEUE-DONE-SW
        ELSE
            CALL "C$SLEEP" USING ENQUEUE-INTERVAL
            ADD ENQUEUE-INTERVAL TO ENQUEUE-WAITED
        END-IF
    END-IF.

RELEASE-ENQUEUE.
    IF ENQUEUE-HELD
        PERFORM REMOVE-ENQUEUE-ENTRY
        MOVE "N" TO ENQUEUE-HELD-SW
    END-IF.

REMOVE-ENQUEUE-ENTRY.
    MOVE 0 TO ENQUEUE-COUNT
    MOVE "N" TO ENQUEUE-EOF-SW
    OPEN INPUT ENQUEUE-FILE
    IF ENQUEUE-STATUS = "00"
        PERFORM UNTIL ENQUEUE-EOF
            READ ENQUEUE-FILE
                AT END
                    MOVE "Y" TO ENQUEUE-EOF-SW
                NOT AT END
                    IF (ENQ-RESOURCE NOT = ENQUEUE-NAME
                            OR ENQ-TOKEN NOT = ENQUEUE-TOKEN
                            OR ENQ-PROGRAM NOT = ENQUEUE-PROGRAM)
                            AND ENQUEUE-COUNT < 100
                        ADD 1 TO ENQUEUE-COUNT
                        MOVE ENQUEUE-RECORD
                            TO ENQUEUE-ENTRY(ENQUEUE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ENQUEUE-FILE
        OPEN OUTPUT ENQUEUE-FILE
        IF ENQUEUE-STATUS NOT = "00"
            DISPLAY "Unable to release the " ENQUEUE-NAME
                " lock in ENQUEUE.DAT."
        ELSE
            MOVE 1 TO ENQUEUE-IX
            PERFORM UNTIL ENQUEUE-IX > ENQUEUE-COUNT
                MOVE ENQUEUE-ENTRY(ENQUEUE-IX) TO ENQUEUE-RECORD
                WRITE ENQUEUE-RECORD
                ADD 1 TO ENQUEUE-IX
            END-PERFORM
            CLOSE ENQUEUE-FILE
        END-IF
    END-IF.

WRITE-ENQUEUE-LOG.
    OPEN EXTEND ENQUEUE-LOG-FILE
    IF ENQUEUE-LOG-STATUS NOT = "00"
        OPEN OUTPUT ENQUEUE-LOG-FILE
    END-IF
    IF ENQUEUE-LOG-STATUS = "00"
        MOVE SPACES TO ENQUEUE-LOG-RECORD
        MOVE FUNCTION CURRENT-DATE(1:14) TO ENL-TIMESTAMP
        MOVE ENQUEUE-EVENT TO ENL-EVENT
        MOVE ENQUEUE-NAME TO ENL-RESOURCE
        MOVE ENQUEUE-PROGRAM TO ENL-PROGRAM
        MOVE ENQUEUE-OWNER TO ENL-OPERATOR
        MOVE ENQUEUE-HOLDER-PROGRAM TO ENL-HOLDER-PROGRAM
        MOVE ENQUEUE-HOLDER-OPERATOR TO ENL-HOLDER-OPERATOR
        MOVE ENQUEUE-HOLDER-SINCE TO ENL-HOLDER-SINCE
        MOVE ENQUEUE-WAITED TO ENL-WAITED
        WRITE ENQUEUE-LOG-RECORD
        CLOSE ENQUEUE-LOG-FILE
    END-IF.
