IDENTIFICATION DIVISION.
PROGRAM-ID. MASTRCV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "NUMMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-NUM
        FILE STATUS IS MASTER-FILE-STATUS.
    SELECT BACKUP-FILE ASSIGN USING BACKUP-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKUP-FILE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-FILE-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "OPRMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-FILE-STATUS.
    SELECT RECOVERY-REPORT-FILE ASSIGN TO "MASTRCV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECOVERY-REPORT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.
    SELECT ENQUEUE-FILE ASSIGN TO "ENQUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-STATUS.
    SELECT ENQUEUE-LOG-FILE ASSIGN TO "ENQLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-LOG-STATUS.
    SELECT APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPROVAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE.
01 MASTER-RECORD.
    05 MAST-NUM           PIC 9(9).
    05 MAST-PALINDROME    PIC X.
    05 MAST-ARMSTRONG     PIC X.
    05 MAST-PERFECT       PIC X.
    05 MAST-PRIME         PIC X.
    05 MAST-STRONG        PIC X.
    05 MAST-LAST-VERIFIED PIC X(8).

FD BACKUP-FILE.
01 BACKUP-RECORD.
    05 BKP-NUM            PIC 9(9).
    05 FILLER             PIC X(1).
    05 BKP-FLAGS          PIC X(5).
    05 FILLER             PIC X(1).
    05 BKP-DATE           PIC X(8).

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

FD OPERATOR-FILE.
01 OPERATOR-RECORD.
    05 OPR-ID             PIC X(8).
    05 FILLER             PIC X(1).
    05 OPR-PASSWORD       PIC X(8).
    05 FILLER             PIC X(1).
    05 OPR-LEVEL          PIC X.
    05 FILLER             PIC X(1).
    05 OPR-STATUS         PIC X.
    05 FILLER             PIC X(1).
    05 OPR-PWD-DATE       PIC X(8).
    05 FILLER             PIC X(1).
    05 OPR-FORCE-CHANGE   PIC X.
    05 FILLER             PIC X(1).
    05 OPR-FAIL-COUNT     PIC 9.

FD AUDIT-FILE.
01 AUDIT-RECORD.
    05 AUDIT-TIMESTAMP    PIC X(21).
    05 FILLER             PIC X(1).
    05 AUDIT-CHOICE       PIC 9(2).
    05 FILLER             PIC X(1).
    05 AUDIT-NUM          PIC -(9)9.
    05 FILLER             PIC X(1).
    05 AUDIT-RESULT       PIC X(30).
    05 FILLER             PIC X(1).
    05 AUDIT-OPERATOR     PIC X(8).

FD RECOVERY-REPORT-FILE.
01 RECOVERY-REPORT-RECORD PIC X(80).

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

FD APPROVAL-FILE.
01 APPROVAL-RECORD.
    05 APR-ID             PIC 9(5).
    05 FILLER             PIC X(1).
    05 APR-ACTION         PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-PARM           PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-STATUS         PIC X.
    05 FILLER             PIC X(1).
    05 APR-REQ-BY         PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-REQ-STAMP      PIC X(14).
    05 FILLER             PIC X(1).
    05 APR-ACT-BY         PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-ACT-STAMP      PIC X(14).
    05 FILLER             PIC X(1).
    05 APR-RUN-BY         PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-RUN-STAMP      PIC X(14).

WORKING-STORAGE SECTION.
01 MASTER-FILE-STATUS   PIC XX.
01 BACKUP-FILE-STATUS   PIC XX.
01 JOURNAL-FILE-STATUS  PIC XX.
01 AUDIT-FILE-STATUS    PIC XX.
01 OPERATOR-FILE-STATUS PIC XX.
01 RECOVERY-REPORT-STATUS PIC XX.
01 SHOP-PARM-STATUS   PIC XX.
01 BACKUP-NAME   PIC X(16) VALUE SPACES.
01 BACKUP-NAME-IN PIC X(16).
01 BACKUP-EOF-SW PIC X VALUE "N".
    88 BACKUP-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 JOURNAL-EOF-SW PIC X VALUE "N".
    88 JOURNAL-EOF VALUE "Y".
01 OPERATOR-EOF-SW PIC X VALUE "N".
    88 OPERATOR-EOF VALUE "Y".
01 OPERATOR-FOUND-SW PIC X VALUE "N".
    88 OPERATOR-FOUND VALUE "Y".
01 MASTER-FOUND-SW PIC X VALUE "N".
    88 MASTER-FOUND VALUE "Y".
01 VALID-NUM-SW  PIC X VALUE "N".
    88 VALID-NUM VALUE "Y".
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 APPLY-STOPPED-SW PIC X VALUE "N".
    88 APPLY-STOPPED VALUE "Y".
01 SIGNON-OK-SW  PIC X VALUE "N".
    88 SIGNON-OK VALUE "Y".
01 SIGNON-ATTEMPTS PIC 9 VALUE 0.
01 SIGNON-LIMIT   PIC 9 VALUE 3.
01 SIGNON-ID-IN  PIC X(8).
01 SIGNON-PW-IN  PIC X(8).
01 SIGNON-PASSWORD PIC X(8).
01 SIGNON-LEVEL  PIC X.
01 SIGNON-STATUS PIC X.
01 ADMIN-ID      PIC X(8) VALUE SPACES.
01 SIGNON-REASON PIC X(6).
01 MARKER-TEXT   PIC X(30).
01 RUN-STAMP     PIC X(21).
01 DUMP-IN       PIC X(4).
01 TARGET-IN     PIC X(16).
01 CONFIRM-IN    PIC X.
01 DUMP-IX       PIC 9(3) VALUE 0.
01 DUMP-COUNT    PIC 9(3) VALUE 0.
01 DUMP-TABLE.
    05 DUMP-ENTRY OCCURS 100 TIMES.
        10 DMP-STAMP      PIC X(21).
        10 DMP-OPERATOR   PIC X(8).
        10 DMP-NOTE       PIC X(22).
01 I             PIC 9(3).
01 DUMP-STAMP    PIC X(21).
01 TARGET-STAMP  PIC X(14).
01 ENTRY-KEY     PIC X(9).
01 ENTRY-RESULT  PIC X(8).
01 ENTRY-REASON  PIC X(20).
01 BACKUP-COUNT  PIC 9(7) VALUE 0.
01 LOAD-COUNT    PIC 9(7) VALUE 0.
01 BAD-COUNT     PIC 9(7) VALUE 0.
01 JOURNAL-COUNT PIC 9(7) VALUE 0.
01 RANGE-COUNT   PIC 9(7) VALUE 0.
01 APPLIED-COUNT PIC 9(7) VALUE 0.
01 PRESENT-COUNT PIC 9(7) VALUE 0.
01 MISMATCH-COUNT PIC 9(7) VALUE 0.
01 DUMP-LIST-LINE.
    05 DLL-IX        PIC ZZ9.
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 DLL-STAMP     PIC X(14).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 DLL-OPERATOR  PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 DLL-NOTE      PIC X(22).
01 HEADING-LINE.
    05 FILLER        PIC X(23) VALUE "RESULTS MASTER RECOVERY".
    05 FILLER        PIC X(5)  VALUE " RUN ".
    05 HDG-RUN-STAMP PIC X(14).
    05 FILLER        PIC X(4)  VALUE " BY ".
    05 HDG-OPERATOR  PIC X(8).
01 RANGE-LINE.
    05 FILLER        PIC X(12) VALUE "BACKUP FILE ".
    05 RNG-BACKUP    PIC X(16).
    05 FILLER        PIC X(10) VALUE " DUMP AT  ".
    05 RNG-DUMP      PIC X(14).
    05 FILLER        PIC X(4)  VALUE " TO ".
    05 RNG-TARGET    PIC X(14).
01 ENTRY-HEADING.
    05 FILLER PIC X(9)  VALUE "RESULT".
    05 FILLER PIC X(2)  VALUE "A".
    05 FILLER PIC X(10) VALUE "NUMBER".
    05 FILLER PIC X(15) VALUE "JOURNAL TIME".
    05 FILLER PIC X(9)  VALUE "PROGRAM".
    05 FILLER PIC X(9)  VALUE "OPERATOR".
    05 FILLER PIC X(6)  VALUE "REASON".
01 ENTRY-LINE.
    05 ENT-RESULT    PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 ENT-ACTION    PIC X.
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 ENT-KEY       PIC X(9).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 ENT-STAMP     PIC X(14).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 ENT-PROGRAM   PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 ENT-OPERATOR  PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 ENT-REASON    PIC X(20).
01 IMAGE-LINE.
    05 FILLER        PIC X(11) VALUE SPACES.
    05 IMG-LABEL     PIC X(16).
    05 IMG-IMAGE     PIC X(22).
01 COUNT-LINE.
    05 CNT-TEXT      PIC X(28).
    05 CNT-VALUE     PIC ZZZZZZ9.
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
01 ENQUEUE-PROGRAM PIC X(8) VALUE "MASTRCV".
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
01 APPROVAL-STATUS    PIC XX.
01 APPROVAL-EOF-SW PIC X VALUE "N".
    88 APPROVAL-EOF VALUE "Y".
01 APPROVAL-LOCKED-SW PIC X VALUE "N".
    88 APPROVAL-LOCKED VALUE "Y".
01 APPROVAL-OVERFLOW-SW PIC X VALUE "N".
    88 APPROVAL-OVERFLOW VALUE "Y".
01 APPROVAL-CHANGED-SW PIC X VALUE "N".
    88 APPROVAL-CHANGED VALUE "Y".
01 APPROVAL-WRITE-FAILED-SW PIC X VALUE "N".
    88 APPROVAL-WRITE-FAILED VALUE "Y".
01 APPROVAL-CLAIMED-SW PIC X VALUE "N".
    88 APPROVAL-CLAIMED VALUE "Y".
01 APPROVAL-FILED-SW PIC X VALUE "N".
    88 APPROVAL-FILED VALUE "Y".
01 APPROVAL-ACTION    PIC X(8) VALUE SPACES.
01 APPROVAL-PARM      PIC X(8) VALUE SPACES.
01 APPROVAL-USER      PIC X(8) VALUE SPACES.
01 APPROVAL-WANTED    PIC X.
01 APPROVAL-REPLY     PIC X(2).
01 APPROVAL-ID        PIC 9(5) VALUE 0.
01 APPROVAL-LAST-ID   PIC 9(5) VALUE 0.
01 APPROVAL-EXPIRY-HOURS PIC 9(3) VALUE 24.
01 APPROVAL-NOW-STAMP PIC X(14).
01 APPROVAL-NOW-DATE  PIC 9(8).
01 APPROVAL-NOW-HH    PIC 99.
01 APPROVAL-NOW-MM    PIC 99.
01 APPROVAL-FROM-STAMP PIC X(14).
01 APPROVAL-FROM-DATE PIC 9(8).
01 APPROVAL-FROM-HH   PIC 99.
01 APPROVAL-FROM-MM   PIC 99.
01 APPROVAL-AGE       PIC S9(7) VALUE 0.
01 APPROVAL-HOLD-NAME  PIC X(8).
01 APPROVAL-HOLD-TOKEN PIC X(16).
01 APPROVAL-HOLD-HELD  PIC X.
01 APPROVAL-COUNT     PIC 9(4) VALUE 0.
01 APPROVAL-IX        PIC 9(4) VALUE 0.
01 APPROVAL-SCAN-IX   PIC 9(4) VALUE 0.
01 APPROVAL-TABLE.
    05 APPROVAL-ENTRY OCCURS 2000 TIMES.
        10 APRT-ID         PIC 9(5).
        10 APRT-ACTION     PIC X(8).
        10 APRT-PARM       PIC X(8).
        10 APRT-STATUS     PIC X.
        10 APRT-REQ-BY     PIC X(8).
        10 APRT-REQ-STAMP  PIC X(14).
        10 APRT-ACT-BY     PIC X(8).
        10 APRT-ACT-STAMP  PIC X(14).
        10 APRT-RUN-BY     PIC X(8).
        10 APRT-RUN-STAMP  PIC X(14).

PROCEDURE DIVISION.

    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP

    PERFORM LOAD-SHOP-PARMS

    PERFORM ADMIN-SIGN-ON
    MOVE ADMIN-ID TO APPROVAL-USER

    OPEN EXTEND AUDIT-FILE
    IF AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-FILE
        IF AUDIT-FILE-STATUS NOT = "00"
            DISPLAY "Unable to open AUDITLOG.DAT - ending session."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE "MASTRCV SESSION START" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT

    PERFORM LOAD-DUMP-MARKERS
    PERFORM GET-DUMP-CHOICE
    PERFORM GET-BACKUP-NAME
    PERFORM GET-TARGET-STAMP

    DISPLAY "NUMMAST.DAT will be rebuilt from " BACKUP-NAME
        " and the journal applied to " TARGET-STAMP "."
    DISPLAY "Continue (Y/N)? "
    ACCEPT CONFIRM-IN
    IF CONFIRM-IN NOT = "Y" AND CONFIRM-IN NOT = "y"
        DISPLAY "Recovery cancelled - NUMMAST.DAT not changed."
        PERFORM END-RECOVERY-SESSION
        MOVE 0 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT BACKUP-FILE
    IF BACKUP-FILE-STATUS NOT = "00"
        DISPLAY "Backup " BACKUP-NAME " not found - nothing recovered."
        PERFORM END-RECOVERY-SESSION
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "MASTRECV" TO APPROVAL-ACTION
    MOVE DUMP-STAMP(1:8) TO APPROVAL-PARM
    PERFORM CLAIM-APPROVAL
    PERFORM WRITE-APPROVAL-AUDIT
    IF NOT APPROVAL-CLAIMED
        DISPLAY "Recovery not run - NUMMAST.DAT not changed."
        CLOSE BACKUP-FILE
        PERFORM END-RECOVERY-SESSION
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RECOVERY-REPORT-FILE
    IF RECOVERY-REPORT-STATUS NOT = "00"
        DISPLAY "Unable to open MASTRCV.DAT - ending run."
        CLOSE BACKUP-FILE
        PERFORM END-RECOVERY-SESSION
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM RELOAD-FROM-BACKUP
    IF FILE-ERROR
        CLOSE RECOVERY-REPORT-FILE
        PERFORM END-RECOVERY-SESSION
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING
    PERFORM APPLY-JOURNAL
    PERFORM WRITE-REPORT-COUNTS
    CLOSE MASTER-FILE
    CLOSE RECOVERY-REPORT-FILE

    PERFORM WRITE-RECOVERY-MARKER

    MOVE SPACES TO MARKER-TEXT
    STRING "MAST RECOVER TO " TARGET-STAMP
        DELIMITED BY SIZE INTO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT
    PERFORM END-RECOVERY-SESSION

    DISPLAY "Recovery complete - " LOAD-COUNT " records reloaded, "
        APPLIED-COUNT " journal entries applied, "
        MISMATCH-COUNT " mismatched - details on MASTRCV.DAT."
    DISPLAY "Take a fresh dump of NUMMAST.DAT before updates resume."

    EVALUATE TRUE
        WHEN FILE-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN MISMATCH-COUNT > 0 OR BAD-COUNT > 0 OR APPLY-STOPPED
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE

    STOP RUN.

ADMIN-SIGN-ON.
    MOVE 0 TO SIGNON-ATTEMPTS
    MOVE "N" TO SIGNON-OK-SW

    PERFORM UNTIL SIGNON-OK OR SIGNON-ATTEMPTS >= SIGNON-LIMIT
        DISPLAY "Supervisor ID: "
        ACCEPT SIGNON-ID-IN
        DISPLAY "Password: "
        ACCEPT SIGNON-PW-IN
        PERFORM FIND-SIGNON-OPERATOR
        EVALUATE TRUE
            WHEN NOT OPERATOR-FOUND
                DISPLAY "Invalid operator ID or password."
                MOVE "NOTFND" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN SIGNON-STATUS = "D" OR "L"
                DISPLAY "Operator ID is disabled or locked."
                IF SIGNON-STATUS = "D"
                    MOVE "DISABL" TO SIGNON-REASON
                ELSE
                    MOVE "LOCKED" TO SIGNON-REASON
                END-IF
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN SIGNON-PASSWORD NOT = SIGNON-PW-IN
                DISPLAY "Invalid operator ID or password."
                MOVE "BADPWD" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN SIGNON-LEVEL NOT = "S"
                DISPLAY "Master recovery requires "
                    "supervisor authority."
                MOVE "NOAUTH" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN OTHER
                MOVE "Y" TO SIGNON-OK-SW
                MOVE SIGNON-ID-IN TO ADMIN-ID
                DISPLAY "Signed on as " ADMIN-ID
        END-EVALUATE
    END-PERFORM

    IF NOT SIGNON-OK
        DISPLAY "Sign-on failed - ending session."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-SIGNON-FAILURE.
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF AUDIT-FILE-STATUS = "00"
        MOVE SPACES TO AUDIT-RECORD
        MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
        MOVE 0 TO AUDIT-CHOICE
        MOVE 0 TO AUDIT-NUM
        STRING "SIGNON FAIL " SIGNON-REASON " MASTRCV"
            DELIMITED BY SIZE INTO AUDIT-RESULT
        MOVE SIGNON-ID-IN TO AUDIT-OPERATOR
        WRITE AUDIT-RECORD
        CLOSE AUDIT-FILE
    END-IF.

WRITE-ADMIN-AUDIT.
    MOVE SPACES TO AUDIT-RECORD
    MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
    MOVE 0 TO AUDIT-CHOICE
    MOVE 0 TO AUDIT-NUM
    MOVE MARKER-TEXT TO AUDIT-RESULT
    MOVE ADMIN-ID TO AUDIT-OPERATOR
    WRITE AUDIT-RECORD
    IF AUDIT-FILE-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.

WRITE-APPROVAL-AUDIT.
    IF APPROVAL-FILED
        MOVE SPACES TO MARKER-TEXT
        STRING "APPR REQUEST " APPROVAL-ID " " APPROVAL-ACTION
            DELIMITED BY SIZE INTO MARKER-TEXT
        PERFORM WRITE-ADMIN-AUDIT
    END-IF
    IF APPROVAL-CLAIMED
        MOVE SPACES TO MARKER-TEXT
        STRING "APPR RUN " APPROVAL-ID " " APPROVAL-ACTION
            DELIMITED BY SIZE INTO MARKER-TEXT
        PERFORM WRITE-ADMIN-AUDIT
    END-IF.

END-RECOVERY-SESSION.
    MOVE "MASTRCV SESSION END" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT
    CLOSE AUDIT-FILE.

FIND-SIGNON-OPERATOR.
    MOVE "N" TO OPERATOR-FOUND-SW
    MOVE "N" TO OPERATOR-EOF-SW
    OPEN INPUT OPERATOR-FILE
    IF OPERATOR-FILE-STATUS NOT = "00"
        DISPLAY "Operator master OPRMAST.DAT not found - "
            "ending session."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL OPERATOR-EOF OR OPERATOR-FOUND
        READ OPERATOR-FILE
            AT END
                MOVE "Y" TO OPERATOR-EOF-SW
            NOT AT END
                IF OPR-ID = SIGNON-ID-IN AND SIGNON-ID-IN NOT = SPACES
                    MOVE "Y" TO OPERATOR-FOUND-SW
                    MOVE OPR-PASSWORD TO SIGNON-PASSWORD
                    MOVE OPR-LEVEL TO SIGNON-LEVEL
                    MOVE OPR-STATUS TO SIGNON-STATUS
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERATOR-FILE.

LOAD-DUMP-MARKERS.
    MOVE 0 TO DUMP-COUNT
    MOVE "N" TO JOURNAL-EOF-SW
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "Change journal MASTJRNL.DAT not found - "
            "nothing to recover from."
        PERFORM END-RECOVERY-SESSION
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL JOURNAL-EOF
        READ JOURNAL-FILE
            AT END
                MOVE "Y" TO JOURNAL-EOF-SW
            NOT AT END
                IF JRN-ACTION = "B"
                    PERFORM ADD-DUMP-MARKER
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE
    IF DUMP-COUNT = 0
        DISPLAY "No backup dumps are recorded on MASTJRNL.DAT - "
            "nothing to recover from."
        PERFORM END-RECOVERY-SESSION
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

ADD-DUMP-MARKER.
    IF DUMP-COUNT >= 100
        MOVE 1 TO I
        PERFORM UNTIL I >= 100
            MOVE DUMP-ENTRY(I + 1) TO DUMP-ENTRY(I)
            ADD 1 TO I
        END-PERFORM
    ELSE
        ADD 1 TO DUMP-COUNT
    END-IF
    MOVE JRN-TIMESTAMP TO DMP-STAMP(DUMP-COUNT)
    MOVE JRN-OPERATOR TO DMP-OPERATOR(DUMP-COUNT)
    MOVE JRN-AFTER TO DMP-NOTE(DUMP-COUNT).

GET-DUMP-CHOICE.
    DISPLAY "Backup dumps recorded on the journal:"
    MOVE 1 TO I
    PERFORM UNTIL I > DUMP-COUNT
        MOVE I TO DLL-IX
        MOVE DMP-STAMP(I)(1:14) TO DLL-STAMP
        MOVE DMP-OPERATOR(I) TO DLL-OPERATOR
        MOVE DMP-NOTE(I) TO DLL-NOTE
        DISPLAY DUMP-LIST-LINE
        ADD 1 TO I
    END-PERFORM
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        DISPLAY "Dump to recover from (number, blank for latest): "
        ACCEPT DUMP-IN
        EVALUATE TRUE
            WHEN DUMP-IN = SPACES
                MOVE DUMP-COUNT TO DUMP-IX
                MOVE "Y" TO VALID-NUM-SW
            WHEN FUNCTION TEST-NUMVAL(DUMP-IN) = 0
                IF FUNCTION NUMVAL(DUMP-IN) >= 1
                        AND FUNCTION NUMVAL(DUMP-IN) <= DUMP-COUNT
                    COMPUTE DUMP-IX = FUNCTION NUMVAL(DUMP-IN)
                    MOVE "Y" TO VALID-NUM-SW
                ELSE
                    DISPLAY "Invalid dump - enter a number from the list."
                END-IF
            WHEN OTHER
                DISPLAY "Invalid dump - enter a number from the list."
        END-EVALUATE
    END-PERFORM
    MOVE DMP-STAMP(DUMP-IX) TO DUMP-STAMP.

GET-BACKUP-NAME.
    DISPLAY "Backup file holding that dump (blank for NUMMBKP.DAT): "
    ACCEPT BACKUP-NAME-IN
    IF BACKUP-NAME-IN = SPACES
        MOVE "NUMMBKP.DAT" TO BACKUP-NAME
    ELSE
        MOVE BACKUP-NAME-IN TO BACKUP-NAME
    END-IF.

GET-TARGET-STAMP.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        DISPLAY "Recover to (YYYYMMDD or YYYYMMDDHHMMSS, "
            "blank for end of journal): "
        ACCEPT TARGET-IN
        EVALUATE TRUE
            WHEN TARGET-IN = SPACES
                MOVE ALL "9" TO TARGET-STAMP
                MOVE "Y" TO VALID-NUM-SW
            WHEN TARGET-IN(1:8) IS NUMERIC AND TARGET-IN(9:8) = SPACES
                MOVE TARGET-IN(1:8) TO TARGET-STAMP(1:8)
                MOVE "235959" TO TARGET-STAMP(9:6)
                MOVE "Y" TO VALID-NUM-SW
            WHEN TARGET-IN(1:14) IS NUMERIC AND TARGET-IN(15:2) = SPACES
                MOVE TARGET-IN(1:14) TO TARGET-STAMP
                MOVE "Y" TO VALID-NUM-SW
            WHEN OTHER
                DISPLAY "Invalid point in time - enter YYYYMMDD or "
                    "YYYYMMDDHHMMSS."
        END-EVALUATE
        IF VALID-NUM AND TARGET-STAMP < DUMP-STAMP(1:14)
            DISPLAY "Point in time is before the chosen dump."
            MOVE "N" TO VALID-NUM-SW
        END-IF
    END-PERFORM.

RELOAD-FROM-BACKUP.
    OPEN OUTPUT MASTER-FILE
    IF MASTER-FILE-STATUS NOT = "00"
        DISPLAY "Unable to rebuild NUMMAST.DAT - status "
            MASTER-FILE-STATUS
        MOVE "Y" TO FILE-ERROR-SW
        CLOSE BACKUP-FILE
    ELSE
        MOVE "N" TO BACKUP-EOF-SW
        PERFORM UNTIL BACKUP-EOF
            READ BACKUP-FILE
                AT END
                    MOVE "Y" TO BACKUP-EOF-SW
                NOT AT END
                    ADD 1 TO BACKUP-COUNT
                    PERFORM RELOAD-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE BACKUP-FILE
        CLOSE MASTER-FILE
        DISPLAY "Reloaded " LOAD-COUNT " of " BACKUP-COUNT
            " backup records - " BAD-COUNT " rejected."
        OPEN I-O MASTER-FILE
        IF MASTER-FILE-STATUS NOT = "00"
            DISPLAY "Unable to reopen NUMMAST.DAT - status "
                MASTER-FILE-STATUS
            MOVE "Y" TO FILE-ERROR-SW
        END-IF
    END-IF.

RELOAD-ONE-RECORD.
    IF BKP-NUM IS NUMERIC
        MOVE SPACES TO MASTER-RECORD
        MOVE BKP-NUM TO MAST-NUM
        MOVE BKP-FLAGS(1:1) TO MAST-PALINDROME
        MOVE BKP-FLAGS(2:1) TO MAST-ARMSTRONG
        MOVE BKP-FLAGS(3:1) TO MAST-PERFECT
        MOVE BKP-FLAGS(4:1) TO MAST-PRIME
        MOVE BKP-FLAGS(5:1) TO MAST-STRONG
        MOVE BKP-DATE TO MAST-LAST-VERIFIED
        WRITE MASTER-RECORD
            INVALID KEY
                ADD 1 TO BAD-COUNT
            NOT INVALID KEY
                ADD 1 TO LOAD-COUNT
        END-WRITE
    ELSE
        DISPLAY "Bad backup record skipped: " BACKUP-RECORD
        ADD 1 TO BAD-COUNT
    END-IF.

WRITE-REPORT-HEADING.
    MOVE RUN-STAMP(1:14) TO HDG-RUN-STAMP
    MOVE ADMIN-ID TO HDG-OPERATOR
    MOVE HEADING-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE BACKUP-NAME TO RNG-BACKUP
    MOVE DUMP-STAMP(1:14) TO RNG-DUMP
    MOVE TARGET-STAMP TO RNG-TARGET
    MOVE RANGE-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE ENTRY-HEADING TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

APPLY-JOURNAL.
    MOVE "N" TO JOURNAL-EOF-SW
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "Unable to reopen MASTJRNL.DAT - no entries applied."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        PERFORM UNTIL JOURNAL-EOF OR APPLY-STOPPED
            READ JOURNAL-FILE
                AT END
                    MOVE "Y" TO JOURNAL-EOF-SW
                NOT AT END
                    ADD 1 TO JOURNAL-COUNT
                    IF JRN-TIMESTAMP(1:16) > DUMP-STAMP(1:16)
                            AND JRN-TIMESTAMP(1:14) <= TARGET-STAMP
                        ADD 1 TO RANGE-COUNT
                        PERFORM APPLY-JOURNAL-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
    END-IF.

APPLY-JOURNAL-ENTRY.
    MOVE SPACES TO ENTRY-RESULT
    MOVE SPACES TO ENTRY-REASON
    MOVE SPACES TO ENTRY-KEY
    EVALUATE JRN-ACTION
        WHEN "A"
            MOVE JRN-AFTER(1:9) TO ENTRY-KEY
            PERFORM READ-ENTRY-MASTER
            EVALUATE TRUE
                WHEN ENTRY-RESULT NOT = SPACES
                    CONTINUE
                WHEN MASTER-FOUND AND MASTER-RECORD = JRN-AFTER
                    MOVE "PRESENT" TO ENTRY-RESULT
                WHEN MASTER-FOUND
                    MOVE "MISMATCH" TO ENTRY-RESULT
                    MOVE "ALREADY ON FILE" TO ENTRY-REASON
                WHEN OTHER
                    MOVE JRN-AFTER TO MASTER-RECORD
                    WRITE MASTER-RECORD
                        INVALID KEY
                            MOVE "MISMATCH" TO ENTRY-RESULT
                            MOVE "ADD REFUSED" TO ENTRY-REASON
                        NOT INVALID KEY
                            MOVE "APPLIED" TO ENTRY-RESULT
                    END-WRITE
            END-EVALUATE
        WHEN "C"
            MOVE JRN-AFTER(1:9) TO ENTRY-KEY
            PERFORM READ-ENTRY-MASTER
            EVALUATE TRUE
                WHEN ENTRY-RESULT NOT = SPACES
                    CONTINUE
                WHEN MASTER-FOUND AND MASTER-RECORD = JRN-AFTER
                    MOVE "PRESENT" TO ENTRY-RESULT
                WHEN NOT MASTER-FOUND
                    MOVE "MISMATCH" TO ENTRY-RESULT
                    MOVE "NOT ON FILE" TO ENTRY-REASON
                WHEN MASTER-RECORD NOT = JRN-BEFORE
                    MOVE "MISMATCH" TO ENTRY-RESULT
                    MOVE "BEFORE IMAGE DIFFERS" TO ENTRY-REASON
                WHEN OTHER
                    MOVE JRN-AFTER TO MASTER-RECORD
                    REWRITE MASTER-RECORD
                        INVALID KEY
                            MOVE "MISMATCH" TO ENTRY-RESULT
                            MOVE "CHANGE REFUSED" TO ENTRY-REASON
                        NOT INVALID KEY
                            MOVE "APPLIED" TO ENTRY-RESULT
                    END-REWRITE
            END-EVALUATE
        WHEN "D"
            MOVE JRN-BEFORE(1:9) TO ENTRY-KEY
            PERFORM READ-ENTRY-MASTER
            EVALUATE TRUE
                WHEN ENTRY-RESULT NOT = SPACES
                    CONTINUE
                WHEN NOT MASTER-FOUND
                    MOVE "PRESENT" TO ENTRY-RESULT
                WHEN MASTER-RECORD NOT = JRN-BEFORE
                    MOVE "MISMATCH" TO ENTRY-RESULT
                    MOVE "BEFORE IMAGE DIFFERS" TO ENTRY-REASON
                WHEN OTHER
                    DELETE MASTER-FILE
                        INVALID KEY
                            MOVE "MISMATCH" TO ENTRY-RESULT
                            MOVE "DELETE REFUSED" TO ENTRY-REASON
                        NOT INVALID KEY
                            MOVE "APPLIED" TO ENTRY-RESULT
                    END-DELETE
            END-EVALUATE
        WHEN "R"
            PERFORM CLEAR-MASTER-FILE
            MOVE "APPLIED" TO ENTRY-RESULT
            MOVE "RELOAD - FILE CLEARED" TO ENTRY-REASON
        WHEN "B"
            MOVE "NOTED" TO ENTRY-RESULT
            MOVE "LATER DUMP TAKEN" TO ENTRY-REASON
        WHEN "V"
            MOVE "STOPPED" TO ENTRY-RESULT
            MOVE "EARLIER RECOVERY RUN" TO ENTRY-REASON
            MOVE "Y" TO APPLY-STOPPED-SW
        WHEN OTHER
            MOVE "MISMATCH" TO ENTRY-RESULT
            MOVE "UNKNOWN ACTION" TO ENTRY-REASON
    END-EVALUATE

    EVALUATE ENTRY-RESULT
        WHEN "APPLIED"
            ADD 1 TO APPLIED-COUNT
            PERFORM WRITE-ENTRY-LINE
        WHEN "PRESENT"
            ADD 1 TO PRESENT-COUNT
        WHEN "MISMATCH"
            ADD 1 TO MISMATCH-COUNT
            PERFORM WRITE-ENTRY-LINE
            PERFORM WRITE-IMAGE-LINES
        WHEN OTHER
            PERFORM WRITE-ENTRY-LINE
    END-EVALUATE.

READ-ENTRY-MASTER.
    MOVE "N" TO MASTER-FOUND-SW
    IF ENTRY-KEY IS NUMERIC
        MOVE ENTRY-KEY TO MAST-NUM
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO MASTER-FOUND-SW
        END-READ
    ELSE
        MOVE "MISMATCH" TO ENTRY-RESULT
        MOVE "INVALID IMAGE KEY" TO ENTRY-REASON
    END-IF.

CLEAR-MASTER-FILE.
    CLOSE MASTER-FILE
    OPEN OUTPUT MASTER-FILE
    IF MASTER-FILE-STATUS = "00"
        CLOSE MASTER-FILE
    END-IF
    OPEN I-O MASTER-FILE
    IF MASTER-FILE-STATUS NOT = "00"
        DISPLAY "Unable to reopen NUMMAST.DAT - status "
            MASTER-FILE-STATUS
        MOVE "Y" TO FILE-ERROR-SW
        MOVE "Y" TO APPLY-STOPPED-SW
    END-IF.

WRITE-ENTRY-LINE.
    MOVE ENTRY-RESULT TO ENT-RESULT
    MOVE JRN-ACTION TO ENT-ACTION
    MOVE ENTRY-KEY TO ENT-KEY
    MOVE JRN-TIMESTAMP(1:14) TO ENT-STAMP
    MOVE JRN-PROGRAM TO ENT-PROGRAM
    MOVE JRN-OPERATOR TO ENT-OPERATOR
    MOVE ENTRY-REASON TO ENT-REASON
    MOVE ENTRY-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-IMAGE-LINES.
    MOVE "JOURNAL BEFORE: " TO IMG-LABEL
    MOVE JRN-BEFORE TO IMG-IMAGE
    MOVE IMAGE-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "JOURNAL AFTER:  " TO IMG-LABEL
    MOVE JRN-AFTER TO IMG-IMAGE
    MOVE IMAGE-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "ON FILE NOW:    " TO IMG-LABEL
    IF MASTER-FOUND
        MOVE MASTER-RECORD TO IMG-IMAGE
    ELSE
        MOVE "(NONE)" TO IMG-IMAGE
    END-IF
    MOVE IMAGE-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-COUNTS.
    MOVE SPACES TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "BACKUP RECORDS READ:" TO CNT-TEXT
    MOVE BACKUP-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "BACKUP RECORDS RELOADED:" TO CNT-TEXT
    MOVE LOAD-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "BACKUP RECORDS REJECTED:" TO CNT-TEXT
    MOVE BAD-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "JOURNAL ENTRIES READ:" TO CNT-TEXT
    MOVE JOURNAL-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "JOURNAL ENTRIES IN RANGE:" TO CNT-TEXT
    MOVE RANGE-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "ENTRIES APPLIED:" TO CNT-TEXT
    MOVE APPLIED-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "ENTRIES ALREADY IN BACKUP:" TO CNT-TEXT
    MOVE PRESENT-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "ENTRIES MISMATCHED:" TO CNT-TEXT
    MOVE MISMATCH-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO RECOVERY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF APPLY-STOPPED
        MOVE "APPLY STOPPED AT AN EARLIER RECOVERY - USE A LATER DUMP"
            TO RECOVERY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-RECOVERY-MARKER.
    OPEN EXTEND JOURNAL-FILE
    IF JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "Unable to mark MASTJRNL.DAT with this recovery."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE SPACES TO JOURNAL-RECORD
        MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
        MOVE "V" TO JRN-ACTION
        MOVE "MASTRCV" TO JRN-PROGRAM
        MOVE ADMIN-ID TO JRN-OPERATOR
        MOVE DUMP-STAMP(1:14) TO JRN-BEFORE
        MOVE TARGET-STAMP TO JRN-AFTER
        WRITE JOURNAL-RECORD
        IF JOURNAL-FILE-STATUS NOT = "00"
            MOVE "Y" TO FILE-ERROR-SW
        END-IF
        CLOSE JOURNAL-FILE
    END-IF.

WRITE-REPORT-LINE.
    WRITE RECOVERY-REPORT-RECORD
    IF RECOVERY-REPORT-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.

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
        WHEN "SIGNONMX"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9
                MOVE SHP-VALUE TO SIGNON-LIMIT
            END-IF
        WHEN "APPREXHR"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 720
                MOVE SHP-VALUE TO APPROVAL-EXPIRY-HOURS
            END-IF
    END-EVALUATE.

CLAIM-APPROVAL.
    MOVE "N" TO APPROVAL-CLAIMED-SW
    MOVE "N" TO APPROVAL-FILED-SW
    MOVE 0 TO APPROVAL-ID
    PERFORM LOCK-APPROVAL-FILE
    IF APPROVAL-LOCKED
        MOVE "A" TO APPROVAL-WANTED
        PERFORM FIND-APPROVAL-ENTRY
        IF APPROVAL-IX > 0
            MOVE "D" TO APRT-STATUS(APPROVAL-IX)
            MOVE APPROVAL-USER TO APRT-RUN-BY(APPROVAL-IX)
            MOVE APPROVAL-NOW-STAMP TO APRT-RUN-STAMP(APPROVAL-IX)
            MOVE "Y" TO APPROVAL-CHANGED-SW
        END-IF
        IF APPROVAL-CHANGED
            PERFORM REWRITE-APPROVAL-FILE
        END-IF
        EVALUATE TRUE
            WHEN APPROVAL-IX = 0
                PERFORM SHOW-APPROVAL-NEEDED
            WHEN APPROVAL-WRITE-FAILED
                DISPLAY "Approved request " APRT-ID(APPROVAL-IX)
                    " could not be marked as run - nothing done."
            WHEN OTHER
                MOVE "Y" TO APPROVAL-CLAIMED-SW
                MOVE APRT-ID(APPROVAL-IX) TO APPROVAL-ID
                DISPLAY "Running request " APPROVAL-ID " filed by "
                    FUNCTION TRIM(APRT-REQ-BY(APPROVAL-IX))
                    " and approved by "
                    FUNCTION TRIM(APRT-ACT-BY(APPROVAL-IX)) "."
        END-EVALUATE
        PERFORM UNLOCK-APPROVAL-FILE
    END-IF.

SHOW-APPROVAL-NEEDED.
    DISPLAY FUNCTION TRIM(APPROVAL-ACTION) " "
        FUNCTION TRIM(APPROVAL-PARM)
        " needs approval by a second supervisor."
    MOVE "P" TO APPROVAL-WANTED
    PERFORM FIND-APPROVAL-ENTRY
    IF APPROVAL-IX > 0
        DISPLAY "Request " APRT-ID(APPROVAL-IX) " filed by "
            FUNCTION TRIM(APRT-REQ-BY(APPROVAL-IX))
            " is waiting for approval in APPRMNT."
    ELSE
        IF ENQUEUE-INTERACTIVE
            PERFORM OFFER-APPROVAL-REQUEST
        END-IF
    END-IF.

OFFER-APPROVAL-REQUEST.
    DISPLAY "File a request for approval (Y/N)? "
    ACCEPT APPROVAL-REPLY
    IF APPROVAL-REPLY = "Y" OR APPROVAL-REPLY = "y"
        PERFORM ADD-APPROVAL-REQUEST
    ELSE
        DISPLAY "No request filed - nothing done."
    END-IF.

ADD-APPROVAL-REQUEST.
    IF APPROVAL-COUNT >= 2000 OR APPROVAL-LAST-ID >= 99999
        DISPLAY "APPROVAL.DAT is full - request not filed."
    ELSE
        ADD 1 TO APPROVAL-COUNT
        ADD 1 TO APPROVAL-LAST-ID
        MOVE SPACES TO APPROVAL-ENTRY(APPROVAL-COUNT)
        MOVE APPROVAL-LAST-ID TO APRT-ID(APPROVAL-COUNT)
        MOVE APPROVAL-ACTION TO APRT-ACTION(APPROVAL-COUNT)
        MOVE APPROVAL-PARM TO APRT-PARM(APPROVAL-COUNT)
        MOVE "P" TO APRT-STATUS(APPROVAL-COUNT)
        MOVE APPROVAL-USER TO APRT-REQ-BY(APPROVAL-COUNT)
        MOVE APPROVAL-NOW-STAMP TO APRT-REQ-STAMP(APPROVAL-COUNT)
        PERFORM REWRITE-APPROVAL-FILE
        IF APPROVAL-WRITE-FAILED
            SUBTRACT 1 FROM APPROVAL-COUNT
            SUBTRACT 1 FROM APPROVAL-LAST-ID
            DISPLAY "Request not filed."
        ELSE
            MOVE "Y" TO APPROVAL-FILED-SW
            MOVE APPROVAL-LAST-ID TO APPROVAL-ID
            DISPLAY "Request " APPROVAL-ID " filed - another "
                "supervisor must approve it in APPRMNT within "
                APPROVAL-EXPIRY-HOURS " hours."
        END-IF
    END-IF.

LOCK-APPROVAL-FILE.
    MOVE "N" TO APPROVAL-LOCKED-SW
    MOVE ENQUEUE-NAME TO APPROVAL-HOLD-NAME
    MOVE ENQUEUE-TOKEN TO APPROVAL-HOLD-TOKEN
    MOVE ENQUEUE-HELD-SW TO APPROVAL-HOLD-HELD
    MOVE "APPROVAL" TO ENQUEUE-NAME
    MOVE APPROVAL-USER TO ENQUEUE-OWNER
    PERFORM TAKE-ENQUEUE
    IF ENQUEUE-HELD
        PERFORM LOAD-APPROVAL-TABLE
        IF APPROVAL-OVERFLOW
            DISPLAY "APPROVAL.DAT holds more than 2000 requests - "
                "nothing done."
            PERFORM UNLOCK-APPROVAL-FILE
        ELSE
            MOVE "Y" TO APPROVAL-LOCKED-SW
        END-IF
    ELSE
        DISPLAY "APPROVAL.DAT is not available - nothing done."
        PERFORM UNLOCK-APPROVAL-FILE
    END-IF.

UNLOCK-APPROVAL-FILE.
    PERFORM RELEASE-ENQUEUE
    MOVE APPROVAL-HOLD-NAME TO ENQUEUE-NAME
    MOVE APPROVAL-HOLD-TOKEN TO ENQUEUE-TOKEN
    MOVE APPROVAL-HOLD-HELD TO ENQUEUE-HELD-SW
    MOVE "N" TO APPROVAL-LOCKED-SW.

SET-APPROVAL-NOW.
    MOVE FUNCTION CURRENT-DATE(1:14) TO APPROVAL-NOW-STAMP
    MOVE APPROVAL-NOW-STAMP(1:8) TO APPROVAL-NOW-DATE
    MOVE APPROVAL-NOW-STAMP(9:2) TO APPROVAL-NOW-HH
    MOVE APPROVAL-NOW-STAMP(11:2) TO APPROVAL-NOW-MM.

LOAD-APPROVAL-TABLE.
    MOVE 0 TO APPROVAL-COUNT
    MOVE 0 TO APPROVAL-LAST-ID
    MOVE "N" TO APPROVAL-CHANGED-SW
    MOVE "N" TO APPROVAL-OVERFLOW-SW
    MOVE "N" TO APPROVAL-EOF-SW
    PERFORM SET-APPROVAL-NOW
    OPEN INPUT APPROVAL-FILE
    IF APPROVAL-STATUS = "00"
        PERFORM UNTIL APPROVAL-EOF
            READ APPROVAL-FILE
                AT END
                    MOVE "Y" TO APPROVAL-EOF-SW
                NOT AT END
                    PERFORM LOAD-APPROVAL-ENTRY
            END-READ
        END-PERFORM
        CLOSE APPROVAL-FILE
    END-IF.

LOAD-APPROVAL-ENTRY.
    IF APPROVAL-COUNT >= 2000
        MOVE "Y" TO APPROVAL-OVERFLOW-SW
    ELSE
        ADD 1 TO APPROVAL-COUNT
        MOVE APPROVAL-COUNT TO APPROVAL-IX
        IF APR-ID IS NUMERIC
            MOVE APR-ID TO APRT-ID(APPROVAL-IX)
        ELSE
            MOVE 0 TO APRT-ID(APPROVAL-IX)
        END-IF
        MOVE APR-ACTION TO APRT-ACTION(APPROVAL-IX)
        MOVE APR-PARM TO APRT-PARM(APPROVAL-IX)
        MOVE APR-STATUS TO APRT-STATUS(APPROVAL-IX)
        MOVE APR-REQ-BY TO APRT-REQ-BY(APPROVAL-IX)
        MOVE APR-REQ-STAMP TO APRT-REQ-STAMP(APPROVAL-IX)
        MOVE APR-ACT-BY TO APRT-ACT-BY(APPROVAL-IX)
        MOVE APR-ACT-STAMP TO APRT-ACT-STAMP(APPROVAL-IX)
        MOVE APR-RUN-BY TO APRT-RUN-BY(APPROVAL-IX)
        MOVE APR-RUN-STAMP TO APRT-RUN-STAMP(APPROVAL-IX)
        IF APRT-ID(APPROVAL-IX) > APPROVAL-LAST-ID
            MOVE APRT-ID(APPROVAL-IX) TO APPROVAL-LAST-ID
        END-IF
        PERFORM EXPIRE-APPROVAL-ENTRY
    END-IF.

EXPIRE-APPROVAL-ENTRY.
    EVALUATE APRT-STATUS(APPROVAL-IX)
        WHEN "P"
            MOVE APRT-REQ-STAMP(APPROVAL-IX) TO APPROVAL-FROM-STAMP
            PERFORM COMPUTE-APPROVAL-AGE
            IF APPROVAL-AGE >= APPROVAL-EXPIRY-HOURS * 60
                MOVE "E" TO APRT-STATUS(APPROVAL-IX)
                MOVE APPROVAL-NOW-STAMP TO APRT-ACT-STAMP(APPROVAL-IX)
                MOVE "Y" TO APPROVAL-CHANGED-SW
            END-IF
        WHEN "A"
            MOVE APRT-ACT-STAMP(APPROVAL-IX) TO APPROVAL-FROM-STAMP
            PERFORM COMPUTE-APPROVAL-AGE
            IF APPROVAL-AGE >= APPROVAL-EXPIRY-HOURS * 60
                MOVE "E" TO APRT-STATUS(APPROVAL-IX)
                MOVE APPROVAL-NOW-STAMP TO APRT-RUN-STAMP(APPROVAL-IX)
                MOVE "Y" TO APPROVAL-CHANGED-SW
            END-IF
    END-EVALUATE.

COMPUTE-APPROVAL-AGE.
    MOVE 9999999 TO APPROVAL-AGE
    IF APPROVAL-FROM-STAMP(1:12) IS NUMERIC
        MOVE APPROVAL-FROM-STAMP(1:8) TO APPROVAL-FROM-DATE
        MOVE APPROVAL-FROM-STAMP(9:2) TO APPROVAL-FROM-HH
        MOVE APPROVAL-FROM-STAMP(11:2) TO APPROVAL-FROM-MM
        IF FUNCTION TEST-DATE-YYYYMMDD(APPROVAL-FROM-DATE) = 0
            COMPUTE APPROVAL-AGE =
                (FUNCTION INTEGER-OF-DATE(APPROVAL-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(APPROVAL-FROM-DATE))
                    * 1440
                + (APPROVAL-NOW-HH * 60) + APPROVAL-NOW-MM
                - (APPROVAL-FROM-HH * 60) - APPROVAL-FROM-MM
        END-IF
    END-IF
    IF APPROVAL-AGE < 0
        MOVE 0 TO APPROVAL-AGE
    END-IF.

FIND-APPROVAL-ENTRY.
    MOVE 0 TO APPROVAL-IX
    MOVE 1 TO APPROVAL-SCAN-IX
    PERFORM UNTIL APPROVAL-SCAN-IX > APPROVAL-COUNT
            OR APPROVAL-IX > 0
        IF APRT-STATUS(APPROVAL-SCAN-IX) = APPROVAL-WANTED
                AND APRT-ACTION(APPROVAL-SCAN-IX) = APPROVAL-ACTION
                AND APRT-PARM(APPROVAL-SCAN-IX) = APPROVAL-PARM
            IF APPROVAL-WANTED NOT = "A"
                    OR (APRT-ACT-BY(APPROVAL-SCAN-IX) NOT = SPACES
                        AND APRT-ACT-BY(APPROVAL-SCAN-IX)
                            NOT = APRT-REQ-BY(APPROVAL-SCAN-IX))
                MOVE APPROVAL-SCAN-IX TO APPROVAL-IX
            END-IF
        END-IF
        ADD 1 TO APPROVAL-SCAN-IX
    END-PERFORM.

REWRITE-APPROVAL-FILE.
    MOVE "N" TO APPROVAL-WRITE-FAILED-SW
    OPEN OUTPUT APPROVAL-FILE
    IF APPROVAL-STATUS NOT = "00"
        DISPLAY "Unable to rewrite APPROVAL.DAT - status "
            APPROVAL-STATUS
        MOVE "Y" TO APPROVAL-WRITE-FAILED-SW
    ELSE
        MOVE 1 TO APPROVAL-SCAN-IX
        PERFORM UNTIL APPROVAL-SCAN-IX > APPROVAL-COUNT
            MOVE SPACES TO APPROVAL-RECORD
            MOVE APRT-ID(APPROVAL-SCAN-IX) TO APR-ID
            MOVE APRT-ACTION(APPROVAL-SCAN-IX) TO APR-ACTION
            MOVE APRT-PARM(APPROVAL-SCAN-IX) TO APR-PARM
            MOVE APRT-STATUS(APPROVAL-SCAN-IX) TO APR-STATUS
            MOVE APRT-REQ-BY(APPROVAL-SCAN-IX) TO APR-REQ-BY
            MOVE APRT-REQ-STAMP(APPROVAL-SCAN-IX) TO APR-REQ-STAMP
            MOVE APRT-ACT-BY(APPROVAL-SCAN-IX) TO APR-ACT-BY
            MOVE APRT-ACT-STAMP(APPROVAL-SCAN-IX) TO APR-ACT-STAMP
            MOVE APRT-RUN-BY(APPROVAL-SCAN-IX) TO APR-RUN-BY
            MOVE APRT-RUN-STAMP(APPROVAL-SCAN-IX) TO APR-RUN-STAMP
            WRITE APPROVAL-RECORD
            IF APPROVAL-STATUS NOT = "00"
                MOVE "Y" TO APPROVAL-WRITE-FAILED-SW
            END-IF
            ADD 1 TO APPROVAL-SCAN-IX
        END-PERFORM
        CLOSE APPROVAL-FILE
        MOVE "N" TO APPROVAL-CHANGED-SW
        IF APPROVAL-WRITE-FAILED
            DISPLAY "Error rewriting APPROVAL.DAT."
        END-IF
    END-IF.

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
