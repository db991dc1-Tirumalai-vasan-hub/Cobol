IDENTIFICATION DIVISION.
PROGRAM-ID. PARMMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "OPRMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.
    SELECT ENQUEUE-FILE ASSIGN TO "ENQUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-STATUS.
    SELECT ENQUEUE-LOG-FILE ASSIGN TO "ENQLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD SHOP-PARM-FILE.
01 SHOP-PARM-RECORD.
    05 SHP-KEY            PIC X(8).
    05 FILLER             PIC X(1).
    05 SHP-VALUE          PIC 9(5).
    05 FILLER             PIC X(1).
    05 SHP-CHANGED        PIC X(8).
    05 FILLER             PIC X(1).
    05 SHP-CHANGED-BY     PIC X(8).

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
01 SHOP-PARM-STATUS    PIC XX.
01 OPERATOR-FILE-STATUS PIC XX.
01 AUDIT-FILE-STATUS   PIC XX.
01 CHOICE        PIC 99 VALUE 0.
01 CHOICE-IN     PIC X(2).
01 VALID-CHOICE-SW PIC X VALUE "N".
    88 VALID-CHOICE VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 OPERATOR-EOF-SW PIC X VALUE "N".
    88 OPERATOR-EOF VALUE "Y".
01 OPERATOR-FOUND-SW PIC X VALUE "N".
    88 OPERATOR-FOUND VALUE "Y".
01 PARM-FOUND-SW PIC X VALUE "N".
    88 PARM-FOUND VALUE "Y".
01 VALID-NUM-SW  PIC X VALUE "N".
    88 VALID-NUM VALUE "Y".
01 SIGNON-OK-SW  PIC X VALUE "N".
    88 SIGNON-OK VALUE "Y".
01 SIGNON-ATTEMPTS PIC 9 VALUE 0.
01 SIGNON-LIMIT  PIC 9 VALUE 3.
01 SIGNON-ID-IN  PIC X(8).
01 SIGNON-PW-IN  PIC X(8).
01 ADMIN-ID      PIC X(8) VALUE SPACES.
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 REWRITE-FAILED-SW PIC X VALUE "N".
    88 REWRITE-FAILED VALUE "Y".
01 TODAY-DATE    PIC 9(8).
01 MARKER-TEXT   PIC X(30).
01 SIGNON-REASON PIC X(6).
01 KEY-IN        PIC X(8).
01 VALUE-IN      PIC X(6).
01 NEW-VALUE     PIC 9(5).
01 OLD-VALUE     PIC 9(5).
01 SHOW-VALUE    PIC ZZZZ9.
01 SHOW-MIN      PIC ZZZZ9.
01 SHOW-MAX      PIC ZZZZ9.
01 COUNT-IGNORED PIC 9(3) VALUE 0.
01 OPERATOR-COUNT PIC 9(3) VALUE 0.
01 OPERATOR-IX   PIC 9(3) VALUE 0.
01 TARGET-IX     PIC 9(3) VALUE 0.
01 OPERATOR-TABLE.
    05 OPERATOR-ENTRY OCCURS 100 TIMES.
        10 OPRT-ID         PIC X(8).
        10 OPRT-PASSWORD   PIC X(8).
        10 OPRT-LEVEL      PIC X.
        10 OPRT-STATUS     PIC X.
01 PARM-COUNT    PIC 9(2) VALUE 13.
01 PARM-IX       PIC 9(2) VALUE 0.
01 PARM-WRITE-IX PIC 9(2) VALUE 0.
01 PARM-SAVE-IX  PIC 9(2) VALUE 0.
01 PARM-DEFINITIONS.
    05 FILLER PIC X(8)  VALUE "PWDMAXDY".
    05 FILLER PIC 9(5)  VALUE 90.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 365.
    05 FILLER PIC X(30) VALUE "PASSWORD MAXIMUM AGE (DAYS)".
    05 FILLER PIC X(8)  VALUE "PWDWARDY".
    05 FILLER PIC 9(5)  VALUE 14.
    05 FILLER PIC 9(5)  VALUE 0.
    05 FILLER PIC 9(5)  VALUE 90.
    05 FILLER PIC X(30) VALUE "PASSWORD EXPIRY WARNING (DAYS)".
    05 FILLER PIC X(8)  VALUE "SIGNONMX".
    05 FILLER PIC 9(5)  VALUE 3.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 9.
    05 FILLER PIC X(30) VALUE "SIGN-ON ATTEMPTS BEFORE LOCK".
    05 FILLER PIC X(8)  VALUE "CHKPTINT".
    05 FILLER PIC 9(5)  VALUE 100.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 99999.
    05 FILLER PIC X(30) VALUE "RANGE SCAN CHECKPOINT INTERVAL".
    05 FILLER PIC X(8)  VALUE "SCANQMAX".
    05 FILLER PIC 9(5)  VALUE 500.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 500.
    05 FILLER PIC X(30) VALUE "SCAN QUEUE CAPACITY (REQUESTS)".
    05 FILLER PIC X(8)  VALUE "SCANPRTY".
    05 FILLER PIC 9(5)  VALUE 5.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 9.
    05 FILLER PIC X(30) VALUE "DEFAULT SCAN REQUEST PRIORITY".
    05 FILLER PIC X(8)  VALUE "ARCRETMO".
    05 FILLER PIC 9(5)  VALUE 12.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 99.
    05 FILLER PIC X(30) VALUE "ARCHIVE RETENTION (MONTHS)".
    05 FILLER PIC X(8)  VALUE "JOBHSTDY".
    05 FILLER PIC 9(5)  VALUE 7.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 100.
    05 FILLER PIC X(30) VALUE "JOB HISTORY DEFAULT (DAYS)".
    05 FILLER PIC X(8)  VALUE "BATCHSTL".
    05 FILLER PIC 9(5)  VALUE 3.
    05 FILLER PIC 9(5)  VALUE 0.
    05 FILLER PIC 9(5)  VALUE 365.
    05 FILLER PIC X(30) VALUE "BATCH HEADER STALE AGE (DAYS)".
    05 FILLER PIC X(8)  VALUE "ALIQMAXL".
    05 FILLER PIC 9(5)  VALUE 10.
    05 FILLER PIC 9(5)  VALUE 2.
    05 FILLER PIC 9(5)  VALUE 30.
    05 FILLER PIC X(30) VALUE "ALIQUOT CHAIN MAXIMUM LENGTH".
    05 FILLER PIC X(8)  VALUE "ENQWAIT".
    05 FILLER PIC 9(5)  VALUE 60.
    05 FILLER PIC 9(5)  VALUE 0.
    05 FILLER PIC 9(5)  VALUE 3600.
    05 FILLER PIC X(30) VALUE "BATCH LOCK WAIT (SECONDS)".
    05 FILLER PIC X(8)  VALUE "ENQSTALE".
    05 FILLER PIC 9(5)  VALUE 120.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 9999.
    05 FILLER PIC X(30) VALUE "LOCK STALE AFTER (MINUTES)".
    05 FILLER PIC X(8)  VALUE "APPREXHR".
    05 FILLER PIC 9(5)  VALUE 24.
    05 FILLER PIC 9(5)  VALUE 1.
    05 FILLER PIC 9(5)  VALUE 720.
    05 FILLER PIC X(30) VALUE "APPROVAL EXPIRES AFTER (HOURS)".
01 PARM-DEFINITION-TABLE REDEFINES PARM-DEFINITIONS.
    05 PARM-DEFINITION OCCURS 13 TIMES.
        10 PDF-KEY         PIC X(8).
        10 PDF-DEFAULT     PIC 9(5).
        10 PDF-MIN         PIC 9(5).
        10 PDF-MAX         PIC 9(5).
        10 PDF-TEXT        PIC X(30).
01 HOLD-PARM-ENTRY.
    05 HOLD-VALUE      PIC 9(5).
    05 HOLD-CHANGED    PIC X(8).
    05 HOLD-CHANGED-BY PIC X(8).
01 PARM-TABLE.
    05 PARM-ENTRY OCCURS 13 TIMES.
        10 PRT-VALUE       PIC 9(5).
        10 PRT-CHANGED     PIC X(8).
        10 PRT-CHANGED-BY  PIC X(8).
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
01 ENQUEUE-PROGRAM PIC X(8) VALUE "PARMMNT".
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

    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

    PERFORM LOAD-PARM-TABLE
    PERFORM LOAD-OPERATOR-TABLE
    PERFORM ADMIN-SIGN-ON

    OPEN EXTEND AUDIT-FILE
    IF AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-FILE
        IF AUDIT-FILE-STATUS NOT = "00"
            DISPLAY "Unable to open AUDITLOG.DAT - ending session."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    MOVE "PARMMNT SESSION START" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT

    PERFORM UNTIL CHOICE = 4
        DISPLAY "1 List Shop Parameters"
        DISPLAY "2 Change Parameter"
        DISPLAY "3 Restore Parameter Default"
        DISPLAY "4 Exit"
        PERFORM VALIDATE-CHOICE

        EVALUATE CHOICE
            WHEN 1
                PERFORM LIST-PARAMETERS
            WHEN 2
                PERFORM CHANGE-PARAMETER
            WHEN 3
                PERFORM RESTORE-PARAMETER
            WHEN 4
                DISPLAY "Exiting Program..."
            WHEN OTHER
                DISPLAY "Invalid Choice"
        END-EVALUATE
    END-PERFORM

    MOVE "PARMMNT SESSION END" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT

    CLOSE AUDIT-FILE

    IF FILE-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN.

LOAD-PARM-TABLE.
    MOVE 0 TO COUNT-IGNORED
    MOVE 1 TO PARM-IX
    PERFORM UNTIL PARM-IX > PARM-COUNT
        MOVE PDF-DEFAULT(PARM-IX) TO PRT-VALUE(PARM-IX)
        MOVE SPACES TO PRT-CHANGED(PARM-IX)
        MOVE "DEFAULT" TO PRT-CHANGED-BY(PARM-IX)
        ADD 1 TO PARM-IX
    END-PERFORM

    MOVE "N" TO SHOP-PARM-EOF-SW
    OPEN INPUT SHOP-PARM-FILE
    IF SHOP-PARM-STATUS NOT = "00"
        DISPLAY "SHOPPARM.DAT not found - shop defaults in effect."
    ELSE
        PERFORM UNTIL SHOP-PARM-EOF
            READ SHOP-PARM-FILE
                AT END
                    MOVE "Y" TO SHOP-PARM-EOF-SW
                NOT AT END
                    PERFORM LOAD-PARM-ENTRY
            END-READ
        END-PERFORM
        CLOSE SHOP-PARM-FILE
    END-IF
    IF COUNT-IGNORED > 0
        DISPLAY COUNT-IGNORED " SHOPPARM.DAT entries ignored - they "
            "will be dropped at the next change."
    END-IF.

LOAD-PARM-ENTRY.
    MOVE SHP-KEY TO KEY-IN
    PERFORM FIND-PARAMETER
    EVALUATE TRUE
        WHEN NOT PARM-FOUND
            DISPLAY "Unknown parameter " SHP-KEY " ignored."
            ADD 1 TO COUNT-IGNORED
        WHEN SHP-VALUE IS NOT NUMERIC
            DISPLAY "Parameter " SHP-KEY " is not numeric - "
                "default used."
            ADD 1 TO COUNT-IGNORED
        WHEN SHP-VALUE < PDF-MIN(PARM-IX)
                OR SHP-VALUE > PDF-MAX(PARM-IX)
            DISPLAY "Parameter " SHP-KEY " is out of range - "
                "default used."
            ADD 1 TO COUNT-IGNORED
        WHEN OTHER
            MOVE SHP-VALUE TO PRT-VALUE(PARM-IX)
            MOVE SHP-CHANGED TO PRT-CHANGED(PARM-IX)
            MOVE SHP-CHANGED-BY TO PRT-CHANGED-BY(PARM-IX)
    END-EVALUATE.

FIND-PARAMETER.
    MOVE "N" TO PARM-FOUND-SW
    MOVE 1 TO PARM-IX
    PERFORM UNTIL PARM-IX > PARM-COUNT OR PARM-FOUND
        IF PDF-KEY(PARM-IX) = KEY-IN
            MOVE "Y" TO PARM-FOUND-SW
        ELSE
            ADD 1 TO PARM-IX
        END-IF
    END-PERFORM.

ADMIN-SIGN-ON.
    MOVE "SIGNONMX" TO KEY-IN
    PERFORM FIND-PARAMETER
    IF PARM-FOUND
        MOVE PRT-VALUE(PARM-IX) TO SIGNON-LIMIT
    END-IF
    MOVE 0 TO SIGNON-ATTEMPTS
    MOVE "N" TO SIGNON-OK-SW

    PERFORM UNTIL SIGNON-OK OR SIGNON-ATTEMPTS >= SIGNON-LIMIT
        DISPLAY "Supervisor ID: "
        ACCEPT SIGNON-ID-IN
        DISPLAY "Password: "
        ACCEPT SIGNON-PW-IN
        PERFORM FIND-OPERATOR
        EVALUATE TRUE
            WHEN NOT OPERATOR-FOUND
                DISPLAY "Invalid operator ID or password."
                MOVE "NOTFND" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN OPRT-STATUS(TARGET-IX) = "D" OR "L"
                DISPLAY "Operator ID is disabled or locked."
                IF OPRT-STATUS(TARGET-IX) = "D"
                    MOVE "DISABL" TO SIGNON-REASON
                ELSE
                    MOVE "LOCKED" TO SIGNON-REASON
                END-IF
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN OPRT-PASSWORD(TARGET-IX) NOT = SIGNON-PW-IN
                DISPLAY "Invalid operator ID or password."
                MOVE "BADPWD" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN OPRT-LEVEL(TARGET-IX) NOT = "S"
                DISPLAY "Shop parameter maintenance requires "
                    "supervisor authority."
                MOVE "NOAUTH" TO SIGNON-REASON
                PERFORM WRITE-SIGNON-FAILURE
                ADD 1 TO SIGNON-ATTEMPTS
            WHEN OTHER
                MOVE "Y" TO SIGNON-OK-SW
                MOVE OPRT-ID(TARGET-IX) TO ADMIN-ID
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
        STRING "SIGNON FAIL " SIGNON-REASON " PARMMNT"
            DELIMITED BY SIZE INTO AUDIT-RESULT
        MOVE SIGNON-ID-IN TO AUDIT-OPERATOR
        WRITE AUDIT-RECORD
        CLOSE AUDIT-FILE
    END-IF.

VALIDATE-CHOICE.
    MOVE "N" TO VALID-CHOICE-SW
    PERFORM UNTIL VALID-CHOICE
        DISPLAY "Enter your choice: "
        ACCEPT CHOICE-IN
        IF FUNCTION TEST-NUMVAL(CHOICE-IN) = 0
                AND FUNCTION NUMVAL(CHOICE-IN) >= 1
                AND FUNCTION NUMVAL(CHOICE-IN) <= 4
            COMPUTE CHOICE = FUNCTION NUMVAL(CHOICE-IN)
            MOVE "Y" TO VALID-CHOICE-SW
        ELSE
            DISPLAY "Invalid choice - enter a number from 1 to 4."
        END-IF
    END-PERFORM.

FIND-OPERATOR.
    MOVE "N" TO OPERATOR-FOUND-SW
    MOVE 0 TO TARGET-IX
    MOVE 1 TO OPERATOR-IX
    PERFORM UNTIL OPERATOR-IX > OPERATOR-COUNT OR OPERATOR-FOUND
        IF OPRT-ID(OPERATOR-IX) = SIGNON-ID-IN
            MOVE "Y" TO OPERATOR-FOUND-SW
            MOVE OPERATOR-IX TO TARGET-IX
        END-IF
        ADD 1 TO OPERATOR-IX
    END-PERFORM.

GET-PARAMETER-KEY.
    DISPLAY "Parameter key: "
    ACCEPT KEY-IN
    MOVE FUNCTION UPPER-CASE(KEY-IN) TO KEY-IN
    PERFORM FIND-PARAMETER
    IF NOT PARM-FOUND
        DISPLAY "Parameter " KEY-IN " is not a shop parameter."
    END-IF.

LIST-PARAMETERS.
    DISPLAY "KEY      VALUE   MIN   MAX CHANGED  BY       DESCRIPTION"
    MOVE 1 TO PARM-IX
    PERFORM UNTIL PARM-IX > PARM-COUNT
        MOVE PRT-VALUE(PARM-IX) TO SHOW-VALUE
        MOVE PDF-MIN(PARM-IX) TO SHOW-MIN
        MOVE PDF-MAX(PARM-IX) TO SHOW-MAX
        DISPLAY PDF-KEY(PARM-IX) " "
            SHOW-VALUE " "
            SHOW-MIN " "
            SHOW-MAX " "
            PRT-CHANGED(PARM-IX) " "
            PRT-CHANGED-BY(PARM-IX) " "
            PDF-TEXT(PARM-IX)
        ADD 1 TO PARM-IX
    END-PERFORM
    MOVE "PARM LIST" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT.

CHANGE-PARAMETER.
    PERFORM GET-PARAMETER-KEY
    IF PARM-FOUND
        MOVE PRT-VALUE(PARM-IX) TO SHOW-VALUE
        MOVE PDF-MIN(PARM-IX) TO SHOW-MIN
        MOVE PDF-MAX(PARM-IX) TO SHOW-MAX
        DISPLAY PDF-TEXT(PARM-IX) " is now " SHOW-VALUE
        PERFORM GET-NEW-VALUE
        PERFORM LOCKED-PARAMETER-CHANGE
    END-IF.

GET-NEW-VALUE.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        DISPLAY "New value (" SHOW-MIN " to " SHOW-MAX "): "
        ACCEPT VALUE-IN
        IF FUNCTION TEST-NUMVAL(VALUE-IN) = 0
                AND FUNCTION NUMVAL(VALUE-IN) >= PDF-MIN(PARM-IX)
                AND FUNCTION NUMVAL(VALUE-IN) <= PDF-MAX(PARM-IX)
                AND FUNCTION NUMVAL(VALUE-IN)
                    = FUNCTION INTEGER(FUNCTION NUMVAL(VALUE-IN))
            COMPUTE NEW-VALUE = FUNCTION NUMVAL(VALUE-IN)
            MOVE "Y" TO VALID-NUM-SW
        ELSE
            DISPLAY "Invalid value - enter a whole number from "
                SHOW-MIN " to " SHOW-MAX "."
        END-IF
    END-PERFORM.

RESTORE-PARAMETER.
    PERFORM GET-PARAMETER-KEY
    IF PARM-FOUND
        MOVE PDF-DEFAULT(PARM-IX) TO NEW-VALUE
        PERFORM LOCKED-PARAMETER-CHANGE
    END-IF.

LOCKED-PARAMETER-CHANGE.
    MOVE PARM-IX TO PARM-SAVE-IX
    MOVE "SHOPPARM" TO ENQUEUE-NAME
    MOVE ADMIN-ID TO ENQUEUE-OWNER
    PERFORM TAKE-ENQUEUE
    IF NOT ENQUEUE-HELD
        DISPLAY "SHOPPARM.DAT is not available - parameter "
            PDF-KEY(PARM-SAVE-IX) " not changed."
    ELSE
        PERFORM LOAD-PARM-TABLE
        MOVE PARM-SAVE-IX TO PARM-IX
        PERFORM APPLY-PARAMETER-CHANGE
        PERFORM RELEASE-ENQUEUE
    END-IF.

APPLY-PARAMETER-CHANGE.
    IF NEW-VALUE = PRT-VALUE(PARM-IX)
        DISPLAY "Parameter " PDF-KEY(PARM-IX)
            " already has that value - nothing changed."
    ELSE
        MOVE PRT-VALUE(PARM-IX) TO OLD-VALUE
        MOVE PARM-ENTRY(PARM-IX) TO HOLD-PARM-ENTRY
        MOVE NEW-VALUE TO PRT-VALUE(PARM-IX)
        MOVE TODAY-DATE TO PRT-CHANGED(PARM-IX)
        MOVE ADMIN-ID TO PRT-CHANGED-BY(PARM-IX)
        PERFORM REWRITE-PARM-FILE
        IF REWRITE-FAILED
            MOVE HOLD-PARM-ENTRY TO PARM-ENTRY(PARM-IX)
            DISPLAY "Parameter " PDF-KEY(PARM-IX) " not changed."
        ELSE
            MOVE SPACES TO MARKER-TEXT
            STRING "PARM " PDF-KEY(PARM-IX) " " OLD-VALUE " TO "
                NEW-VALUE
                DELIMITED BY SIZE INTO MARKER-TEXT
            PERFORM WRITE-ADMIN-AUDIT
            MOVE NEW-VALUE TO SHOW-VALUE
            DISPLAY "Parameter " PDF-KEY(PARM-IX) " set to "
                SHOW-VALUE " - effective from the next run of each "
                "program."
        END-IF
    END-IF.

LOAD-OPERATOR-TABLE.
    MOVE 0 TO OPERATOR-COUNT
    MOVE "N" TO OPERATOR-EOF-SW
    OPEN INPUT OPERATOR-FILE
    IF OPERATOR-FILE-STATUS NOT = "00"
        DISPLAY "Operator master OPRMAST.DAT not found - "
            "ending session."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL OPERATOR-EOF
        READ OPERATOR-FILE
            AT END
                MOVE "Y" TO OPERATOR-EOF-SW
            NOT AT END
                IF OPERATOR-COUNT < 100
                    ADD 1 TO OPERATOR-COUNT
                    MOVE OPR-ID TO OPRT-ID(OPERATOR-COUNT)
                    MOVE OPR-PASSWORD TO OPRT-PASSWORD(OPERATOR-COUNT)
                    MOVE OPR-LEVEL TO OPRT-LEVEL(OPERATOR-COUNT)
                    MOVE OPR-STATUS TO OPRT-STATUS(OPERATOR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERATOR-FILE.

REWRITE-PARM-FILE.
    MOVE "N" TO REWRITE-FAILED-SW
    OPEN OUTPUT SHOP-PARM-FILE
    IF SHOP-PARM-STATUS NOT = "00"
        DISPLAY "Unable to rewrite SHOPPARM.DAT."
        MOVE "Y" TO REWRITE-FAILED-SW
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE 1 TO PARM-WRITE-IX
        PERFORM UNTIL PARM-WRITE-IX > PARM-COUNT
            MOVE SPACES TO SHOP-PARM-RECORD
            MOVE PDF-KEY(PARM-WRITE-IX) TO SHP-KEY
            MOVE PRT-VALUE(PARM-WRITE-IX) TO SHP-VALUE
            MOVE PRT-CHANGED(PARM-WRITE-IX) TO SHP-CHANGED
            MOVE PRT-CHANGED-BY(PARM-WRITE-IX) TO SHP-CHANGED-BY
            WRITE SHOP-PARM-RECORD
            IF SHOP-PARM-STATUS NOT = "00"
                MOVE "Y" TO REWRITE-FAILED-SW
                MOVE "Y" TO FILE-ERROR-SW
            END-IF
            ADD 1 TO PARM-WRITE-IX
        END-PERFORM
        CLOSE SHOP-PARM-FILE
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
