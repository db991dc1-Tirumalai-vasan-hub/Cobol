IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENQUEUE-FILE ASSIGN TO "ENQUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-STATUS.
    SELECT ENQUEUE-LOG-FILE ASSIGN TO "ENQLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-LOG-STATUS.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "OPRMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
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

WORKING-STORAGE SECTION.
01 ENQUEUE-STATUS      PIC XX.
01 ENQUEUE-LOG-STATUS  PIC XX.
01 SHOP-PARM-STATUS    PIC XX.
01 OPERATOR-FILE-STATUS PIC XX.
01 AUDIT-FILE-STATUS   PIC XX.
01 CHOICE        PIC 99 VALUE 0.
01 CHOICE-IN     PIC X(2).
01 VALID-CHOICE-SW PIC X VALUE "N".
    88 VALID-CHOICE VALUE "Y".
01 ENQUEUE-EOF-SW PIC X VALUE "N".
    88 ENQUEUE-EOF VALUE "Y".
01 ENQUEUE-LOG-EOF-SW PIC X VALUE "N".
    88 ENQUEUE-LOG-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 OPERATOR-EOF-SW PIC X VALUE "N".
    88 OPERATOR-EOF VALUE "Y".
01 OPERATOR-FOUND-SW PIC X VALUE "N".
    88 OPERATOR-FOUND VALUE "Y".
01 LOCK-FOUND-SW PIC X VALUE "N".
    88 LOCK-FOUND VALUE "Y".
01 LOCK-STALE-SW PIC X VALUE "N".
    88 LOCK-STALE VALUE "Y".
01 CLEAR-MATCHED-SW PIC X VALUE "N".
    88 CLEAR-MATCHED VALUE "Y".
01 CLEAR-OVERFLOW-SW PIC X VALUE "N".
    88 CLEAR-OVERFLOW VALUE "Y".
01 SIGNON-OK-SW  PIC X VALUE "N".
    88 SIGNON-OK VALUE "Y".
01 SIGNON-ATTEMPTS PIC 9 VALUE 0.
01 SIGNON-LIMIT  PIC 9 VALUE 3.
01 SIGNON-ID-IN  PIC X(8).
01 SIGNON-PW-IN  PIC X(8).
01 ADMIN-ID      PIC X(8) VALUE SPACES.
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 MARKER-TEXT   PIC X(30).
01 SIGNON-REASON PIC X(6).
01 RESOURCE-IN   PIC X(8).
01 CONFIRM-IN    PIC X(2).
01 STALE-MINUTES PIC 9(4) VALUE 120.
01 NOW-STAMP     PIC X(14).
01 NOW-DATE      PIC 9(8).
01 NOW-HH        PIC 99.
01 NOW-MM        PIC 99.
01 SINCE-DATE    PIC 9(8).
01 SINCE-HH      PIC 99.
01 SINCE-MM      PIC 99.
01 LOCK-AGE      PIC S9(7) VALUE 0.
01 SHOW-AGE      PIC ZZZZZZ9.
01 SHOW-WAITED   PIC ZZZ9.
01 LOCK-STATE    PIC X(7).
01 LOG-COUNT     PIC 9(5) VALUE 0.
01 HOLDER-COUNT  PIC 9(3) VALUE 0.
01 STALE-COUNT   PIC 9(3) VALUE 0.
01 CLEAR-IX      PIC 9(3) VALUE 0.
01 CLEAR-RESOURCE PIC X(8).
01 CLEAR-PROGRAM PIC X(8).
01 CLEAR-TOKEN   PIC X(16).
01 CLEAR-ENTRY   PIC X(58).
01 ENQUEUE-COUNT PIC 9(3) VALUE 0.
01 ENQUEUE-IX    PIC 9(3) VALUE 0.
01 ENQUEUE-CHECK-IX PIC 9(3) VALUE 0.
01 ENQUEUE-TABLE.
    05 ENQUEUE-ENTRY OCCURS 100 TIMES PIC X(58).
01 OPERATOR-COUNT PIC 9(3) VALUE 0.
01 OPERATOR-IX   PIC 9(3) VALUE 0.
01 TARGET-IX     PIC 9(3) VALUE 0.
01 OPERATOR-TABLE.
    05 OPERATOR-ENTRY OCCURS 100 TIMES.
        10 OPRT-ID         PIC X(8).
        10 OPRT-PASSWORD   PIC X(8).
        10 OPRT-LEVEL      PIC X.
        10 OPRT-STATUS     PIC X.

PROCEDURE DIVISION.

    PERFORM LOAD-SHOP-PARMS
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

    MOVE "LOCKMNT SESSION START" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT

    PERFORM UNTIL CHOICE = 4
        DISPLAY "1 List File Locks"
        DISPLAY "2 Clear File Lock"
        DISPLAY "3 Lock Conflict Log"
        DISPLAY "4 Exit"
        PERFORM VALIDATE-CHOICE

        EVALUATE CHOICE
            WHEN 1
                PERFORM LIST-LOCKS
            WHEN 2
                PERFORM CLEAR-LOCK
            WHEN 3
                PERFORM LIST-CONFLICT-LOG
            WHEN 4
                DISPLAY "Exiting Program..."
            WHEN OTHER
                DISPLAY "Invalid Choice"
        END-EVALUATE
    END-PERFORM

    MOVE "LOCKMNT SESSION END" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT

    CLOSE AUDIT-FILE

    IF FILE-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN.

ADMIN-SIGN-ON.
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
                DISPLAY "File lock maintenance requires "
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
        STRING "SIGNON FAIL " SIGNON-REASON " LOCKMNT"
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

LOAD-ENQUEUE-TABLE.
    MOVE 0 TO ENQUEUE-COUNT
    MOVE "N" TO ENQUEUE-EOF-SW
    OPEN INPUT ENQUEUE-FILE
    IF ENQUEUE-STATUS = "00"
        PERFORM UNTIL ENQUEUE-EOF
            READ ENQUEUE-FILE
                AT END
                    MOVE "Y" TO ENQUEUE-EOF-SW
                NOT AT END
                    IF ENQUEUE-COUNT < 100
                        ADD 1 TO ENQUEUE-COUNT
                        MOVE ENQUEUE-RECORD
                            TO ENQUEUE-ENTRY(ENQUEUE-COUNT)
                    ELSE
                        DISPLAY "ENQUEUE.DAT holds more than 100 "
                            "locks - the rest are not shown."
                        MOVE "Y" TO ENQUEUE-EOF-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ENQUEUE-FILE
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
    MOVE NOW-STAMP(1:8) TO NOW-DATE
    MOVE NOW-STAMP(9:2) TO NOW-HH
    MOVE NOW-STAMP(11:2) TO NOW-MM.

COMPUTE-LOCK-AGE.
    MOVE 0 TO LOCK-AGE
    MOVE "N" TO LOCK-STALE-SW
    IF ENQ-SINCE IS NUMERIC
        MOVE ENQ-SINCE(1:8) TO SINCE-DATE
        MOVE ENQ-SINCE(9:2) TO SINCE-HH
        MOVE ENQ-SINCE(11:2) TO SINCE-MM
        IF FUNCTION TEST-DATE-YYYYMMDD(SINCE-DATE) = 0
            COMPUTE LOCK-AGE =
                (FUNCTION INTEGER-OF-DATE(NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(SINCE-DATE)) * 1440
                + (NOW-HH * 60) + NOW-MM
                - (SINCE-HH * 60) - SINCE-MM
        END-IF
    END-IF
    IF LOCK-AGE < 0
        MOVE 0 TO LOCK-AGE
    END-IF
    IF LOCK-AGE >= STALE-MINUTES
        MOVE "Y" TO LOCK-STALE-SW
    END-IF.

CHECK-LOCK-HOLDER.
    MOVE "HOLDER" TO LOCK-STATE
    MOVE 1 TO ENQUEUE-CHECK-IX
    PERFORM UNTIL ENQUEUE-CHECK-IX >= ENQUEUE-IX
        IF ENQUEUE-ENTRY(ENQUEUE-CHECK-IX)(1:8) = ENQ-RESOURCE
            MOVE "WAITING" TO LOCK-STATE
        END-IF
        ADD 1 TO ENQUEUE-CHECK-IX
    END-PERFORM.

LIST-LOCKS.
    PERFORM LOAD-ENQUEUE-TABLE
    MOVE 0 TO HOLDER-COUNT
    MOVE 0 TO STALE-COUNT
    IF ENQUEUE-COUNT = 0
        DISPLAY "No file locks are held."
    ELSE
        DISPLAY "RESOURCE PROGRAM  OPERATOR SINCE          "
            "AGE (MIN) STATE"
        MOVE 1 TO ENQUEUE-IX
        PERFORM UNTIL ENQUEUE-IX > ENQUEUE-COUNT
            MOVE ENQUEUE-ENTRY(ENQUEUE-IX) TO ENQUEUE-RECORD
            PERFORM CHECK-LOCK-HOLDER
            PERFORM COMPUTE-LOCK-AGE
            IF LOCK-STATE = "HOLDER"
                ADD 1 TO HOLDER-COUNT
                IF LOCK-STALE
                    MOVE "STALE" TO LOCK-STATE
                    ADD 1 TO STALE-COUNT
                END-IF
            END-IF
            MOVE LOCK-AGE TO SHOW-AGE
            DISPLAY ENQ-RESOURCE " "
                ENQ-PROGRAM " "
                ENQ-OPERATOR " "
                ENQ-SINCE(1:8) " " ENQ-SINCE(9:2) ":"
                ENQ-SINCE(11:2) ":" ENQ-SINCE(13:2) " "
                SHOW-AGE "   "
                LOCK-STATE
            ADD 1 TO ENQUEUE-IX
        END-PERFORM
        DISPLAY HOLDER-COUNT " locks held, " STALE-COUNT
            " older than " STALE-MINUTES " minutes."
    END-IF
    MOVE "LOCK LIST" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT.

CLEAR-LOCK.
    DISPLAY "Resource to clear (e.g. SCANREQ, OPRMAST): "
    ACCEPT RESOURCE-IN
    MOVE FUNCTION UPPER-CASE(RESOURCE-IN) TO RESOURCE-IN
    PERFORM LOAD-ENQUEUE-TABLE
    MOVE "N" TO LOCK-FOUND-SW
    MOVE 0 TO CLEAR-IX
    MOVE 1 TO ENQUEUE-IX
    PERFORM UNTIL ENQUEUE-IX > ENQUEUE-COUNT OR LOCK-FOUND
        IF ENQUEUE-ENTRY(ENQUEUE-IX)(1:8) = RESOURCE-IN
            MOVE "Y" TO LOCK-FOUND-SW
            MOVE ENQUEUE-IX TO CLEAR-IX
        END-IF
        ADD 1 TO ENQUEUE-IX
    END-PERFORM

    IF NOT LOCK-FOUND
        DISPLAY "No lock is held on " FUNCTION TRIM(RESOURCE-IN) "."
    ELSE
        MOVE ENQUEUE-ENTRY(CLEAR-IX) TO ENQUEUE-RECORD
        PERFORM COMPUTE-LOCK-AGE
        MOVE LOCK-AGE TO SHOW-AGE
        DISPLAY FUNCTION TRIM(RESOURCE-IN) " is held by " ENQ-PROGRAM
            " operator " ENQ-OPERATOR " since "
            ENQ-SINCE(1:8) " " ENQ-SINCE(9:2) ":"
            ENQ-SINCE(11:2) ":" ENQ-SINCE(13:2)
            " (" SHOW-AGE " minutes)."
        IF NOT LOCK-STALE
            DISPLAY "The lock is not stale - the holder may still be "
                "running."
        END-IF
        DISPLAY "Clear this lock (Y/N)? "
        ACCEPT CONFIRM-IN
        IF CONFIRM-IN = "Y" OR CONFIRM-IN = "y"
            MOVE ENQUEUE-RECORD TO CLEAR-ENTRY
            MOVE ENQ-RESOURCE TO CLEAR-RESOURCE
            MOVE ENQ-PROGRAM TO CLEAR-PROGRAM
            MOVE ENQ-TOKEN TO CLEAR-TOKEN
            PERFORM REMOVE-CLEARED-LOCK
        ELSE
            DISPLAY "Lock on " FUNCTION TRIM(RESOURCE-IN) " left in place."
        END-IF
    END-IF.

REMOVE-CLEARED-LOCK.
    MOVE 0 TO ENQUEUE-COUNT
    MOVE "N" TO CLEAR-MATCHED-SW
    MOVE "N" TO CLEAR-OVERFLOW-SW
    MOVE "N" TO ENQUEUE-EOF-SW
    OPEN INPUT ENQUEUE-FILE
    IF ENQUEUE-STATUS = "00"
        PERFORM UNTIL ENQUEUE-EOF
            READ ENQUEUE-FILE
                AT END
                    MOVE "Y" TO ENQUEUE-EOF-SW
                NOT AT END
                    EVALUATE TRUE
                        WHEN ENQ-RESOURCE = CLEAR-RESOURCE
                                AND ENQ-PROGRAM = CLEAR-PROGRAM
                                AND ENQ-TOKEN = CLEAR-TOKEN
                            MOVE "Y" TO CLEAR-MATCHED-SW
                        WHEN ENQUEUE-COUNT < 100
                            ADD 1 TO ENQUEUE-COUNT
                            MOVE ENQUEUE-RECORD
                                TO ENQUEUE-ENTRY(ENQUEUE-COUNT)
                        WHEN OTHER
                            MOVE "Y" TO CLEAR-OVERFLOW-SW
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE ENQUEUE-FILE
    END-IF
    EVALUATE TRUE
        WHEN NOT CLEAR-MATCHED
            DISPLAY "Lock on " FUNCTION TRIM(RESOURCE-IN)
                " already released - nothing cleared."
        WHEN CLEAR-OVERFLOW
            DISPLAY "ENQUEUE.DAT holds more than 100 locks - "
                "lock not cleared."
            MOVE "Y" TO FILE-ERROR-SW
        WHEN OTHER
            PERFORM REWRITE-CLEARED-ENQUEUE
    END-EVALUATE.

REWRITE-CLEARED-ENQUEUE.
    OPEN OUTPUT ENQUEUE-FILE
    IF ENQUEUE-STATUS NOT = "00"
        DISPLAY "Unable to rewrite ENQUEUE.DAT - lock not cleared."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE 1 TO ENQUEUE-IX
        PERFORM UNTIL ENQUEUE-IX > ENQUEUE-COUNT
            MOVE ENQUEUE-ENTRY(ENQUEUE-IX) TO ENQUEUE-RECORD
            WRITE ENQUEUE-RECORD
            ADD 1 TO ENQUEUE-IX
        END-PERFORM
        CLOSE ENQUEUE-FILE
        MOVE CLEAR-ENTRY TO ENQUEUE-RECORD
        PERFORM WRITE-CLEARED-LOG
        MOVE SPACES TO MARKER-TEXT
        STRING "LOCK CLEAR " ENQ-RESOURCE " " ENQ-PROGRAM
            DELIMITED BY SIZE INTO MARKER-TEXT
        PERFORM WRITE-ADMIN-AUDIT
        DISPLAY "Lock on " FUNCTION TRIM(RESOURCE-IN) " cleared."
    END-IF.

WRITE-CLEARED-LOG.
    OPEN EXTEND ENQUEUE-LOG-FILE
    IF ENQUEUE-LOG-STATUS NOT = "00"
        OPEN OUTPUT ENQUEUE-LOG-FILE
    END-IF
    IF ENQUEUE-LOG-STATUS NOT = "00"
        DISPLAY "Unable to open ENQLOG.DAT."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE SPACES TO ENQUEUE-LOG-RECORD
        MOVE FUNCTION CURRENT-DATE(1:14) TO ENL-TIMESTAMP
        MOVE "CLEARED" TO ENL-EVENT
        MOVE ENQ-RESOURCE TO ENL-RESOURCE
        MOVE "LOCKMNT" TO ENL-PROGRAM
        MOVE ADMIN-ID TO ENL-OPERATOR
        MOVE ENQ-PROGRAM TO ENL-HOLDER-PROGRAM
        MOVE ENQ-OPERATOR TO ENL-HOLDER-OPERATOR
        MOVE ENQ-SINCE TO ENL-HOLDER-SINCE
        MOVE 0 TO ENL-WAITED
        WRITE ENQUEUE-LOG-RECORD
        CLOSE ENQUEUE-LOG-FILE
    END-IF.

LIST-CONFLICT-LOG.
    MOVE 0 TO LOG-COUNT
    MOVE "N" TO ENQUEUE-LOG-EOF-SW
    OPEN INPUT ENQUEUE-LOG-FILE
    IF ENQUEUE-LOG-STATUS NOT = "00"
        DISPLAY "No lock conflicts have been logged."
    ELSE
        DISPLAY "DATE     TIME     EVENT    RESOURCE PROGRAM  "
            "OPERATOR HELD BY OPERATOR HELD SINCE     WAIT"
        PERFORM UNTIL ENQUEUE-LOG-EOF
            READ ENQUEUE-LOG-FILE
                AT END
                    MOVE "Y" TO ENQUEUE-LOG-EOF-SW
                NOT AT END
                    PERFORM SHOW-CONFLICT-ENTRY
            END-READ
        END-PERFORM
        CLOSE ENQUEUE-LOG-FILE
        DISPLAY LOG-COUNT " lock log entries."
    END-IF
    MOVE "LOCK LOG" TO MARKER-TEXT
    PERFORM WRITE-ADMIN-AUDIT.

SHOW-CONFLICT-ENTRY.
    ADD 1 TO LOG-COUNT
    IF ENL-WAITED IS NUMERIC
        MOVE ENL-WAITED TO SHOW-WAITED
    ELSE
        MOVE 0 TO SHOW-WAITED
    END-IF
    DISPLAY ENL-TIMESTAMP(1:8) " "
        ENL-TIMESTAMP(9:2) ":" ENL-TIMESTAMP(11:2) ":"
        ENL-TIMESTAMP(13:2) " "
        ENL-EVENT " "
        ENL-RESOURCE " "
        ENL-PROGRAM " "
        ENL-OPERATOR " "
        ENL-HOLDER-PROGRAM " "
        ENL-HOLDER-OPERATOR " "
        ENL-HOLDER-SINCE " "
        SHOW-WAITED.

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
        WHEN "ENQSTALE"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9999
                MOVE SHP-VALUE TO STALE-MINUTES
            END-IF
    END-EVALUATE.
