    SELECT QUEUE-REPORT-FILE ASSIGN TO "SCANQRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS QUEUE-REPORT-STATUS.
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

DATA DIVISION.
FILE SECTION.
    05 SRQ-REC-OPERATOR   PIC X(8).
    05 FILLER             PIC X(1).
    05 SRQ-REC-PRIORITY   PIC 9.
    05 FILLER             PIC X(1).
    05 SRQ-REC-MODE       PIC X.

FD OPERATOR-FILE.
01 OPERATOR-RECORD.
FD QUEUE-REPORT-FILE.
01 QUEUE-REPORT-RECORD   PIC X(80).

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
01 SCAN-REQUEST-STATUS PIC XX.
01 OPERATOR-FILE-STATUS PIC XX.
01 QUEUE-REPORT-STATUS PIC XX.
01 AUDIT-FILE-STATUS PIC XX.
01 SHOP-PARM-STATUS   PIC XX.
01 CHOICE        PIC 99 VALUE 0.
01 CHOICE-IN     PIC X(2).
01 VALID-CHOICE-SW PIC X VALUE "N".
    88 VALID-NUM VALUE "Y".
01 SCANQ-EOF-SW  PIC X VALUE "N".
    88 SCANQ-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 SCANQ-OVERFLOW-SW PIC X VALUE "N".
    88 SCANQ-OVERFLOW VALUE "Y".
01 OPERATOR-EOF-SW PIC X VALUE "N".
01 SIGNON-OK-SW  PIC X VALUE "N".
    88 SIGNON-OK VALUE "Y".
01 SIGNON-ATTEMPTS PIC 9 VALUE 0.
01 SIGNON-LIMIT   PIC 9 VALUE 3.
01 SIGNON-ID-IN  PIC X(8).
01 SIGNON-PW-IN  PIC X(8).
01 OPERATOR-ID   PIC X(8) VALUE SPACES.
01 SIGNON-PASSWORD PIC X(8).
01 SIGNON-STATUS PIC X.
01 SIGNON-REASON PIC X(6).
01 MARKER-TEXT   PIC X(30).
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 REQUEST-FOUND-SW PIC X VALUE "N".
01 NEW-END       PIC 9(9).
01 NEW-CHECK     PIC X.
01 NEW-PRIORITY  PIC 9.
01 DEFAULT-PRIORITY PIC 9 VALUE 5.
01 SCANQ-LIMIT   PIC 9(3) VALUE 500.
01 SCANQ-COUNT   PIC 9(3) VALUE 0.
01 SCANQ-IX      PIC 9(3) VALUE 0.
01 SCANQ-WRITE-IX PIC 9(3) VALUE 0.
    05 HOLD-ID        PIC 9(5).
    05 HOLD-OPERATOR  PIC X(8).
    05 HOLD-PRIORITY  PIC 9.
    05 HOLD-MODE      PIC X.
    05 HOLD-RAW       PIC X(42).
01 SCANQ-TABLE.
    05 SCANQ-ENTRY OCCURS 500 TIMES.
        10 SRQ-STATUS     PIC X.
        10 SRQ-ID         PIC 9(5).
        10 SRQ-OPERATOR   PIC X(8).
        10 SRQ-PRIORITY   PIC 9.
        10 SRQ-MODE       PIC X.
        10 SRQ-RAW        PIC X(42).
01 COUNT-PENDING    PIC 9(3) VALUE 0.
01 COUNT-HELD       PIC 9(3) VALUE 0.
01 COUNT-INPROGRESS PIC 9(3) VALUE 0.
    05 FILLER PIC X(11) VALUE "START".
    05 FILLER PIC X(11) VALUE "END".
    05 FILLER PIC X(10) VALUE "OPERATOR".
    05 FILLER PIC X(5)  VALUE "PRI".
    05 FILLER PIC X(4)  VALUE "MODE".
01 DETAIL-LINE.
    05 DTL-ID        PIC ZZZZ9.
    05 FILLER        PIC X(4)  VALUE SPACES.
    05 DTL-OPERATOR  PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 DTL-PRIORITY  PIC 9.
    05 FILLER        PIC X(4)  VALUE SPACES.
    05 DTL-MODE      PIC X.
01 COUNT-LINE.
    05 CNT-TEXT      PIC X(14).
    05 CNT-VALUE     PIC ZZ9.
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
01 ENQUEUE-PROGRAM PIC X(8) VALUE "SCANQMGR".
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

    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP

    PERFORM LOAD-SHOP-PARMS

    PERFORM OPERATOR-SIGN-ON

    OPEN EXTEND AUDIT-FILE
    IF AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-FILE
        IF AUDIT-FILE-STATUS NOT = "00"
            DISPLAY "Unable to open AUDITLOG.DAT - ending session."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    MOVE "SCANQMGR SESSION START" TO MARKER-TEXT
    PERFORM WRITE-SESSION-MARKER

    PERFORM LOAD-SCAN-QUEUE

    PERFORM UNTIL CHOICE = 7

        EVALUATE CHOICE
            WHEN 1
                PERFORM LOCK-SCAN-QUEUE
                IF ENQUEUE-HELD
                    PERFORM ADD-REQUEST
                    PERFORM RELEASE-ENQUEUE
                END-IF
            WHEN 2
                PERFORM LOCK-SCAN-QUEUE
                IF ENQUEUE-HELD
                    PERFORM HOLD-REQUEST
                    PERFORM RELEASE-ENQUEUE
                END-IF
            WHEN 3
                PERFORM LOCK-SCAN-QUEUE
                IF ENQUEUE-HELD
                    PERFORM RELEASE-REQUEST
                    PERFORM RELEASE-ENQUEUE
                END-IF
            WHEN 4
                PERFORM LOCK-SCAN-QUEUE
                IF ENQUEUE-HELD
                    PERFORM CANCEL-REQUEST
                    PERFORM RELEASE-ENQUEUE
                END-IF
            WHEN 5
                PERFORM LOCK-SCAN-QUEUE
                IF ENQUEUE-HELD
                    PERFORM BUMP-REQUEST
                    PERFORM RELEASE-ENQUEUE
                END-IF
            WHEN 6
                PERFORM LOAD-SCAN-QUEUE
                PERFORM QUEUE-STATUS-REPORT
            WHEN 7
                DISPLAY "Exiting Program..."
        END-EVALUATE
    END-PERFORM

    MOVE "SCANQMGR SESSION END" TO MARKER-TEXT
    PERFORM WRITE-SESSION-MARKER
    CLOSE AUDIT-FILE

    IF FILE-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
    MOVE 0 TO SIGNON-ATTEMPTS
    MOVE "N" TO SIGNON-OK-SW

    PERFORM UNTIL SIGNON-OK OR SIGNON-ATTEMPTS >= SIGNON-LIMIT
        DISPLAY "Operator ID: "
        ACCEPT SIGNON-ID-IN
        DISPLAY "Password: "
        ACCEPT SIGNON-PW-IN
        PERFORM LOOKUP-OPERATOR
        EVALUATE TRUE
            WHEN NOT OPERATOR-FOUND
                MOVE "NOTFND" TO SIGNON-REASON
            WHEN SIGNON-STATUS = "D"
                MOVE "DISABL" TO SIGNON-REASON
            WHEN SIGNON-STATUS = "L"
                MOVE "LOCKED" TO SIGNON-REASON
            WHEN SIGNON-PASSWORD NOT = SIGNON-PW-IN
                MOVE "BADPWD" TO SIGNON-REASON
            WHEN OTHER
                MOVE SPACES TO SIGNON-REASON
        END-EVALUATE
        IF SIGNON-REASON = SPACES
            MOVE "Y" TO SIGNON-OK-SW
            MOVE SIGNON-ID-IN TO OPERATOR-ID
            DISPLAY "Signed on as " OPERATOR-ID
        ELSE
            DISPLAY "Invalid operator ID or password, or the "
                "ID is disabled or locked."
            PERFORM WRITE-SIGNON-FAILURE
            ADD 1 TO SIGNON-ATTEMPTS
        END-IF
    END-PERFORM
            AT END
                MOVE "Y" TO OPERATOR-EOF-SW
            NOT AT END
                IF OPR-ID = SIGNON-ID-IN AND SIGNON-ID-IN NOT = SPACES
                    MOVE "Y" TO OPERATOR-FOUND-SW
                    MOVE OPR-PASSWORD TO SIGNON-PASSWORD
                    MOVE OPR-STATUS TO SIGNON-STATUS
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERATOR-FILE.

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
        STRING "SIGNON FAIL " SIGNON-REASON " SCANQMGR"
            DELIMITED BY SIZE INTO AUDIT-RESULT
        MOVE SIGNON-ID-IN TO AUDIT-OPERATOR
        WRITE AUDIT-RECORD
        CLOSE AUDIT-FILE
    END-IF.

WRITE-SESSION-MARKER.
    MOVE SPACES TO AUDIT-RECORD
    MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
    MOVE 0 TO AUDIT-CHOICE
    MOVE 0 TO AUDIT-NUM
    MOVE MARKER-TEXT TO AUDIT-RESULT
    MOVE OPERATOR-ID TO AUDIT-OPERATOR
    WRITE AUDIT-RECORD
    IF AUDIT-FILE-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.

VALIDATE-CHOICE.
    MOVE "N" TO VALID-CHOICE-SW
    PERFORM UNTIL VALID-CHOICE
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
        ELSE
            ADD 1 TO COUNT-INVALID
        END-IF
    END-IF.

LOCK-SCAN-QUEUE.
    MOVE "SCANREQ" TO ENQUEUE-NAME
    MOVE OPERATOR-ID TO ENQUEUE-OWNER
    PERFORM TAKE-ENQUEUE
    IF ENQUEUE-HELD
        PERFORM LOAD-SCAN-QUEUE
    ELSE
        DISPLAY "SCANREQ.DAT is not available - no change made."
    END-IF.

REFUSE-OVERFLOWN-QUEUE.
    DISPLAY "SCANREQ.DAT exceeds the 500 request capacity - "
        "rewriting it would drop requests. Queue left untouched.".
    EVALUATE TRUE
        WHEN SCANQ-OVERFLOW
            PERFORM REFUSE-OVERFLOWN-QUEUE
        WHEN SCANQ-COUNT >= SCANQ-LIMIT
            DISPLAY "Queue is full at " SCANQ-LIMIT
                " requests - no request added."
        WHEN OTHER
            PERFORM ADD-REQUEST-ENTRY
    END-EVALUATE.
    MOVE NEXT-REQUEST-ID TO SRQ-ID(SCANQ-COUNT)
    MOVE OPERATOR-ID TO SRQ-OPERATOR(SCANQ-COUNT)
    MOVE NEW-PRIORITY TO SRQ-PRIORITY(SCANQ-COUNT)
    MOVE SPACE TO SRQ-MODE(SCANQ-COUNT)
    MOVE SPACES TO SRQ-RAW(SCANQ-COUNT)
    PERFORM REWRITE-SCAN-QUEUE
    DISPLAY "Request " NEXT-REQUEST-ID " added to the queue."

GET-NEW-CHECK.
    MOVE SPACES TO CHECK-IN
    PERFORM UNTIL CHECK-IN = "1" OR "2" OR "3" OR "6" OR "7" OR "A"
        DISPLAY "Check type (1=Palindrome 2=Armstrong 3=Perfect "
            "6=Prime 7=Strong A=Amicable/Sociable): "
        ACCEPT CHECK-IN
        IF CHECK-IN NOT = "1" AND CHECK-IN NOT = "2"
                AND CHECK-IN NOT = "3" AND CHECK-IN NOT = "6"
                AND CHECK-IN NOT = "7" AND CHECK-IN NOT = "A"
            DISPLAY "Invalid check type - enter 1, 2, 3, 6, 7 or A."
        END-IF
    END-PERFORM
    MOVE CHECK-IN(1:1) TO NEW-CHECK.
GET-NEW-PRIORITY.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        DISPLAY "Priority 1 (highest) to 9, blank for "
            DEFAULT-PRIORITY ": "
        ACCEPT PRIORITY-IN
        IF PRIORITY-IN = SPACES
            MOVE DEFAULT-PRIORITY TO NEW-PRIORITY
            MOVE "Y" TO VALID-NUM-SW
        ELSE
            IF FUNCTION TEST-NUMVAL(PRIORITY-IN) = 0
    MOVE SRQ-END(SCANQ-IX) TO DTL-END
    MOVE SRQ-OPERATOR(SCANQ-IX) TO DTL-OPERATOR
    MOVE SRQ-PRIORITY(SCANQ-IX) TO DTL-PRIORITY
    MOVE SRQ-MODE(SCANQ-IX) TO DTL-MODE
    MOVE DETAIL-LINE TO QUEUE-REPORT-RECORD
    WRITE QUEUE-REPORT-RECORD.

                MOVE SRQ-ID(SCANQ-WRITE-IX) TO SRQ-REC-ID
                MOVE SRQ-OPERATOR(SCANQ-WRITE-IX) TO SRQ-REC-OPERATOR
                MOVE SRQ-PRIORITY(SCANQ-WRITE-IX) TO SRQ-REC-PRIORITY
                MOVE SRQ-MODE(SCANQ-WRITE-IX) TO SRQ-REC-MODE
            ELSE
                MOVE SRQ-RAW(SCANQ-WRITE-IX) TO SCAN-REQUEST-RECORD
            END-IF
        END-PERFORM
        CLOSE SCAN-REQUEST-FILE
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
        WHEN "SCANQMAX"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 500
                MOVE SHP-VALUE TO SCANQ-LIMIT
            END-IF
        WHEN "SCANPRTY"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9
                MOVE SHP-VALUE TO DEFAULT-PRIORITY
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
