    SELECT CYCLE-REPORT-FILE ASSIGN TO "REJCYRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CYCLE-REPORT-STATUS.
    SELECT BATCH-REGISTRY-FILE ASSIGN TO "BATCHREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BATCH-REGISTRY-STATUS.
    SELECT ENQUEUE-FILE ASSIGN TO "ENQUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-STATUS.
    SELECT ENQUEUE-LOG-FILE ASSIGN TO "ENQLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
    05 FIX-HDR-TYPE       PIC X.
    05 FILLER             PIC X(1).
    05 FIX-HDR-DATE       PIC X(8).
    05 FILLER             PIC X(1).
    05 FIX-HDR-ID         PIC X(8).
    05 FILLER             PIC X(1).
    05 FIX-HDR-SEQ        PIC 9(6).
01 FIXED-DETAIL-RECORD.
    05 FIX-DTL-TYPE       PIC X.
    05 FILLER             PIC X(1).
FD CYCLE-REPORT-FILE.
01 CYCLE-REPORT-RECORD   PIC X(80).

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
01 REJECT-FILE-STATUS  PIC XX.
01 PENDING-FILE-STATUS PIC XX.
01 FIXED-FILE-STATUS   PIC XX.
01 CYCLE-REPORT-STATUS PIC XX.
01 BATCH-REGISTRY-STATUS PIC XX.
01 REGISTRY-EOF-SW PIC X VALUE "N".
    88 REGISTRY-EOF VALUE "Y".
01 FIX-BATCH-SEQ PIC 9(6) VALUE 0.
01 REJECT-EOF-SW PIC X VALUE "N".
    88 REJECT-EOF VALUE "Y".
01 REJECT-OVERFLOW-SW PIC X VALUE "N".
    05 ABN-REASON    PIC X(2).
    05 FILLER        PIC X(2)  VALUE "  ".
    05 ABN-DATA      PIC X(30).
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
01 ENQUEUE-PROGRAM PIC X(8) VALUE "REJCYCLE".
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
    MOVE RUN-STAMP(1:8) TO RUN-DATE

    MOVE "REJPEND" TO ENQUEUE-NAME
    PERFORM TAKE-ENQUEUE
    IF NOT ENQUEUE-HELD
        DISPLAY "REJPEND.DAT is not available - reject recycle "
            "not run."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-PENDING-FILE
    PERFORM INTAKE-NEW-REJECTS
    PERFORM REWRITE-PENDING-FILE
    END-IF

    PERFORM REWRITE-PENDING-FILE
    PERFORM RELEASE-ENQUEUE
    PERFORM WRITE-CYCLE-REPORT

    DISPLAY "Reject recycle complete - cycle " CURRENT-CYCLE ": "
            DISPLAY "Unable to open BATCHFIX.DAT."
            MOVE "Y" TO FILE-ERROR-SW
        ELSE
            PERFORM GET-NEXT-FIX-SEQUENCE
            MOVE SPACES TO FIXED-HEADER-RECORD
            MOVE "H" TO FIX-HDR-TYPE
            MOVE RUN-DATE TO FIX-HDR-DATE
            MOVE "REJCYCLE" TO FIX-HDR-ID
            MOVE FIX-BATCH-SEQ TO FIX-HDR-SEQ
            WRITE FIXED-HEADER-RECORD

            MOVE 1 TO PENDING-IX
            WRITE FIXED-TRAILER-RECORD
            CLOSE FIXED-FILE
            DISPLAY "Wrote " REPAIRED-COUNT " repaired records to "
                "BATCHFIX.DAT for the next batch run as REJCYCLE "
                "sequence " FIX-BATCH-SEQ "."
        END-IF
    END-IF.

GET-NEXT-FIX-SEQUENCE.
    MOVE 0 TO FIX-BATCH-SEQ
    MOVE "N" TO REGISTRY-EOF-SW
    OPEN INPUT BATCH-REGISTRY-FILE
    IF BATCH-REGISTRY-STATUS = "00"
        PERFORM UNTIL REGISTRY-EOF
            READ BATCH-REGISTRY-FILE
                AT END
                    MOVE "Y" TO REGISTRY-EOF-SW
                NOT AT END
                    IF REG-BATCH-ID = "REJCYCLE"
                            AND REG-SEQ IS NUMERIC
                            AND (REG-OUTCOME = "ACCEPTED"
                                OR REG-OUTCOME = "EXCEPTNS")
                            AND REG-SEQ > FIX-BATCH-SEQ
                        MOVE REG-SEQ TO FIX-BATCH-SEQ
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BATCH-REGISTRY-FILE
    END-IF
    ADD 1 TO FIX-BATCH-SEQ.

REWRITE-PENDING-FILE.
    MOVE 0 TO REMAINING-COUNT
    OPEN OUTPUT PENDING-FILE
        DISPLAY "Cycle report written to REJCYRPT.DAT - "
            AGED-COUNT " rejects past the age limit."
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
