IDENTIFICATION DIVISION.
PROGRAM-ID. JOBCHAIN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STREAM-FILE ASSIGN TO "JOBSTRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STREAM-FILE-STATUS.
    SELECT CHAIN-RESTART-FILE ASSIGN TO "JOBRST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-RESTART-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-CONTROL-STATUS.
    SELECT JOB-PARM-FILE ASSIGN TO "JOBPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-PARM-STATUS.
    SELECT STATS-FILE ASSIGN TO "RUNSTATS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATS-FILE-STATUS.
    SELECT CHAIN-LOG-FILE ASSIGN TO "JOBLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-LOG-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD STREAM-FILE.
01 STREAM-RECORD.
    05 JSR-STEP           PIC X(3).
    05 FILLER             PIC X(1).
    05 JSR-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 JSR-COND-STEP      PIC X(3).
    05 FILLER             PIC X(1).
    05 JSR-COND-RC        PIC X(2).
    05 FILLER             PIC X(1).
    05 JSR-COND-ACTION    PIC X.
    05 FILLER             PIC X(1).
    05 JSR-FAIL-RC        PIC X(2).
    05 FILLER             PIC X(1).
    05 JSR-PARMS          PIC X(30).
    05 FILLER             PIC X(1).
    05 JSR-COMMAND        PIC X(60).

FD CHAIN-RESTART-FILE.
01 CHAIN-RESTART-RECORD.
    05 RST-STEP           PIC 9(3).
    05 FILLER             PIC X(1).
    05 RST-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 RST-STATUS         PIC X.
    05 FILLER             PIC X(1).
    05 RST-RC             PIC 9(3).
    05 FILLER             PIC X(1).
    05 RST-STAMP          PIC X(21).

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    05 RUN-MODE           PIC X(8).
    05 FILLER             PIC X(1).
    05 RUN-OPERATOR       PIC X(8).

FD JOB-PARM-FILE.
01 JOB-PARM-RECORD.
    05 PRM-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 PRM-TEXT           PIC X(30).

FD STATS-FILE.
01 STATS-RECORD.
    05 STAT-PROGRAM       PIC X(8).
    05 FILLER             PIC X(1).
    05 STAT-START         PIC X(21).
    05 FILLER             PIC X(1).
    05 STAT-END           PIC X(21).
    05 FILLER             PIC X(1).
    05 STAT-MODE          PIC X(8).
    05 FILLER             PIC X(1).
    05 STAT-CHECKED       PIC 9(7).
    05 FILLER             PIC X(1).
    05 STAT-REJECTED      PIC 9(7).
    05 FILLER             PIC X(1).
    05 STAT-DISCREPANCIES PIC 9(7).
    05 FILLER             PIC X(1).
    05 STAT-ARCHIVED      PIC 9(7).
    05 FILLER             PIC X(1).
    05 STAT-RC            PIC 9(2).

FD CHAIN-LOG-FILE.
01 CHAIN-LOG-RECORD      PIC X(80).

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
01 STREAM-FILE-STATUS    PIC XX.
01 CHAIN-RESTART-STATUS  PIC XX.
01 RUN-CONTROL-STATUS    PIC XX.
01 JOB-PARM-STATUS       PIC XX.
01 STATS-FILE-STATUS     PIC XX.
01 CHAIN-LOG-STATUS      PIC XX.
01 AUDIT-FILE-STATUS     PIC XX.
01 STREAM-EOF-SW  PIC X VALUE "N".
    88 STREAM-EOF VALUE "Y".
01 RESTART-EOF-SW PIC X VALUE "N".
    88 RESTART-EOF VALUE "Y".
01 STATS-EOF-SW   PIC X VALUE "N".
    88 STATS-EOF VALUE "Y".
01 STREAM-ERROR-SW PIC X VALUE "N".
    88 STREAM-ERROR VALUE "Y".
01 FILE-ERROR-SW  PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 PARM-ERROR-SW  PIC X VALUE "N".
    88 PARM-ERROR VALUE "Y".
01 CHAIN-HALTED-SW PIC X VALUE "N".
    88 CHAIN-HALTED VALUE "Y".
01 RESTART-RUN-SW PIC X VALUE "N".
    88 RESTART-RUN VALUE "Y".
01 COND-MET-SW    PIC X VALUE "Y".
    88 COND-MET VALUE "Y".
01 STEP-NOT-STARTED-SW PIC X VALUE "N".
    88 STEP-NOT-STARTED VALUE "Y".
01 CONDITION-HALT-SW PIC X VALUE "N".
    88 CONDITION-HALT VALUE "Y".
01 OVERRIDE-FOUND-SW PIC X VALUE "N".
    88 OVERRIDE-FOUND VALUE "Y".
01 RUN-STAMP        PIC X(21).
01 STEP-START-STAMP PIC X(21).
01 SYSTEM-COMMAND   PIC X(60).
01 STEP-RC          PIC S9(9).
01 TESTED-RC        PIC 9(3).
01 HIGHEST-RC       PIC 9(3) VALUE 0.
01 HALTED-STEP      PIC 9(3) VALUE 0.
01 STEPS-RUN        PIC 9(3) VALUE 0.
01 STEPS-SKIPPED    PIC 9(3) VALUE 0.
01 STEPS-EARLIER    PIC 9(3) VALUE 0.
01 LAST-STEP-NUMBER PIC 9(3) VALUE 0.
01 COND-IX          PIC 9(3).
01 OVERRIDE-IX      PIC 9(3) VALUE 0.
01 OVERRIDE-TEXT    PIC X(30) VALUE SPACES.
01 OVERRIDE-ACTION  PIC X(4) VALUE SPACES.
01 OVERRIDE-OPERATOR PIC X(8) VALUE SPACES.
01 I                PIC 9(3).
01 J                PIC 9(3).
01 STEP-COUNT       PIC 9(3) VALUE 0.
01 STEP-TABLE.
    05 STEP-ENTRY OCCURS 20 TIMES.
        10 STP-NUMBER      PIC 9(3).
        10 STP-PROGRAM     PIC X(8).
        10 STP-COND-STEP   PIC 9(3).
        10 STP-COND-RC     PIC 9(2).
        10 STP-COND-ACTION PIC X.
        10 STP-FAIL-RC     PIC 9(2).
        10 STP-PARMS       PIC X(30).
        10 STP-COMMAND     PIC X(60).
        10 STP-STATUS      PIC X.
        10 STP-RC          PIC 9(3).
        10 STP-STAMP       PIC X(21).
        10 STP-OVERRIDE    PIC X.
01 HEADING-LINE.
    05 FILLER        PIC X(21) VALUE "NIGHTLY JOB CHAIN LOG".
    05 FILLER        PIC X(15) VALUE SPACES.
    05 FILLER        PIC X(9)  VALUE "RUN DATE ".
    05 HDG-RUN-DATE  PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 HDG-RUN-TIME  PIC X(6).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 HDG-MODE      PIC X(7).
01 DETAIL-HEADING.
    05 FILLER PIC X(5)  VALUE "STEP".
    05 FILLER PIC X(10) VALUE "PROGRAM".
    05 FILLER PIC X(16) VALUE "ACTION".
    05 FILLER PIC X(5)  VALUE "RC".
    05 FILLER PIC X(16) VALUE "ENDED".
    05 FILLER PIC X(4)  VALUE "NOTE".
01 LOG-LINE.
    05 LOG-STEP      PIC 9(3).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 LOG-PROGRAM   PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 LOG-ACTION    PIC X(15).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 LOG-RC        PIC ZZ9.
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 LOG-ENDED     PIC X(14).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 LOG-NOTE      PIC X(28).
01 SUMMARY-LINE.
    05 FILLER        PIC X(11) VALUE "STEPS RUN: ".
    05 SUM-RUN       PIC ZZ9.
    05 FILLER        PIC X(11) VALUE "  SKIPPED: ".
    05 SUM-SKIPPED   PIC ZZ9.
    05 FILLER        PIC X(16) VALUE "  DONE EARLIER: ".
    05 SUM-EARLIER   PIC ZZ9.
    05 FILLER        PIC X(14) VALUE "  HIGHEST RC: ".
    05 SUM-HIGHEST   PIC ZZ9.
01 HALT-LINE.
    05 FILLER        PIC X(21) VALUE "CHAIN HALTED AT STEP ".
    05 HLT-STEP      PIC 9(3).
    05 FILLER        PIC X(43)
        VALUE " - RERUN JOBCHAIN TO RESTART FROM THIS STEP".
01 OVERRIDE-HINT-LINE.
    05 FILLER        PIC X(43)
        VALUE "TO PASS THE CONDITION SET JOBPARM JOBCHAIN ".
    05 HNT-STEP      PIC 9(3).
    05 FILLER        PIC X(26) VALUE " RUN/SKIP WITH OPERATOR ID".

PROCEDURE DIVISION.

    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP

    PERFORM LOAD-JOB-STREAM
    IF STREAM-ERROR
        DISPLAY "Job stream JOBSTRM.DAT is invalid - ending run."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF STEP-COUNT = 0
        DISPLAY "Job stream JOBSTRM.DAT missing or empty - "
            "ending run."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-CHAIN-RESTART
    IF RESTART-RUN
        PERFORM CHECK-CHAIN-OVERRIDE
    END-IF

    OPEN OUTPUT CHAIN-LOG-FILE
    IF CHAIN-LOG-STATUS NOT = "00"
        DISPLAY "Unable to open JOBLOG.DAT - ending run."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-LOG-HEADING

    MOVE 1 TO I
    PERFORM UNTIL I > STEP-COUNT OR CHAIN-HALTED
        IF STP-STATUS(I) = "C" OR STP-STATUS(I) = "S"
            PERFORM LOG-EARLIER-STEP
        ELSE
            PERFORM PROCESS-CHAIN-STEP
        END-IF
        ADD 1 TO I
    END-PERFORM

    IF CHAIN-HALTED
        PERFORM WRITE-CHAIN-RESTART
    ELSE
        PERFORM CLEAR-CHAIN-RESTART
    END-IF

    PERFORM WRITE-LOG-SUMMARY
    CLOSE CHAIN-LOG-FILE

    IF CHAIN-HALTED
        DISPLAY "Job chain halted at step " HALTED-STEP
            " - see JOBLOG.DAT."
        IF CONDITION-HALT
            DISPLAY "To pass the condition on restart, set JOBPARM.DAT "
                "JOBCHAIN " HALTED-STEP " RUN or SKIP with an operator ID."
        END-IF
    ELSE
        DISPLAY "Job chain complete - " STEPS-RUN " steps run, "
            STEPS-SKIPPED " skipped."
    END-IF

    EVALUATE TRUE
        WHEN CHAIN-HALTED OR FILE-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN HIGHEST-RC > 0 OR STEPS-SKIPPED > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE

    PERFORM WRITE-RUN-STATS

    STOP RUN.

WRITE-RUN-STATS.
    OPEN EXTEND STATS-FILE
    IF STATS-FILE-STATUS NOT = "00"
        OPEN OUTPUT STATS-FILE
    END-IF
    IF STATS-FILE-STATUS NOT = "00"
        DISPLAY "Unable to open RUNSTATS.DAT - run not logged."
    ELSE
        MOVE SPACES TO STATS-RECORD
        MOVE "JOBCHAIN" TO STAT-PROGRAM
        MOVE RUN-STAMP TO STAT-START
        MOVE FUNCTION CURRENT-DATE TO STAT-END
        IF RESTART-RUN
            MOVE "RESTART" TO STAT-MODE
        ELSE
            MOVE "NORMAL" TO STAT-MODE
        END-IF
        MOVE STEPS-RUN TO STAT-CHECKED
        MOVE 0 TO STAT-REJECTED
        MOVE 0 TO STAT-DISCREPANCIES
        MOVE 0 TO STAT-ARCHIVED
        MOVE RETURN-CODE TO STAT-RC
        WRITE STATS-RECORD
        CLOSE STATS-FILE
    END-IF.

LOAD-JOB-STREAM.
    MOVE 0 TO STEP-COUNT
    MOVE "N" TO STREAM-EOF-SW
    OPEN INPUT STREAM-FILE
    IF STREAM-FILE-STATUS = "00"
        PERFORM UNTIL STREAM-EOF OR STREAM-ERROR
            READ STREAM-FILE
                AT END
                    MOVE "Y" TO STREAM-EOF-SW
                NOT AT END
                    IF STREAM-RECORD NOT = SPACES
                            AND STREAM-RECORD(1:1) NOT = "*"
                        PERFORM LOAD-STREAM-STEP
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STREAM-FILE
    END-IF.

LOAD-STREAM-STEP.
    IF STEP-COUNT >= 20
        DISPLAY "More than 20 steps in JOBSTRM.DAT."
        MOVE "Y" TO STREAM-ERROR-SW
    END-IF
    IF NOT STREAM-ERROR
        IF JSR-STEP IS NOT NUMERIC
                OR JSR-PROGRAM = SPACES
                OR JSR-COMMAND = SPACES
            DISPLAY "Invalid job stream entry: " STREAM-RECORD(1:40)
            MOVE "Y" TO STREAM-ERROR-SW
        END-IF
    END-IF
    IF NOT STREAM-ERROR
        IF JSR-STEP <= LAST-STEP-NUMBER
            DISPLAY "Job stream steps out of order at step " JSR-STEP
            MOVE "Y" TO STREAM-ERROR-SW
        END-IF
    END-IF
    IF NOT STREAM-ERROR
        ADD 1 TO STEP-COUNT
        MOVE JSR-STEP TO STP-NUMBER(STEP-COUNT)
        MOVE JSR-STEP TO LAST-STEP-NUMBER
        MOVE JSR-PROGRAM TO STP-PROGRAM(STEP-COUNT)
        MOVE JSR-PARMS TO STP-PARMS(STEP-COUNT)
        MOVE JSR-COMMAND TO STP-COMMAND(STEP-COUNT)
        MOVE SPACE TO STP-STATUS(STEP-COUNT)
        MOVE 0 TO STP-RC(STEP-COUNT)
        MOVE SPACES TO STP-STAMP(STEP-COUNT)
        MOVE SPACE TO STP-OVERRIDE(STEP-COUNT)
        PERFORM LOAD-STEP-CONDITION
    END-IF.

LOAD-STEP-CONDITION.
    EVALUATE TRUE
        WHEN JSR-COND-STEP = SPACES
            MOVE 0 TO STP-COND-STEP(STEP-COUNT)
        WHEN JSR-COND-STEP IS NUMERIC
            MOVE JSR-COND-STEP TO STP-COND-STEP(STEP-COUNT)
        WHEN OTHER
            MOVE "Y" TO STREAM-ERROR-SW
    END-EVALUATE
    EVALUATE TRUE
        WHEN JSR-COND-RC = SPACES
            MOVE 99 TO STP-COND-RC(STEP-COUNT)
        WHEN JSR-COND-RC IS NUMERIC
            MOVE JSR-COND-RC TO STP-COND-RC(STEP-COUNT)
        WHEN OTHER
            MOVE "Y" TO STREAM-ERROR-SW
    END-EVALUATE
    EVALUATE TRUE
        WHEN JSR-COND-ACTION = SPACE
            MOVE "S" TO STP-COND-ACTION(STEP-COUNT)
        WHEN JSR-COND-ACTION = "S" OR JSR-COND-ACTION = "H"
            MOVE JSR-COND-ACTION TO STP-COND-ACTION(STEP-COUNT)
        WHEN OTHER
            MOVE "Y" TO STREAM-ERROR-SW
    END-EVALUATE
    EVALUATE TRUE
        WHEN JSR-FAIL-RC = SPACES
            MOVE 8 TO STP-FAIL-RC(STEP-COUNT)
        WHEN JSR-FAIL-RC IS NUMERIC AND JSR-FAIL-RC NOT = "00"
            MOVE JSR-FAIL-RC TO STP-FAIL-RC(STEP-COUNT)
        WHEN OTHER
            MOVE "Y" TO STREAM-ERROR-SW
    END-EVALUATE
    IF NOT STREAM-ERROR AND STP-COND-STEP(STEP-COUNT) > 0
        MOVE 0 TO COND-IX
        MOVE 1 TO J
        PERFORM UNTIL J >= STEP-COUNT OR COND-IX > 0
            IF STP-NUMBER(J) = STP-COND-STEP(STEP-COUNT)
                MOVE J TO COND-IX
            END-IF
            ADD 1 TO J
        END-PERFORM
        IF COND-IX = 0
            DISPLAY "Step " JSR-STEP " tests step " JSR-COND-STEP
                " which does not run before it."
            MOVE "Y" TO STREAM-ERROR-SW
        END-IF
    END-IF
    IF STREAM-ERROR
        DISPLAY "Invalid condition on job stream step " JSR-STEP
    END-IF.

LOAD-CHAIN-RESTART.
    MOVE "N" TO RESTART-EOF-SW
    OPEN INPUT CHAIN-RESTART-FILE
    IF CHAIN-RESTART-STATUS = "00"
        PERFORM UNTIL RESTART-EOF
            READ CHAIN-RESTART-FILE
                AT END
                    MOVE "Y" TO RESTART-EOF-SW
                NOT AT END
                    IF RST-STEP IS NUMERIC AND RST-RC IS NUMERIC
                        PERFORM APPLY-RESTART-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHAIN-RESTART-FILE
    END-IF
    IF RESTART-RUN
        MOVE 1 TO I
        PERFORM UNTIL I > STEP-COUNT
                OR (STP-STATUS(I) NOT = "C" AND STP-STATUS(I) NOT = "S")
            ADD 1 TO I
        END-PERFORM
        IF I <= STEP-COUNT
            DISPLAY "Restarting job chain at step " STP-NUMBER(I)
                " " STP-PROGRAM(I)
        END-IF
    END-IF.

APPLY-RESTART-ENTRY.
    MOVE 1 TO J
    PERFORM UNTIL J > STEP-COUNT
        IF STP-NUMBER(J) = RST-STEP AND STP-PROGRAM(J) = RST-PROGRAM
            MOVE RST-STATUS TO STP-STATUS(J)
            MOVE RST-RC TO STP-RC(J)
            MOVE RST-STAMP TO STP-STAMP(J)
            MOVE "Y" TO RESTART-RUN-SW
        END-IF
        ADD 1 TO J
    END-PERFORM.

CHECK-CHAIN-OVERRIDE.
    MOVE "N" TO OVERRIDE-FOUND-SW
    OPEN INPUT JOB-PARM-FILE
    IF JOB-PARM-STATUS = "00"
        READ JOB-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PRM-PROGRAM = "JOBCHAIN"
                    MOVE "Y" TO OVERRIDE-FOUND-SW
                    MOVE PRM-TEXT TO OVERRIDE-TEXT
                END-IF
        END-READ
        CLOSE JOB-PARM-FILE
    END-IF
    IF OVERRIDE-FOUND
        OPEN OUTPUT JOB-PARM-FILE
        IF JOB-PARM-STATUS = "00"
            CLOSE JOB-PARM-FILE
        ELSE
            DISPLAY "Unable to clear JOBPARM.DAT."
            MOVE "Y" TO FILE-ERROR-SW
        END-IF
        PERFORM APPLY-CHAIN-OVERRIDE
    END-IF.

APPLY-CHAIN-OVERRIDE.
    MOVE 0 TO OVERRIDE-IX
    MOVE OVERRIDE-TEXT(5:4) TO OVERRIDE-ACTION
    MOVE OVERRIDE-TEXT(10:8) TO OVERRIDE-OPERATOR
    IF OVERRIDE-TEXT(1:3) IS NUMERIC
        MOVE 1 TO J
        PERFORM UNTIL J > STEP-COUNT OR OVERRIDE-IX > 0
            IF STP-NUMBER(J) = OVERRIDE-TEXT(1:3)
                MOVE J TO OVERRIDE-IX
            END-IF
            ADD 1 TO J
        END-PERFORM
    END-IF
    EVALUATE TRUE
        WHEN OVERRIDE-IX = 0
            DISPLAY "JOBCHAIN override names no step in JOBSTRM.DAT - "
                "ignored: " OVERRIDE-TEXT
        WHEN STP-STATUS(OVERRIDE-IX) NOT = "H"
            DISPLAY "Step " STP-NUMBER(OVERRIDE-IX) " is not halted on "
                "a condition - JOBCHAIN override ignored."
        WHEN OVERRIDE-ACTION NOT = "RUN" AND OVERRIDE-ACTION NOT = "SKIP"
            DISPLAY "JOBCHAIN override action must be RUN or SKIP - "
                "ignored: " OVERRIDE-TEXT
        WHEN OVERRIDE-OPERATOR = SPACES
            DISPLAY "JOBCHAIN override has no operator ID in columns "
                "10-17 - ignored."
        WHEN OTHER
            PERFORM WRITE-OVERRIDE-AUDIT
    END-EVALUATE.

WRITE-OVERRIDE-AUDIT.
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "Unable to open AUDITLOG.DAT - JOBCHAIN override "
            "ignored."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE SPACES TO AUDIT-RECORD
        MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
        MOVE 0 TO AUDIT-CHOICE
        MOVE 0 TO AUDIT-NUM
        STRING "JOBCHAIN OVERRIDE " STP-NUMBER(OVERRIDE-IX) " "
            OVERRIDE-ACTION DELIMITED BY SIZE INTO AUDIT-RESULT
        MOVE OVERRIDE-OPERATOR TO AUDIT-OPERATOR
        WRITE AUDIT-RECORD
        IF AUDIT-FILE-STATUS NOT = "00"
            DISPLAY "Unable to write AUDITLOG.DAT - JOBCHAIN override "
                "ignored."
            MOVE "Y" TO FILE-ERROR-SW
        ELSE
            MOVE OVERRIDE-ACTION(1:1) TO STP-OVERRIDE(OVERRIDE-IX)
            DISPLAY "Step " STP-NUMBER(OVERRIDE-IX) " condition "
                "overridden by " FUNCTION TRIM(OVERRIDE-OPERATOR)
                " - step will " FUNCTION TRIM(OVERRIDE-ACTION) "."
        END-IF
        CLOSE AUDIT-FILE
    END-IF.

WRITE-CHAIN-RESTART.
    OPEN OUTPUT CHAIN-RESTART-FILE
    IF CHAIN-RESTART-STATUS NOT = "00"
        DISPLAY "Unable to write JOBRST.DAT - restart point not saved."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE 1 TO J
        PERFORM UNTIL J > STEP-COUNT
            IF STP-STATUS(J) NOT = SPACE
                MOVE SPACES TO CHAIN-RESTART-RECORD
                MOVE STP-NUMBER(J) TO RST-STEP
                MOVE STP-PROGRAM(J) TO RST-PROGRAM
                MOVE STP-STATUS(J) TO RST-STATUS
                MOVE STP-RC(J) TO RST-RC
                MOVE STP-STAMP(J) TO RST-STAMP
                WRITE CHAIN-RESTART-RECORD
            END-IF
            ADD 1 TO J
        END-PERFORM
        CLOSE CHAIN-RESTART-FILE
    END-IF.

CLEAR-CHAIN-RESTART.
    OPEN OUTPUT CHAIN-RESTART-FILE
    IF CHAIN-RESTART-STATUS = "00"
        CLOSE CHAIN-RESTART-FILE
    ELSE
        DISPLAY "Unable to clear JOBRST.DAT."
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.

PROCESS-CHAIN-STEP.
    EVALUATE STP-OVERRIDE(I)
        WHEN "R"
            MOVE "Y" TO COND-MET-SW
        WHEN "S"
            MOVE "N" TO COND-MET-SW
        WHEN OTHER
            PERFORM EVALUATE-STEP-CONDITION
    END-EVALUATE
    IF COND-MET
        PERFORM RUN-CHAIN-STEP
    ELSE
        MOVE 0 TO STP-RC(I)
        MOVE FUNCTION CURRENT-DATE TO STP-STAMP(I)
        MOVE SPACES TO LOG-LINE
        MOVE STP-NUMBER(I) TO LOG-STEP
        MOVE STP-PROGRAM(I) TO LOG-PROGRAM
        MOVE 0 TO LOG-RC
        MOVE STP-STAMP(I)(1:14) TO LOG-ENDED
        EVALUATE TRUE
            WHEN STP-OVERRIDE(I) = "S"
                STRING "OVERRIDE BY " OVERRIDE-OPERATOR
                    DELIMITED BY SIZE INTO LOG-NOTE
            WHEN STP-COND-STEP(I) = 0
                STRING "HIGHEST RC " TESTED-RC " OVER "
                    STP-COND-RC(I) DELIMITED BY SIZE INTO LOG-NOTE
            WHEN COND-IX > 0 AND STP-STATUS(COND-IX) = "C"
                STRING "STEP " STP-COND-STEP(I) " RC " TESTED-RC
                    " OVER " STP-COND-RC(I)
                    DELIMITED BY SIZE INTO LOG-NOTE
            WHEN OTHER
                STRING "STEP " STP-COND-STEP(I) " DID NOT RUN"
                    DELIMITED BY SIZE INTO LOG-NOTE
        END-EVALUATE
        IF STP-COND-ACTION(I) = "H" AND STP-OVERRIDE(I) NOT = "S"
            MOVE "H" TO STP-STATUS(I)
            MOVE "Y" TO CHAIN-HALTED-SW
            MOVE "Y" TO CONDITION-HALT-SW
            MOVE STP-NUMBER(I) TO HALTED-STEP
            MOVE "HALTED" TO LOG-ACTION
        ELSE
            MOVE "S" TO STP-STATUS(I)
            ADD 1 TO STEPS-SKIPPED
            MOVE "SKIPPED" TO LOG-ACTION
        END-IF
        MOVE LOG-LINE TO CHAIN-LOG-RECORD
        PERFORM WRITE-LOG-LINE
    END-IF
    PERFORM WRITE-CHAIN-RESTART.

EVALUATE-STEP-CONDITION.
    MOVE "Y" TO COND-MET-SW
    MOVE 0 TO TESTED-RC
    MOVE 0 TO COND-IX
    IF STP-COND-STEP(I) = 0
        MOVE HIGHEST-RC TO TESTED-RC
    ELSE
        MOVE 1 TO J
        PERFORM UNTIL J >= I OR COND-IX > 0
            IF STP-NUMBER(J) = STP-COND-STEP(I)
                MOVE J TO COND-IX
            END-IF
            ADD 1 TO J
        END-PERFORM
        IF COND-IX = 0
            MOVE "N" TO COND-MET-SW
        ELSE
            IF STP-STATUS(COND-IX) = "C"
                MOVE STP-RC(COND-IX) TO TESTED-RC
            ELSE
                MOVE "N" TO COND-MET-SW
            END-IF
        END-IF
    END-IF
    IF COND-MET AND TESTED-RC > STP-COND-RC(I)
        MOVE "N" TO COND-MET-SW
    END-IF.

RUN-CHAIN-STEP.
    DISPLAY "Step " STP-NUMBER(I) " " STP-PROGRAM(I) " starting."
    MOVE FUNCTION CURRENT-DATE TO STEP-START-STAMP
    PERFORM SET-STEP-PARAMETERS
    MOVE "N" TO STEP-NOT-STARTED-SW

    IF PARM-ERROR
        MOVE 12 TO STEP-RC
    ELSE
        MOVE STP-COMMAND(I) TO SYSTEM-COMMAND
        CALL "SYSTEM" USING SYSTEM-COMMAND
        MOVE RETURN-CODE TO STEP-RC
        IF STEP-RC < 0
            DISPLAY "Step " STP-NUMBER(I) " " STP-PROGRAM(I)
                " could not be started."
            MOVE "Y" TO STEP-NOT-STARTED-SW
            MOVE 8 TO STEP-RC
            PERFORM CLEAR-STEP-PARAMETERS
        ELSE
            IF STEP-RC > 255
                DIVIDE 256 INTO STEP-RC
            END-IF
            PERFORM CLEAR-STEP-PARAMETERS
            PERFORM CHECK-STEP-RUN-STATS
        END-IF
    END-IF

    IF STEP-RC > 999
        MOVE 999 TO STEP-RC
    END-IF
    MOVE STEP-RC TO STP-RC(I)
    MOVE FUNCTION CURRENT-DATE TO STP-STAMP(I)
    ADD 1 TO STEPS-RUN
    IF STP-RC(I) > HIGHEST-RC
        MOVE STP-RC(I) TO HIGHEST-RC
    END-IF

    MOVE SPACES TO LOG-LINE
    MOVE STP-NUMBER(I) TO LOG-STEP
    MOVE STP-PROGRAM(I) TO LOG-PROGRAM
    MOVE STP-RC(I) TO LOG-RC
    MOVE STP-STAMP(I)(1:14) TO LOG-ENDED
    IF STP-RC(I) >= STP-FAIL-RC(I) OR STEP-NOT-STARTED
        MOVE "F" TO STP-STATUS(I)
        MOVE "Y" TO CHAIN-HALTED-SW
        MOVE STP-NUMBER(I) TO HALTED-STEP
        MOVE "FAILED" TO LOG-ACTION
        EVALUATE TRUE
            WHEN PARM-ERROR
                MOVE "STEP PARAMETERS NOT WRITTEN" TO LOG-NOTE
            WHEN STEP-NOT-STARTED
                MOVE "STEP COULD NOT BE STARTED" TO LOG-NOTE
            WHEN OTHER
                STRING "FAIL LIMIT IS RC " STP-FAIL-RC(I)
                    DELIMITED BY SIZE INTO LOG-NOTE
        END-EVALUATE
    ELSE
        MOVE "C" TO STP-STATUS(I)
        MOVE "RAN" TO LOG-ACTION
        IF STP-OVERRIDE(I) = "R"
            STRING "OVERRIDE BY " OVERRIDE-OPERATOR
                DELIMITED BY SIZE INTO LOG-NOTE
        END-IF
    END-IF
    MOVE LOG-LINE TO CHAIN-LOG-RECORD
    PERFORM WRITE-LOG-LINE

    DISPLAY "Step " STP-NUMBER(I) " " STP-PROGRAM(I)
        " ended RC " STP-RC(I).

SET-STEP-PARAMETERS.
    MOVE "N" TO PARM-ERROR-SW
    IF STP-PROGRAM(I) = "NUMBMENU"
        OPEN OUTPUT RUN-CONTROL-FILE
        IF RUN-CONTROL-STATUS = "00"
            MOVE SPACES TO RUN-CONTROL-RECORD
            MOVE STP-PARMS(I)(1:8) TO RUN-MODE
            MOVE STP-PARMS(I)(10:8) TO RUN-OPERATOR
            WRITE RUN-CONTROL-RECORD
            CLOSE RUN-CONTROL-FILE
        ELSE
            DISPLAY "Unable to write RUNCTL.DAT for step "
                STP-NUMBER(I)
            MOVE "Y" TO PARM-ERROR-SW
        END-IF
    ELSE
        OPEN OUTPUT JOB-PARM-FILE
        IF JOB-PARM-STATUS = "00"
            MOVE SPACES TO JOB-PARM-RECORD
            MOVE STP-PROGRAM(I) TO PRM-PROGRAM
            MOVE STP-PARMS(I) TO PRM-TEXT
            WRITE JOB-PARM-RECORD
            CLOSE JOB-PARM-FILE
        ELSE
            DISPLAY "Unable to write JOBPARM.DAT for step "
                STP-NUMBER(I)
            MOVE "Y" TO PARM-ERROR-SW
        END-IF
    END-IF.

CLEAR-STEP-PARAMETERS.
    IF STP-PROGRAM(I) = "NUMBMENU"
        OPEN OUTPUT RUN-CONTROL-FILE
        IF RUN-CONTROL-STATUS = "00"
            CLOSE RUN-CONTROL-FILE
        ELSE
            DISPLAY "Unable to clear RUNCTL.DAT."
            MOVE "Y" TO FILE-ERROR-SW
        END-IF
    ELSE
        OPEN OUTPUT JOB-PARM-FILE
        IF JOB-PARM-STATUS = "00"
            CLOSE JOB-PARM-FILE
        ELSE
            DISPLAY "Unable to clear JOBPARM.DAT."
            MOVE "Y" TO FILE-ERROR-SW
        END-IF
    END-IF.

CHECK-STEP-RUN-STATS.
    MOVE "N" TO STATS-EOF-SW
    OPEN INPUT STATS-FILE
    IF STATS-FILE-STATUS = "00"
        PERFORM UNTIL STATS-EOF
            READ STATS-FILE
                AT END
                    MOVE "Y" TO STATS-EOF-SW
                NOT AT END
                    IF STAT-PROGRAM = STP-PROGRAM(I)
                            AND STAT-START(1:14) >=
                                STEP-START-STAMP(1:14)
                            AND STAT-RC IS NUMERIC
                        IF STAT-RC > STEP-RC
                            MOVE STAT-RC TO STEP-RC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATS-FILE
    END-IF.

LOG-EARLIER-STEP.
    ADD 1 TO STEPS-EARLIER
    IF STP-STATUS(I) = "C" AND STP-RC(I) > HIGHEST-RC
        MOVE STP-RC(I) TO HIGHEST-RC
    END-IF
    MOVE SPACES TO LOG-LINE
    MOVE STP-NUMBER(I) TO LOG-STEP
    MOVE STP-PROGRAM(I) TO LOG-PROGRAM
    MOVE STP-RC(I) TO LOG-RC
    MOVE STP-STAMP(I)(1:14) TO LOG-ENDED
    IF STP-STATUS(I) = "C"
        MOVE "DONE EARLIER" TO LOG-ACTION
    ELSE
        MOVE "SKIPPED EARLIER" TO LOG-ACTION
    END-IF
    MOVE "NOT RERUN ON RESTART" TO LOG-NOTE
    MOVE LOG-LINE TO CHAIN-LOG-RECORD
    PERFORM WRITE-LOG-LINE.

WRITE-LOG-HEADING.
    MOVE RUN-STAMP(1:8) TO HDG-RUN-DATE
    MOVE RUN-STAMP(9:6) TO HDG-RUN-TIME
    IF RESTART-RUN
        MOVE "RESTART" TO HDG-MODE
    ELSE
        MOVE SPACES TO HDG-MODE
    END-IF
    MOVE HEADING-LINE TO CHAIN-LOG-RECORD
    PERFORM WRITE-LOG-LINE
    MOVE SPACES TO CHAIN-LOG-RECORD
    PERFORM WRITE-LOG-LINE
    MOVE DETAIL-HEADING TO CHAIN-LOG-RECORD
    PERFORM WRITE-LOG-LINE.

WRITE-LOG-SUMMARY.
    MOVE SPACES TO CHAIN-LOG-RECORD
    PERFORM WRITE-LOG-LINE
    MOVE STEPS-RUN TO SUM-RUN
    MOVE STEPS-SKIPPED TO SUM-SKIPPED
    MOVE STEPS-EARLIER TO SUM-EARLIER
    MOVE HIGHEST-RC TO SUM-HIGHEST
    MOVE SUMMARY-LINE TO CHAIN-LOG-RECORD
    PERFORM WRITE-LOG-LINE
    IF CHAIN-HALTED
        MOVE HALTED-STEP TO HLT-STEP
        MOVE HALT-LINE TO CHAIN-LOG-RECORD
        PERFORM WRITE-LOG-LINE
        IF CONDITION-HALT
            MOVE HALTED-STEP TO HNT-STEP
            MOVE OVERRIDE-HINT-LINE TO CHAIN-LOG-RECORD
            PERFORM WRITE-LOG-LINE
        END-IF
    END-IF.

WRITE-LOG-LINE.
    WRITE CHAIN-LOG-RECORD
    IF CHAIN-LOG-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.
