IDENTIFICATION DIVISION.
PROGRAM-ID. BREGRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BATCH-REGISTRY-FILE ASSIGN TO "BATCHREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BATCH-REGISTRY-STATUS.
    SELECT REGISTRY-REPORT-FILE ASSIGN TO "BREGRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REGISTRY-REPORT-STATUS.
    SELECT JOB-PARM-FILE ASSIGN TO "JOBPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD REGISTRY-REPORT-FILE.
01 REGISTRY-REPORT-RECORD PIC X(80).

FD JOB-PARM-FILE.
01 JOB-PARM-RECORD.
    05 PRM-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 PRM-TEXT           PIC X(30).

WORKING-STORAGE SECTION.
01 BATCH-REGISTRY-STATUS  PIC XX.
01 REGISTRY-REPORT-STATUS PIC XX.
01 JOB-PARM-STATUS        PIC XX.
01 REGISTRY-EOF-SW PIC X VALUE "N".
    88 REGISTRY-EOF VALUE "Y".
01 JOB-PARMS-SW    PIC X VALUE "N".
    88 JOB-PARMS VALUE "Y".
01 VALID-NUM-SW    PIC X VALUE "N".
    88 VALID-NUM VALUE "Y".
01 FILE-ERROR-SW   PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 ID-OVERFLOW-SW  PIC X VALUE "N".
    88 ID-OVERFLOW VALUE "Y".
01 REFUSED-ENTRY-SW PIC X VALUE "N".
    88 REFUSED-ENTRY VALUE "Y".
01 RUN-STAMP       PIC X(21).
01 DATE-IN         PIC X(12).
01 REPORT-DATE     PIC X(8).
01 RECORDS-READ     PIC 9(7) VALUE 0.
01 DAY-RECEIVED     PIC 9(5) VALUE 0.
01 DAY-ACCEPTED     PIC 9(5) VALUE 0.
01 DAY-EXCEPTIONS   PIC 9(5) VALUE 0.
01 DAY-REFUSED      PIC 9(5) VALUE 0.
01 DAY-DETAILS      PIC 9(7) VALUE 0.
01 DAY-REJECTS      PIC 9(7) VALUE 0.
01 GAP-COUNT        PIC 9(5) VALUE 0.
01 GAP-FROM         PIC 9(6).
01 GAP-TO           PIC 9(6).
01 I                PIC 9(3).
01 ID-IX            PIC 9(3).
01 ID-COUNT         PIC 9(3) VALUE 0.
01 ID-TABLE.
    05 ID-ENTRY OCCURS 100 TIMES.
        10 IDT-BATCH-ID     PIC X(8).
        10 IDT-HIGH-SEQ     PIC 9(6).
        10 IDT-GAP-SEQ      PIC 9(6).
        10 IDT-GAP-RECEIVED PIC X(14).
01 OUTCOME-TEXT     PIC X(30).
01 HEADING-LINE.
    05 FILLER        PIC X(25) VALUE "BATCH REGISTRY REPORT FOR".
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 HDG-REPORT-DATE PIC X(8).
    05 FILLER        PIC X(10) VALUE SPACES.
    05 FILLER        PIC X(9)  VALUE "RUN DATE ".
    05 HDG-RUN-DATE  PIC X(8).
01 RECEIVED-HEADING.
    05 FILLER PIC X(9)  VALUE "BATCH ID".
    05 FILLER PIC X(8)  VALUE "SEQ".
    05 FILLER PIC X(10) VALUE "HDR DATE".
    05 FILLER PIC X(8)  VALUE "TIME".
    05 FILLER PIC X(9)  VALUE "DETAILS".
    05 FILLER PIC X(9)  VALUE "REJECTS".
    05 FILLER PIC X(10) VALUE "OUTCOME".
    05 FILLER PIC X(8)  VALUE "OPERATOR".
01 RECEIVED-LINE.
    05 RCV-BATCH-ID  PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 RCV-SEQ       PIC 9(6).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 RCV-HDR-DATE  PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 RCV-TIME      PIC X(6).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 RCV-DETAILS   PIC ZZZZZZ9.
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 RCV-REJECTS   PIC ZZZZZZ9.
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 RCV-OUTCOME   PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 RCV-OPERATOR  PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 RCV-FLAG      PIC X.
01 REFUSED-LINE.
    05 REF-BATCH-ID  PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 REF-SEQ       PIC 9(6).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 REF-TIME      PIC X(6).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 REF-OUTCOME   PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 REF-TEXT      PIC X(30).
01 GAP-LINE.
    05 GAP-BATCH-ID  PIC X(8).
    05 FILLER        PIC X(14) VALUE " AWAITING SEQ ".
    05 GAP-FROM-OUT  PIC 9(6).
    05 FILLER        PIC X(6)  VALUE " THRU ".
    05 GAP-TO-OUT    PIC 9(6).
    05 FILLER        PIC X(15) VALUE "  SEQ REFUSED  ".
    05 GAP-REFUSED-SEQ PIC 9(6).
    05 FILLER        PIC X(4)  VALUE " ON ".
    05 GAP-REFUSED-DATE PIC X(8).
01 COUNT-LINE.
    05 CNT-TEXT      PIC X(24).
    05 CNT-VALUE     PIC ZZZZZZ9.

PROCEDURE DIVISION.

    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP

    PERFORM CHECK-JOB-PARMS
    IF JOB-PARMS
        PERFORM SET-DATE-FROM-PARMS
    ELSE
        PERFORM GET-REPORT-DATE
    END-IF

    OPEN INPUT BATCH-REGISTRY-FILE
    IF BATCH-REGISTRY-STATUS NOT = "00"
        DISPLAY "Batch registry BATCHREG.DAT not found - ending run."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REGISTRY-REPORT-FILE
    IF REGISTRY-REPORT-STATUS NOT = "00"
        DISPLAY "Unable to open BREGRPT.DAT - ending run."
        CLOSE BATCH-REGISTRY-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE REPORT-DATE TO HDG-REPORT-DATE
    MOVE RUN-STAMP(1:8) TO HDG-RUN-DATE
    MOVE HEADING-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "BATCHES RECEIVED" TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE RECEIVED-HEADING TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE

    PERFORM UNTIL REGISTRY-EOF
        READ BATCH-REGISTRY-FILE
            AT END
                MOVE "Y" TO REGISTRY-EOF-SW
            NOT AT END
                ADD 1 TO RECORDS-READ
                PERFORM PROCESS-REGISTRY-RECORD
        END-READ
    END-PERFORM
    CLOSE BATCH-REGISTRY-FILE

    IF DAY-RECEIVED = 0
        MOVE "NO BATCHES RECEIVED ON THIS DATE"
            TO REGISTRY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF

    PERFORM WRITE-REFUSED-SECTION
    PERFORM WRITE-GAP-SECTION
    PERFORM WRITE-COUNT-SECTION

    CLOSE REGISTRY-REPORT-FILE

    DISPLAY "Batch registry report written to BREGRPT.DAT - "
        DAY-RECEIVED " batches, " DAY-REFUSED " refused, "
        GAP-COUNT " open gaps."

    EVALUATE TRUE
        WHEN FILE-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN DAY-REFUSED > 0 OR GAP-COUNT > 0 OR ID-OVERFLOW
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE

    STOP RUN.

CHECK-JOB-PARMS.
    MOVE "N" TO JOB-PARMS-SW
    OPEN INPUT JOB-PARM-FILE
    IF JOB-PARM-STATUS = "00"
        READ JOB-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PRM-PROGRAM = "BREGRPT"
                    MOVE "Y" TO JOB-PARMS-SW
                END-IF
        END-READ
        CLOSE JOB-PARM-FILE
    END-IF.

SET-DATE-FROM-PARMS.
    EVALUATE TRUE
        WHEN PRM-TEXT(1:8) = SPACES OR PRM-TEXT(1:8) = "TODAY"
            MOVE RUN-STAMP(1:8) TO REPORT-DATE
        WHEN PRM-TEXT(1:8) IS NUMERIC
            MOVE PRM-TEXT(1:8) TO REPORT-DATE
        WHEN OTHER
            DISPLAY "Invalid BREGRPT date in JOBPARM.DAT: " PRM-TEXT
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

GET-REPORT-DATE.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        DISPLAY "Enter registry date (YYYYMMDD, blank for today): "
        ACCEPT DATE-IN
        EVALUATE TRUE
            WHEN DATE-IN = SPACES
                MOVE RUN-STAMP(1:8) TO REPORT-DATE
                MOVE "Y" TO VALID-NUM-SW
            WHEN DATE-IN(1:8) IS NUMERIC AND DATE-IN(9:4) = SPACES
                MOVE DATE-IN(1:8) TO REPORT-DATE
                MOVE "Y" TO VALID-NUM-SW
            WHEN OTHER
                DISPLAY "Invalid date - enter eight digits, YYYYMMDD."
        END-EVALUATE
    END-PERFORM.

PROCESS-REGISTRY-RECORD.
    IF REG-RECEIVED(1:8) <= REPORT-DATE AND REG-SEQ IS NUMERIC
        PERFORM TRACK-BATCH-SEQUENCE
    END-IF
    IF REG-RECEIVED(1:8) = REPORT-DATE
        PERFORM WRITE-RECEIVED-LINE
    END-IF.

TRACK-BATCH-SEQUENCE.
    MOVE 0 TO ID-IX
    MOVE 1 TO I
    PERFORM UNTIL I > ID-COUNT OR ID-IX > 0
        IF IDT-BATCH-ID(I) = REG-BATCH-ID
            MOVE I TO ID-IX
        END-IF
        ADD 1 TO I
    END-PERFORM
    IF ID-IX = 0
        IF ID-COUNT < 100
            ADD 1 TO ID-COUNT
            MOVE ID-COUNT TO ID-IX
            MOVE REG-BATCH-ID TO IDT-BATCH-ID(ID-IX)
            MOVE 0 TO IDT-HIGH-SEQ(ID-IX)
            MOVE 0 TO IDT-GAP-SEQ(ID-IX)
            MOVE SPACES TO IDT-GAP-RECEIVED(ID-IX)
        ELSE
            MOVE "Y" TO ID-OVERFLOW-SW
        END-IF
    END-IF
    IF ID-IX > 0
        EVALUATE REG-OUTCOME
            WHEN "ACCEPTED"
            WHEN "EXCEPTNS"
                IF REG-SEQ > IDT-HIGH-SEQ(ID-IX)
                    MOVE REG-SEQ TO IDT-HIGH-SEQ(ID-IX)
                END-IF
            WHEN "SEQGAP"
                IF REG-SEQ > IDT-GAP-SEQ(ID-IX)
                    MOVE REG-SEQ TO IDT-GAP-SEQ(ID-IX)
                    MOVE REG-RECEIVED TO IDT-GAP-RECEIVED(ID-IX)
                END-IF
        END-EVALUATE
    END-IF.

WRITE-RECEIVED-LINE.
    ADD 1 TO DAY-RECEIVED
    MOVE "N" TO REFUSED-ENTRY-SW
    EVALUATE REG-OUTCOME
        WHEN "ACCEPTED"
            ADD 1 TO DAY-ACCEPTED
        WHEN "EXCEPTNS"
            ADD 1 TO DAY-EXCEPTIONS
        WHEN OTHER
            ADD 1 TO DAY-REFUSED
            MOVE "Y" TO REFUSED-ENTRY-SW
    END-EVALUATE
    IF REG-DETAILS IS NUMERIC AND NOT REFUSED-ENTRY
        ADD REG-DETAILS TO DAY-DETAILS
    END-IF
    IF REG-REJECTS IS NUMERIC
        ADD REG-REJECTS TO DAY-REJECTS
    END-IF
    MOVE SPACES TO RECEIVED-LINE
    MOVE REG-BATCH-ID TO RCV-BATCH-ID
    MOVE REG-SEQ TO RCV-SEQ
    MOVE REG-HDR-DATE TO RCV-HDR-DATE
    MOVE REG-RECEIVED(9:6) TO RCV-TIME
    IF REG-DETAILS IS NUMERIC
        MOVE REG-DETAILS TO RCV-DETAILS
    ELSE
        MOVE 0 TO RCV-DETAILS
    END-IF
    IF REG-REJECTS IS NUMERIC
        MOVE REG-REJECTS TO RCV-REJECTS
    ELSE
        MOVE 0 TO RCV-REJECTS
    END-IF
    MOVE REG-OUTCOME TO RCV-OUTCOME
    MOVE REG-OPERATOR TO RCV-OPERATOR
    IF REFUSED-ENTRY
        MOVE "*" TO RCV-FLAG
    END-IF
    MOVE RECEIVED-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-REFUSED-SECTION.
    MOVE SPACES TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "REFUSED BATCHES" TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF DAY-REFUSED = 0
        MOVE "NO BATCHES REFUSED ON THIS DATE"
            TO REGISTRY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE "N" TO REGISTRY-EOF-SW
        OPEN INPUT BATCH-REGISTRY-FILE
        IF BATCH-REGISTRY-STATUS NOT = "00"
            MOVE "Y" TO FILE-ERROR-SW
        ELSE
            PERFORM UNTIL REGISTRY-EOF
                READ BATCH-REGISTRY-FILE
                    AT END
                        MOVE "Y" TO REGISTRY-EOF-SW
                    NOT AT END
                        IF REG-RECEIVED(1:8) = REPORT-DATE
                                AND REG-OUTCOME NOT = "ACCEPTED"
                                AND REG-OUTCOME NOT = "EXCEPTNS"
                            PERFORM WRITE-REFUSED-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BATCH-REGISTRY-FILE
        END-IF
    END-IF.

WRITE-REFUSED-LINE.
    EVALUATE REG-OUTCOME
        WHEN "DUPLICAT"
            MOVE "ALREADY PROCESSED" TO OUTCOME-TEXT
        WHEN "OUTOFSEQ"
            MOVE "OLDER THAN LAST PROCESSED" TO OUTCOME-TEXT
        WHEN "SEQGAP"
            MOVE "SEQUENCE NUMBER SKIPPED" TO OUTCOME-TEXT
        WHEN "STALE"
            MOVE "HEADER DATE STALE OR INVALID" TO OUTCOME-TEXT
        WHEN "NOHEADER"
            MOVE "NO VALID HEADER ID/SEQUENCE" TO OUTCOME-TEXT
        WHEN OTHER
            MOVE "UNKNOWN OUTCOME" TO OUTCOME-TEXT
    END-EVALUATE
    MOVE SPACES TO REFUSED-LINE
    MOVE REG-BATCH-ID TO REF-BATCH-ID
    MOVE REG-SEQ TO REF-SEQ
    MOVE REG-RECEIVED(9:6) TO REF-TIME
    MOVE REG-OUTCOME TO REF-OUTCOME
    MOVE OUTCOME-TEXT TO REF-TEXT
    MOVE REFUSED-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-GAP-SECTION.
    MOVE SPACES TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "OPEN SEQUENCE GAPS" TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 1 TO I
    PERFORM UNTIL I > ID-COUNT
        IF IDT-GAP-SEQ(I) > IDT-HIGH-SEQ(I) + 1
            ADD 1 TO GAP-COUNT
            COMPUTE GAP-FROM = IDT-HIGH-SEQ(I) + 1
            COMPUTE GAP-TO = IDT-GAP-SEQ(I) - 1
            MOVE IDT-BATCH-ID(I) TO GAP-BATCH-ID
            MOVE GAP-FROM TO GAP-FROM-OUT
            MOVE GAP-TO TO GAP-TO-OUT
            MOVE IDT-GAP-SEQ(I) TO GAP-REFUSED-SEQ
            MOVE IDT-GAP-RECEIVED(I)(1:8) TO GAP-REFUSED-DATE
            MOVE GAP-LINE TO REGISTRY-REPORT-RECORD
            PERFORM WRITE-REPORT-LINE
        END-IF
        ADD 1 TO I
    END-PERFORM
    IF GAP-COUNT = 0
        MOVE "NO OPEN SEQUENCE GAPS" TO REGISTRY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF
    IF ID-OVERFLOW
        MOVE "MORE THAN 100 BATCH IDS - GAP CHECK INCOMPLETE"
            TO REGISTRY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-COUNT-SECTION.
    MOVE SPACES TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "BATCHES RECEIVED:" TO CNT-TEXT
    MOVE DAY-RECEIVED TO CNT-VALUE
    MOVE COUNT-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "  ACCEPTED:" TO CNT-TEXT
    MOVE DAY-ACCEPTED TO CNT-VALUE
    MOVE COUNT-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "  PROCESSED WITH ERRORS:" TO CNT-TEXT
    MOVE DAY-EXCEPTIONS TO CNT-VALUE
    MOVE COUNT-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "  REFUSED:" TO CNT-TEXT
    MOVE DAY-REFUSED TO CNT-VALUE
    MOVE COUNT-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "DETAILS PROCESSED:" TO CNT-TEXT
    MOVE DAY-DETAILS TO CNT-VALUE
    MOVE COUNT-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "DETAILS REJECTED:" TO CNT-TEXT
    MOVE DAY-REJECTS TO CNT-VALUE
    MOVE COUNT-LINE TO REGISTRY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE REGISTRY-REPORT-RECORD
    IF REGISTRY-REPORT-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.
