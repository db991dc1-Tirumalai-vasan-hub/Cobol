    SELECT STATS-FILE ASSIGN TO "RUNSTATS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATS-FILE-STATUS.
    SELECT JOB-PARM-FILE ASSIGN TO "JOBPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
    05 FILLER             PIC X(1).
    05 STAT-RC            PIC 9(2).

FD JOB-PARM-FILE.
01 JOB-PARM-RECORD.
    05 PRM-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 PRM-TEXT           PIC X(30).

WORKING-STORAGE SECTION.
01 STATS-FILE-STATUS   PIC XX.
01 JOB-PARM-STATUS     PIC XX.
01 JOB-PARMS-SW  PIC X VALUE "N".
    88 JOB-PARMS VALUE "Y".
01 AUDIT-FILE-STATUS   PIC XX.
01 SUMMARY-FILE-STATUS PIC XX.
01 AUDIT-EOF-SW  PIC X VALUE "N".
01 VALID-NUM-SW  PIC X VALUE "N".
    88 VALID-NUM VALUE "Y".
01 DATE-IN       PIC X(12).
01 PARM-DATE-IN  PIC X(8).
01 PARM-DATE     PIC 9(8).
01 RANGE-START   PIC 9(8).
01 RANGE-END     PIC 9(8).
01 AUDIT-DATE    PIC 9(8).
    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
    MOVE RUN-STAMP(1:8) TO RUN-DATE

    PERFORM CHECK-JOB-PARMS
    IF JOB-PARMS
        PERFORM SET-RANGE-FROM-PARMS
    ELSE
        PERFORM GET-RANGE-START
        PERFORM GET-RANGE-END
    END-IF

    OPEN INPUT AUDIT-FILE
    IF AUDIT-FILE-STATUS NOT = "00"
        CLOSE STATS-FILE
    END-IF.

CHECK-JOB-PARMS.
    MOVE "N" TO JOB-PARMS-SW
    OPEN INPUT JOB-PARM-FILE
    IF JOB-PARM-STATUS = "00"
        READ JOB-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PRM-PROGRAM = "AUDITRPT"
                    MOVE "Y" TO JOB-PARMS-SW
                END-IF
        END-READ
        CLOSE JOB-PARM-FILE
    END-IF.

SET-RANGE-FROM-PARMS.
    MOVE "Y" TO VALID-NUM-SW
    MOVE PRM-TEXT(1:8) TO PARM-DATE-IN
    PERFORM CONVERT-PARM-DATE
    MOVE PARM-DATE TO RANGE-START
    MOVE PRM-TEXT(10:8) TO PARM-DATE-IN
    PERFORM CONVERT-PARM-DATE
    MOVE PARM-DATE TO RANGE-END
    IF VALID-NUM AND RANGE-END < RANGE-START
        MOVE "N" TO VALID-NUM-SW
    END-IF
    IF NOT VALID-NUM
        DISPLAY "Invalid AUDITRPT dates in JOBPARM.DAT: " PRM-TEXT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Report period " RANGE-START " to " RANGE-END
        " taken from JOBPARM.DAT.".

CONVERT-PARM-DATE.
    MOVE 0 TO PARM-DATE
    EVALUATE TRUE
        WHEN PARM-DATE-IN = SPACES OR PARM-DATE-IN = "TODAY"
            MOVE RUN-DATE TO PARM-DATE
        WHEN PARM-DATE-IN IS NUMERIC
            MOVE PARM-DATE-IN TO PARM-DATE
        WHEN OTHER
            MOVE "N" TO VALID-NUM-SW
    END-EVALUATE.

GET-RANGE-START.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
