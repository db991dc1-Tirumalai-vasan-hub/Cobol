    SELECT HISTORY-REPORT-FILE ASSIGN TO "JOBHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-REPORT-STATUS.
    SELECT JOB-PARM-FILE ASSIGN TO "JOBPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-PARM-STATUS.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
FD HISTORY-REPORT-FILE.
01 HISTORY-REPORT-RECORD PIC X(100).

FD JOB-PARM-FILE.
01 JOB-PARM-RECORD.
    05 PRM-PROGRAM        PIC X(8).
    05 FILLER             PIC X(1).
    05 PRM-TEXT           PIC X(30).

FD SHOP-PARM-FILE.
01 SHOP-PARM-RECORD.
    05 SHP-KEY            PIC X(8).
    05 FILLER             PIC X(1).
    05 SHP-VALUE          PIC 9(5).
    05 FILLER             PIC X(1).
    05 SHP-CHANGED        PIC X(8).
    05 FILLER             PIC X(1).
    05 SHP-CHANGED-BY     PIC X(8).

WORKING-STORAGE SECTION.
01 STATS-FILE-STATUS   PIC XX.
01 HISTORY-REPORT-STATUS PIC XX.
01 JOB-PARM-STATUS     PIC XX.
01 SHOP-PARM-STATUS   PIC XX.
01 JOB-PARMS-SW  PIC X VALUE "N".
    88 JOB-PARMS VALUE "Y".
01 STATS-EOF-SW  PIC X VALUE "N".
    88 STATS-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 VALID-NUM-SW  PIC X VALUE "N".
    88 VALID-NUM VALUE "Y".
01 FILE-ERROR-SW PIC X VALUE "N".
01 RUN-STAMP     PIC X(21).
01 DAYS-IN       PIC X(4).
01 DAYS-BACK     PIC 9(3) VALUE 7.
01 DEFAULT-DAYS-BACK PIC 9(3) VALUE 7.
01 DEFAULT-DAYS-SHOW PIC ZZ9.
01 TODAY-INT     PIC S9(7).
01 CUTOFF-INT    PIC S9(7).
01 END-DATE      PIC 9(8).
    COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(RUN-STAMP(1:8)))

    PERFORM LOAD-SHOP-PARMS

    PERFORM CHECK-JOB-PARMS
    IF JOB-PARMS
        PERFORM SET-DAYS-FROM-PARMS
    ELSE
        PERFORM GET-DAYS-BACK
    END-IF
    COMPUTE CUTOFF-INT = TODAY-INT - DAYS-BACK + 1

    OPEN INPUT STATS-FILE

    STOP RUN.

CHECK-JOB-PARMS.
    MOVE "N" TO JOB-PARMS-SW
    OPEN INPUT JOB-PARM-FILE
    IF JOB-PARM-STATUS = "00"
        READ JOB-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PRM-PROGRAM = "JOBHIST"
                    MOVE "Y" TO JOB-PARMS-SW
                END-IF
        END-READ
        CLOSE JOB-PARM-FILE
    END-IF.

SET-DAYS-FROM-PARMS.
    MOVE PRM-TEXT(1:4) TO DAYS-IN
    IF DAYS-IN = SPACES
        MOVE DEFAULT-DAYS-BACK TO DAYS-BACK
    ELSE
        IF FUNCTION TEST-NUMVAL(DAYS-IN) = 0
                AND FUNCTION NUMVAL(DAYS-IN) >= 1
                AND FUNCTION NUMVAL(DAYS-IN) <= 100
            COMPUTE DAYS-BACK = FUNCTION NUMVAL(DAYS-IN)
        ELSE
            DISPLAY "Invalid JOBHIST day count in JOBPARM.DAT: "
                PRM-TEXT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    DISPLAY "Reporting " DAYS-BACK " days of history as set in "
        "JOBPARM.DAT.".

GET-DAYS-BACK.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        MOVE DEFAULT-DAYS-BACK TO DEFAULT-DAYS-SHOW
        DISPLAY "Report how many days of history (blank for "
            FUNCTION TRIM(DEFAULT-DAYS-SHOW) "): "
        ACCEPT DAYS-IN
        IF DAYS-IN = SPACES
            MOVE DEFAULT-DAYS-BACK TO DAYS-BACK
            MOVE "Y" TO VALID-NUM-SW
        ELSE
            IF FUNCTION TEST-NUMVAL(DAYS-IN) = 0
    IF HISTORY-REPORT-STATUS NOT = "00"
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
        WHEN "JOBHSTDY"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 100
                MOVE SHP-VALUE TO DEFAULT-DAYS-BACK
            END-IF
    END-EVALUATE.
