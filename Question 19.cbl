IDENTIFICATION DIVISION.
PROGRAM-ID. RESCONS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRAIL-FILE ASSIGN USING TRAIL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRAIL-FILE-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-FILE-STATUS.
    SELECT MASTER-FILE ASSIGN TO "NUMMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MAST-NUM
        FILE STATUS IS MASTER-FILE-STATUS.
    SELECT OBSERVATION-FILE ASSIGN TO "RESCONS.SRT".
    SELECT CONSISTENCY-REPORT-FILE ASSIGN TO "RESCONRP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONSISTENCY-REPORT-STATUS.
    SELECT REVERIFY-REQUEST-FILE ASSIGN TO "CONSREQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REVERIFY-REQUEST-STATUS.
    SELECT STATS-FILE ASSIGN TO "RUNSTATS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATS-FILE-STATUS.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRAIL-FILE.
01 TRAIL-RECORD.
    05 TRL-TIMESTAMP      PIC X(21).
    05 FILLER             PIC X(1).
    05 TRL-CHOICE         PIC X(2).
    05 FILLER             PIC X(1).
    05 TRL-NUM            PIC X(10).
    05 FILLER             PIC X(1).
    05 TRL-RESULT         PIC X(30).
    05 FILLER             PIC X(1).
    05 TRL-OPERATOR       PIC X(8).

FD CATALOG-FILE.
01 CATALOG-RECORD.
    05 CAT-REC-TYPE       PIC X.
    05 FILLER             PIC X(1).
    05 CAT-REC-NAME       PIC X(16).
    05 FILLER             PIC X(1).
    05 CAT-REC-CREATED    PIC X(8).
    05 FILLER             PIC X(1).
    05 CAT-REC-COUNT      PIC 9(7).
    05 FILLER             PIC X(1).
    05 CAT-REC-STATUS     PIC X(6).

FD MASTER-FILE.
01 MASTER-RECORD.
    05 MAST-NUM           PIC 9(9).
    05 MAST-PALINDROME    PIC X.
    05 MAST-ARMSTRONG     PIC X.
    05 MAST-PERFECT       PIC X.
    05 MAST-PRIME         PIC X.
    05 MAST-STRONG        PIC X.
    05 MAST-LAST-VERIFIED PIC X(8).

SD OBSERVATION-FILE.
01 OBSERVATION-RECORD.
    05 OBS-NUM            PIC S9(9).
    05 OBS-CHECK          PIC X.
    05 OBS-TIMESTAMP      PIC X(21).
    05 OBS-SEQ            PIC 9(9).
    05 OBS-FLAG           PIC X.
    05 OBS-OPERATOR       PIC X(8).
    05 OBS-RESULT         PIC X(30).

FD CONSISTENCY-REPORT-FILE.
01 CONSISTENCY-REPORT-RECORD PIC X(80).

FD REVERIFY-REQUEST-FILE.
01 REVERIFY-REQUEST-RECORD.
    05 RVR-REC-STATUS     PIC X.
    05 FILLER             PIC X(1).
    05 RVR-REC-CHECK      PIC X.
    05 FILLER             PIC X(1).
    05 RVR-REC-START      PIC 9(9).
    05 FILLER             PIC X(1).
    05 RVR-REC-END        PIC 9(9).
    05 FILLER             PIC X(1).
    05 RVR-REC-ID         PIC 9(5).
    05 FILLER             PIC X(1).
    05 RVR-REC-OPERATOR   PIC X(8).
    05 FILLER             PIC X(1).
    05 RVR-REC-PRIORITY   PIC 9.
    05 FILLER             PIC X(1).
    05 RVR-REC-MODE       PIC X.

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
01 TRAIL-FILE-STATUS    PIC XX.
01 CATALOG-FILE-STATUS  PIC XX.
01 MASTER-FILE-STATUS   PIC XX.
01 CONSISTENCY-REPORT-STATUS PIC XX.
01 REVERIFY-REQUEST-STATUS PIC XX.
01 STATS-FILE-STATUS    PIC XX.
01 SHOP-PARM-STATUS   PIC XX.
01 TRAIL-NAME    PIC X(16) VALUE SPACES.
01 TRAIL-EOF-SW  PIC X VALUE "N".
    88 TRAIL-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 CATALOG-EOF-SW PIC X VALUE "N".
    88 CATALOG-EOF VALUE "Y".
01 OBSERVATION-EOF-SW PIC X VALUE "N".
    88 OBSERVATION-EOF VALUE "Y".
01 MASTER-AVAILABLE-SW PIC X VALUE "N".
    88 MASTER-AVAILABLE VALUE "Y".
01 GROUP-OPEN-SW PIC X VALUE "N".
    88 GROUP-OPEN VALUE "Y".
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 RUN-STAMP     PIC X(21).
01 WORK-CHOICE   PIC 99.
01 WORK-NUM      PIC S9(9).
01 WORK-FLAG     PIC X.
01 PROFILE-IX    PIC 9 VALUE 0.
01 TRAIL-FILES-READ PIC 9(3) VALUE 0.
01 TRAIL-FILES-MISSING PIC 9(3) VALUE 0.
01 TRAIL-FILES-PURGED PIC 9(3) VALUE 0.
01 TRAIL-RECORDS PIC 9(7) VALUE 0.
01 OBSERVATION-COUNT PIC 9(9) VALUE 0.
01 GROUP-COUNT   PIC 9(7) VALUE 0.
01 CONFLICT-COUNT PIC 9(7) VALUE 0.
01 MASTER-DIFFERS-COUNT PIC 9(7) VALUE 0.
01 REQUEST-COUNT PIC 9(7) VALUE 0.
01 DEFAULT-PRIORITY PIC 9 VALUE 5.
01 PROFILE-CHECK-VALUES.
    05 FILLER PIC X VALUE "1".
    05 FILLER PIC X VALUE "2".
    05 FILLER PIC X VALUE "3".
    05 FILLER PIC X VALUE "6".
    05 FILLER PIC X VALUE "7".
01 PROFILE-CHECK-TABLE REDEFINES PROFILE-CHECK-VALUES.
    05 PROFILE-CHECK OCCURS 5 TIMES PIC X.
01 GROUP-NUM     PIC S9(9).
01 GROUP-CHECK   PIC X.
01 GROUP-OBSERVATIONS PIC 9(7) VALUE 0.
01 GROUP-CHANGES PIC 9(5) VALUE 0.
01 PREV-FLAG     PIC X.
01 PREV-TIMESTAMP PIC X(21).
01 PREV-OPERATOR PIC X(8).
01 PREV-RESULT   PIC X(30).
01 MASTER-FLAG   PIC X.
01 CHECK-NAME    PIC X(10).
01 HEADING-LINE.
    05 FILLER        PIC X(29)
        VALUE "RESULT CONSISTENCY ANALYSIS ".
    05 HDG-RUN-DATE  PIC X(8).
01 GROUP-LINE.
    05 FILLER        PIC X(7)  VALUE "NUMBER ".
    05 GRL-NUM       PIC -(9)9.
    05 FILLER        PIC X(8)  VALUE "  CHECK ".
    05 GRL-CHECK     PIC X.
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 GRL-CHECK-NAME PIC X(10).
01 CHANGE-LINE.
    05 FILLER        PIC X(4)  VALUE SPACES.
    05 CHL-SIDE      PIC X(5).
    05 CHL-DATE      PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 CHL-TIME      PIC X(6).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 CHL-OPERATOR  PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 CHL-RESULT    PIC X(30).
01 SUMMARY-LINE.
    05 FILLER        PIC X(4)  VALUE SPACES.
    05 FILLER        PIC X(9)  VALUE "RESULTS: ".
    05 SML-OBSERVATIONS PIC ZZZZZZ9.
    05 FILLER        PIC X(10) VALUE "  CHANGES:".
    05 SML-CHANGES   PIC ZZZZ9.
    05 FILLER        PIC X(9)  VALUE "  LATEST:".
    05 SML-LATEST    PIC X(2).
    05 FILLER        PIC X(9)  VALUE "  MASTER:".
    05 SML-MASTER    PIC X(2).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 SML-VERDICT   PIC X(21).
01 COUNT-LINE.
    05 CNT-TEXT      PIC X(32).
    05 CNT-VALUE     PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP

    PERFORM LOAD-SHOP-PARMS

    OPEN INPUT MASTER-FILE
    IF MASTER-FILE-STATUS = "00"
        MOVE "Y" TO MASTER-AVAILABLE-SW
    ELSE
        DISPLAY "NUMMAST.DAT not available - status "
            MASTER-FILE-STATUS " - results will not be compared "
            "with the master."
    END-IF

    OPEN OUTPUT CONSISTENCY-REPORT-FILE
    IF CONSISTENCY-REPORT-STATUS NOT = "00"
        DISPLAY "Unable to open RESCONRP.DAT - ending run."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REVERIFY-REQUEST-FILE
    IF REVERIFY-REQUEST-STATUS NOT = "00"
        DISPLAY "Unable to open CONSREQ.DAT - ending run."
        CLOSE CONSISTENCY-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE RUN-STAMP(1:8) TO HDG-RUN-DATE
    MOVE HEADING-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE

    SORT OBSERVATION-FILE
        ON ASCENDING KEY OBS-NUM OBS-CHECK OBS-TIMESTAMP OBS-SEQ
        INPUT PROCEDURE IS COLLECT-OBSERVATIONS
        OUTPUT PROCEDURE IS ANALYSE-OBSERVATIONS

    IF TRAIL-FILES-READ = 0
        MOVE "NO AUDIT TRAIL FOUND - AUDITLOG.DAT AND CATALOGED "
            TO CONSISTENCY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
        MOVE "ARCHIVES ARE MISSING" TO CONSISTENCY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF CONFLICT-COUNT = 0
            MOVE "NO CHANGED RESULTS FOUND IN THE AUDIT HISTORY"
                TO CONSISTENCY-REPORT-RECORD
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-IF
    PERFORM WRITE-COUNT-SECTION

    CLOSE CONSISTENCY-REPORT-FILE
    CLOSE REVERIFY-REQUEST-FILE
    IF MASTER-AVAILABLE
        CLOSE MASTER-FILE
    END-IF

    DISPLAY "Consistency analysis written to RESCONRP.DAT - "
        CONFLICT-COUNT " changed results, " REQUEST-COUNT
        " re-verification requests on CONSREQ.DAT."

    EVALUATE TRUE
        WHEN FILE-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN TRAIL-FILES-READ = 0
            DISPLAY "No audit trail found - AUDITLOG.DAT and cataloged "
                "archives are missing."
            MOVE 8 TO RETURN-CODE
        WHEN CONFLICT-COUNT > 0 OR TRAIL-FILES-MISSING > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE

    PERFORM WRITE-RUN-STATS
    STOP RUN.

COLLECT-OBSERVATIONS.
    MOVE "N" TO CATALOG-EOF-SW
    OPEN INPUT CATALOG-FILE
    IF CATALOG-FILE-STATUS = "00"
        PERFORM UNTIL CATALOG-EOF
            READ CATALOG-FILE
                AT END
                    MOVE "Y" TO CATALOG-EOF-SW
                NOT AT END
                    IF CAT-REC-TYPE = "A"
                        PERFORM SCAN-CATALOGED-TRAIL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
    END-IF
    MOVE "AUDITLOG.DAT" TO TRAIL-NAME
    PERFORM SCAN-ONE-TRAIL-FILE.

SCAN-CATALOGED-TRAIL.
    IF CAT-REC-STATUS = "PURGED"
        ADD 1 TO TRAIL-FILES-PURGED
    ELSE
        MOVE CAT-REC-NAME TO TRAIL-NAME
        PERFORM SCAN-ONE-TRAIL-FILE
        IF TRAIL-FILE-STATUS NOT = "00"
                AND TRAIL-FILE-STATUS NOT = "10"
            ADD 1 TO TRAIL-FILES-MISSING
        END-IF
    END-IF.

SCAN-ONE-TRAIL-FILE.
    MOVE "N" TO TRAIL-EOF-SW
    OPEN INPUT TRAIL-FILE
    IF TRAIL-FILE-STATUS NOT = "00"
        DISPLAY "Audit trail " TRAIL-NAME
            " could not be opened - skipped."
    ELSE
        ADD 1 TO TRAIL-FILES-READ
        PERFORM UNTIL TRAIL-EOF
            READ TRAIL-FILE
                AT END
                    MOVE "Y" TO TRAIL-EOF-SW
                NOT AT END
                    ADD 1 TO TRAIL-RECORDS
                    PERFORM COLLECT-TRAIL-RECORD
            END-READ
        END-PERFORM
        CLOSE TRAIL-FILE
    END-IF.

COLLECT-TRAIL-RECORD.
    IF TRL-CHOICE IS NUMERIC
            AND FUNCTION TEST-NUMVAL(TRL-NUM) = 0
        MOVE TRL-CHOICE TO WORK-CHOICE
        COMPUTE WORK-NUM = FUNCTION NUMVAL(TRL-NUM)
        MOVE SPACES TO OBSERVATION-RECORD
        MOVE WORK-NUM TO OBS-NUM
        MOVE TRL-TIMESTAMP TO OBS-TIMESTAMP
        MOVE TRL-OPERATOR TO OBS-OPERATOR
        MOVE TRL-RESULT TO OBS-RESULT
        EVALUATE WORK-CHOICE
            WHEN 1
            WHEN 2
            WHEN 3
            WHEN 6
            WHEN 7
                MOVE TRL-CHOICE(2:1) TO OBS-CHECK
                PERFORM SET-FLAG-FROM-RESULT
            WHEN 8
                MOVE "3" TO OBS-CHECK
                PERFORM SET-FLAG-FROM-RESULT
            WHEN 10
                IF TRL-RESULT(1:15) = "Profile PAFRSE="
                    PERFORM RELEASE-PROFILE-FLAGS
                END-IF
            WHEN 12
                MOVE "3" TO OBS-CHECK
                EVALUATE TRUE
                    WHEN TRL-RESULT(1:14) = "Perfect Number"
                        MOVE "Y" TO WORK-FLAG
                        PERFORM RELEASE-OBSERVATION
                    WHEN TRL-RESULT(1:12) = "ABUNDANT BY "
                    WHEN TRL-RESULT(1:13) = "DEFICIENT BY "
                        MOVE "N" TO WORK-FLAG
                        PERFORM RELEASE-OBSERVATION
                END-EVALUATE
        END-EVALUATE
    END-IF.

SET-FLAG-FROM-RESULT.
    EVALUATE TRUE
        WHEN TRL-RESULT = SPACES
            CONTINUE
        WHEN TRL-RESULT(1:4) = "Not "
        WHEN TRL-RESULT(1:5) = " Not "
            MOVE "N" TO WORK-FLAG
            PERFORM RELEASE-OBSERVATION
        WHEN OTHER
            MOVE "Y" TO WORK-FLAG
            PERFORM RELEASE-OBSERVATION
    END-EVALUATE.

RELEASE-PROFILE-FLAGS.
    MOVE 1 TO PROFILE-IX
    PERFORM UNTIL PROFILE-IX > 5
        MOVE TRL-RESULT(15 + PROFILE-IX:1) TO WORK-FLAG
        IF WORK-FLAG = "Y" OR "N"
            MOVE PROFILE-CHECK(PROFILE-IX) TO OBS-CHECK
            PERFORM RELEASE-OBSERVATION
        END-IF
        ADD 1 TO PROFILE-IX
    END-PERFORM.

RELEASE-OBSERVATION.
    ADD 1 TO OBSERVATION-COUNT
    MOVE OBSERVATION-COUNT TO OBS-SEQ
    MOVE WORK-FLAG TO OBS-FLAG
    RELEASE OBSERVATION-RECORD.

ANALYSE-OBSERVATIONS.
    MOVE "N" TO OBSERVATION-EOF-SW
    MOVE "N" TO GROUP-OPEN-SW
    PERFORM UNTIL OBSERVATION-EOF
        RETURN OBSERVATION-FILE
            AT END
                MOVE "Y" TO OBSERVATION-EOF-SW
            NOT AT END
                PERFORM ANALYSE-ONE-OBSERVATION
        END-RETURN
    END-PERFORM
    IF GROUP-OPEN
        PERFORM FINISH-GROUP
    END-IF.

ANALYSE-ONE-OBSERVATION.
    IF GROUP-OPEN
        IF OBS-NUM NOT = GROUP-NUM OR OBS-CHECK NOT = GROUP-CHECK
            PERFORM FINISH-GROUP
        END-IF
    END-IF
    IF NOT GROUP-OPEN
        PERFORM START-GROUP
    ELSE
        ADD 1 TO GROUP-OBSERVATIONS
        IF OBS-FLAG NOT = PREV-FLAG
            PERFORM WRITE-CHANGE-LINES
        END-IF
    END-IF
    MOVE OBS-FLAG TO PREV-FLAG
    MOVE OBS-TIMESTAMP TO PREV-TIMESTAMP
    MOVE OBS-OPERATOR TO PREV-OPERATOR
    MOVE OBS-RESULT TO PREV-RESULT.

START-GROUP.
    MOVE "Y" TO GROUP-OPEN-SW
    ADD 1 TO GROUP-COUNT
    MOVE OBS-NUM TO GROUP-NUM
    MOVE OBS-CHECK TO GROUP-CHECK
    MOVE 1 TO GROUP-OBSERVATIONS
    MOVE 0 TO GROUP-CHANGES.

WRITE-CHANGE-LINES.
    IF GROUP-CHANGES = 0
        PERFORM SET-CHECK-NAME
        MOVE GROUP-NUM TO GRL-NUM
        MOVE GROUP-CHECK TO GRL-CHECK
        MOVE CHECK-NAME TO GRL-CHECK-NAME
        MOVE GROUP-LINE TO CONSISTENCY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF
    ADD 1 TO GROUP-CHANGES
    MOVE "WAS" TO CHL-SIDE
    MOVE PREV-TIMESTAMP(1:8) TO CHL-DATE
    MOVE PREV-TIMESTAMP(9:6) TO CHL-TIME
    MOVE PREV-OPERATOR TO CHL-OPERATOR
    MOVE PREV-RESULT TO CHL-RESULT
    MOVE CHANGE-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "NOW" TO CHL-SIDE
    MOVE OBS-TIMESTAMP(1:8) TO CHL-DATE
    MOVE OBS-TIMESTAMP(9:6) TO CHL-TIME
    MOVE OBS-OPERATOR TO CHL-OPERATOR
    MOVE OBS-RESULT TO CHL-RESULT
    MOVE CHANGE-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

FINISH-GROUP.
    MOVE "N" TO GROUP-OPEN-SW
    IF GROUP-CHANGES > 0
        ADD 1 TO CONFLICT-COUNT
        PERFORM LOOKUP-MASTER-FLAG
        MOVE GROUP-OBSERVATIONS TO SML-OBSERVATIONS
        MOVE GROUP-CHANGES TO SML-CHANGES
        MOVE PREV-FLAG TO SML-LATEST
        EVALUATE TRUE
            WHEN NOT MASTER-AVAILABLE
                MOVE "--" TO SML-MASTER
                MOVE "MASTER NOT AVAILABLE" TO SML-VERDICT
            WHEN (GROUP-CHECK = "3" AND GROUP-NUM < 1)
                    OR (GROUP-CHECK = "6" AND GROUP-NUM < 2)
                MOVE "--" TO SML-MASTER
                MOVE "NOT HELD ON MASTER" TO SML-VERDICT
            WHEN MASTER-FLAG = SPACE
                MOVE "--" TO SML-MASTER
                MOVE "NOT ON MASTER" TO SML-VERDICT
                ADD 1 TO MASTER-DIFFERS-COUNT
            WHEN MASTER-FLAG = PREV-FLAG
                MOVE MASTER-FLAG TO SML-MASTER
                MOVE "AGREES WITH LATEST" TO SML-VERDICT
            WHEN OTHER
                MOVE MASTER-FLAG TO SML-MASTER
                MOVE "DIFFERS FROM LATEST" TO SML-VERDICT
                ADD 1 TO MASTER-DIFFERS-COUNT
        END-EVALUATE
        MOVE SUMMARY-LINE TO CONSISTENCY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO CONSISTENCY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REVERIFY-REQUEST
    END-IF.

LOOKUP-MASTER-FLAG.
    MOVE SPACE TO MASTER-FLAG
    IF MASTER-AVAILABLE
        COMPUTE MAST-NUM = FUNCTION ABS(GROUP-NUM)
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EVALUATE GROUP-CHECK
                    WHEN "1"
                        MOVE MAST-PALINDROME TO MASTER-FLAG
                    WHEN "2"
                        MOVE MAST-ARMSTRONG TO MASTER-FLAG
                    WHEN "3"
                        MOVE MAST-PERFECT TO MASTER-FLAG
                    WHEN "6"
                        MOVE MAST-PRIME TO MASTER-FLAG
                    WHEN "7"
                        MOVE MAST-STRONG TO MASTER-FLAG
                END-EVALUATE
        END-READ
    END-IF.

SET-CHECK-NAME.
    EVALUATE GROUP-CHECK
        WHEN "1"
            MOVE "PALINDROME" TO CHECK-NAME
        WHEN "2"
            MOVE "ARMSTRONG" TO CHECK-NAME
        WHEN "3"
            MOVE "PERFECT" TO CHECK-NAME
        WHEN "6"
            MOVE "PRIME" TO CHECK-NAME
        WHEN "7"
            MOVE "STRONG" TO CHECK-NAME
        WHEN OTHER
            MOVE SPACES TO CHECK-NAME
    END-EVALUATE.

WRITE-REVERIFY-REQUEST.
    MOVE SPACES TO REVERIFY-REQUEST-RECORD
    MOVE "P" TO RVR-REC-STATUS
    MOVE GROUP-CHECK TO RVR-REC-CHECK
    COMPUTE RVR-REC-START = FUNCTION ABS(GROUP-NUM)
    MOVE RVR-REC-START TO RVR-REC-END
    MOVE 0 TO RVR-REC-ID
    MOVE "RESCONS" TO RVR-REC-OPERATOR
    MOVE DEFAULT-PRIORITY TO RVR-REC-PRIORITY
    MOVE "R" TO RVR-REC-MODE
    WRITE REVERIFY-REQUEST-RECORD
    IF REVERIFY-REQUEST-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        ADD 1 TO REQUEST-COUNT
    END-IF.

WRITE-COUNT-SECTION.
    MOVE SPACES TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "AUDIT FILES READ:" TO CNT-TEXT
    MOVE TRAIL-FILES-READ TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "ARCHIVES NOT AVAILABLE:" TO CNT-TEXT
    MOVE TRAIL-FILES-MISSING TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "ARCHIVES PURGED:" TO CNT-TEXT
    MOVE TRAIL-FILES-PURGED TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "AUDIT RECORDS READ:" TO CNT-TEXT
    MOVE TRAIL-RECORDS TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "CHECK RESULTS COMPARED:" TO CNT-TEXT
    MOVE OBSERVATION-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "NUMBER/CHECK PAIRS:" TO CNT-TEXT
    MOVE GROUP-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "PAIRS WITH CHANGED RESULTS:" TO CNT-TEXT
    MOVE CONFLICT-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "MASTER DIFFERS FROM LATEST:" TO CNT-TEXT
    MOVE MASTER-DIFFERS-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "RE-VERIFICATION REQUESTS:" TO CNT-TEXT
    MOVE REQUEST-COUNT TO CNT-VALUE
    MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE CONSISTENCY-REPORT-RECORD
    IF CONSISTENCY-REPORT-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.

WRITE-RUN-STATS.
    OPEN EXTEND STATS-FILE
    IF STATS-FILE-STATUS NOT = "00"
        OPEN OUTPUT STATS-FILE
    END-IF
    IF STATS-FILE-STATUS NOT = "00"
        DISPLAY "Unable to open RUNSTATS.DAT - run not logged."
    ELSE
        MOVE SPACES TO STATS-RECORD
        MOVE "RESCONS" TO STAT-PROGRAM
        MOVE RUN-STAMP TO STAT-START
        MOVE FUNCTION CURRENT-DATE TO STAT-END
        MOVE SPACES TO STAT-MODE
        MOVE TRAIL-RECORDS TO STAT-CHECKED
        MOVE 0 TO STAT-REJECTED
        MOVE CONFLICT-COUNT TO STAT-DISCREPANCIES
        MOVE 0 TO STAT-ARCHIVED
        MOVE RETURN-CODE TO STAT-RC
        WRITE STATS-RECORD
        CLOSE STATS-FILE
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
        WHEN "SCANPRTY"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9
                MOVE SHP-VALUE TO DEFAULT-PRIORITY
            END-IF
    END-EVALUATE.
