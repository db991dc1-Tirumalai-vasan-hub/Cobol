IDENTIFICATION DIVISION.
PROGRAM-ID. SECRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRAIL-FILE ASSIGN USING TRAIL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRAIL-FILE-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-FILE-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "OPRMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-FILE-STATUS.
    SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SECURITY-REPORT-STATUS.
    SELECT JOB-PARM-FILE ASSIGN TO "JOBPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-PARM-STATUS.
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

FD SECURITY-REPORT-FILE.
01 SECURITY-REPORT-RECORD PIC X(80).

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
01 TRAIL-FILE-STATUS    PIC XX.
01 CATALOG-FILE-STATUS  PIC XX.
01 OPERATOR-FILE-STATUS PIC XX.
01 SECURITY-REPORT-STATUS PIC XX.
01 JOB-PARM-STATUS      PIC XX.
01 SHOP-PARM-STATUS   PIC XX.
01 TRAIL-NAME    PIC X(16) VALUE SPACES.
01 TRAIL-EOF-SW  PIC X VALUE "N".
    88 TRAIL-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 CATALOG-EOF-SW PIC X VALUE "N".
    88 CATALOG-EOF VALUE "Y".
01 OPERATOR-EOF-SW PIC X VALUE "N".
    88 OPERATOR-EOF VALUE "Y".
01 JOB-PARMS-SW  PIC X VALUE "N".
    88 JOB-PARMS VALUE "Y".
01 VALID-NUM-SW  PIC X VALUE "N".
    88 VALID-NUM VALUE "Y".
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 OPERATOR-OVERFLOW-SW PIC X VALUE "N".
    88 OPERATOR-OVERFLOW VALUE "Y".
01 FAIL-OVERFLOW-SW PIC X VALUE "N".
    88 FAIL-OVERFLOW VALUE "Y".
01 SUPV-ACTION-SW PIC X VALUE "N".
    88 SUPV-ACTION VALUE "Y".
01 RUN-STAMP     PIC X(21).
01 TODAY-DATE    PIC 9(8).
01 DATE-IN       PIC X(12).
01 DAYS-IN       PIC X(4).
01 PARM-DATE-IN  PIC X(8).
01 PARM-DATE     PIC X(8).
01 FROM-DATE     PIC X(8).
01 TO-DATE       PIC X(8).
01 DORMANT-DAYS  PIC 9(3) VALUE 30.
01 PWD-MAX-DAYS  PIC 9(3) VALUE 90.
01 PWD-WARN-DAYS PIC 9(3) VALUE 14.
01 SIGNON-LIMIT  PIC 9 VALUE 3.
01 TRAIL-PASS    PIC 9 VALUE 0.
01 TRAIL-FILES-READ PIC 9(3) VALUE 0.
01 TRAIL-RECORDS PIC 9(7) VALUE 0.
01 I             PIC 9(3).
01 J             PIC 9(3).
01 OPERATOR-COUNT PIC 9(3) VALUE 0.
01 OPERATOR-IX   PIC 9(3) VALUE 0.
01 OPERATOR-TABLE.
    05 OPERATOR-ENTRY OCCURS 100 TIMES.
        10 OPRT-ID         PIC X(8).
        10 OPRT-LEVEL      PIC X.
        10 OPRT-STATUS     PIC X.
        10 OPRT-PWD-DATE   PIC X(8).
        10 OPRT-FAILS      PIC 9.
        10 OPRT-LAST-SIGNON PIC X(8).
01 FAIL-COUNT    PIC 9(3) VALUE 0.
01 FAIL-IX       PIC 9(3) VALUE 0.
01 FAIL-TABLE.
    05 FAIL-ENTRY OCCURS 200 TIMES.
        10 FLT-ID          PIC X(8).
        10 FLT-TOTAL       PIC 9(5).
        10 FLT-REASON      PIC 9(5) OCCURS 5 TIMES.
01 REASON-VALUES.
    05 FILLER PIC X(6) VALUE "BADPWD".
    05 FILLER PIC X(6) VALUE "NOTFND".
    05 FILLER PIC X(6) VALUE "DISABL".
    05 FILLER PIC X(6) VALUE "LOCKED".
    05 FILLER PIC X(6) VALUE "NOAUTH".
01 REASON-TABLE REDEFINES REASON-VALUES.
    05 REASON-CODE OCCURS 5 TIMES PIC X(6).
01 REASON-IX     PIC 9 VALUE 0.
01 HOUR-TABLE.
    05 HOUR-FAILS OCCURS 24 TIMES PIC 9(5).
01 HOUR-IX       PIC 99.
01 COUNT-FAILED   PIC 9(5) VALUE 0.
01 COUNT-LOCKOUTS PIC 9(5) VALUE 0.
01 COUNT-LOCKED-NOW PIC 9(5) VALUE 0.
01 COUNT-REFUSED  PIC 9(5) VALUE 0.
01 COUNT-SUPV     PIC 9(5) VALUE 0.
01 COUNT-DORMANT  PIC 9(5) VALUE 0.
01 COUNT-PWD-WARN PIC 9(5) VALUE 0.
01 IDLE-DAYS     PIC S9(7).
01 PWD-AGE-DAYS  PIC S9(7).
01 PWD-LEFT-DAYS PIC S9(7).
01 HEADING-LINE.
    05 FILLER        PIC X(37)
        VALUE "SECURITY VIOLATIONS AND ACCESS REVIEW".
    05 FILLER        PIC X(11) VALUE SPACES.
    05 FILLER        PIC X(9)  VALUE "RUN DATE ".
    05 HDG-RUN-DATE  PIC X(8).
01 PERIOD-LINE.
    05 FILLER        PIC X(12) VALUE "PERIOD FROM ".
    05 PRD-FROM      PIC X(8).
    05 FILLER        PIC X(4)  VALUE " TO ".
    05 PRD-TO        PIC X(8).
    05 FILLER        PIC X(16) VALUE "  DORMANT AFTER ".
    05 PRD-DORMANT   PIC ZZ9.
    05 FILLER        PIC X(22) VALUE " DAYS  PASSWORD LIMIT ".
    05 PRD-PWD-MAX   PIC ZZ9.
01 FAIL-HEADING.
    05 FILLER PIC X(10) VALUE "OPERATOR".
    05 FILLER PIC X(8)  VALUE "TOTAL".
    05 FILLER PIC X(8)  VALUE "BADPWD".
    05 FILLER PIC X(8)  VALUE "NOTFND".
    05 FILLER PIC X(8)  VALUE "DISABL".
    05 FILLER PIC X(8)  VALUE "LOCKED".
    05 FILLER PIC X(8)  VALUE "NOAUTH".
    05 FILLER PIC X(7)  VALUE "ON FILE".
01 FAIL-LINE.
    05 FLL-ID        PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 FLL-TOTAL     PIC ZZZZ9.
    05 FLL-SLOT OCCURS 5 TIMES.
        10 FILLER    PIC X(2).
        10 FLL-REASON PIC ZZZZZ9.
    05 FILLER        PIC X(4)  VALUE SPACES.
    05 FLL-ON-FILE   PIC X(3).
01 HOUR-LINE.
    05 FILLER        PIC X(5)  VALUE "HOUR ".
    05 HRL-HOUR      PIC 99.
    05 FILLER        PIC X(8)  VALUE ":00-:59 ".
    05 HRL-COUNT     PIC ZZZZ9.
01 EVENT-HEADING.
    05 FILLER PIC X(11) VALUE "DATE".
    05 FILLER PIC X(9)  VALUE "TIME".
    05 FILLER PIC X(10) VALUE "OPERATOR".
    05 FILLER PIC X(5)  VALUE "EVENT".
01 EVENT-LINE.
    05 EVL-DATE      PIC X(8).
    05 FILLER        PIC X(3)  VALUE SPACES.
    05 EVL-TIME      PIC X(6).
    05 FILLER        PIC X(3)  VALUE SPACES.
    05 EVL-OPERATOR  PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 EVL-TEXT      PIC X(30).
01 LOCKED-LINE.
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 LKL-ID        PIC X(8).
    05 FILLER        PIC X(17) VALUE " LOCKED, FAILS = ".
    05 LKL-FAILS     PIC 9.
01 OPERATOR-HEADING.
    05 FILLER PIC X(10) VALUE "OPERATOR".
    05 FILLER PIC X(5)  VALUE "LVL".
    05 FILLER PIC X(5)  VALUE "STA".
    05 FILLER PIC X(14) VALUE "LAST SIGN-ON".
    05 FILLER PIC X(14) VALUE "PWD DATE".
    05 FILLER PIC X(20) VALUE "CONDITION".
01 OPERATOR-LINE.
    05 OPL-ID        PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 OPL-LEVEL     PIC X.
    05 FILLER        PIC X(4)  VALUE SPACES.
    05 OPL-STATUS    PIC X.
    05 FILLER        PIC X(4)  VALUE SPACES.
    05 OPL-LAST      PIC X(8).
    05 FILLER        PIC X(6)  VALUE SPACES.
    05 OPL-PWD-DATE  PIC X(8).
    05 FILLER        PIC X(6)  VALUE SPACES.
    05 OPL-TEXT      PIC X(12).
    05 OPL-DAYS      PIC ZZZZZZ9.
    05 OPL-TAIL      PIC X(9).
01 COUNT-LINE.
    05 CNT-TEXT      PIC X(30).
    05 CNT-VALUE     PIC ZZZZ9.

PROCEDURE DIVISION.

    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
    MOVE RUN-STAMP(1:8) TO TODAY-DATE

    PERFORM LOAD-SHOP-PARMS

    PERFORM CHECK-JOB-PARMS
    IF JOB-PARMS
        PERFORM SET-PERIOD-FROM-PARMS
    ELSE
        PERFORM GET-PERIOD-START
        PERFORM GET-PERIOD-END
        PERFORM GET-DORMANT-DAYS
    END-IF

    PERFORM LOAD-OPERATOR-TABLE

    OPEN OUTPUT SECURITY-REPORT-FILE
    IF SECURITY-REPORT-STATUS NOT = "00"
        DISPLAY "Unable to open SECRPT.DAT - ending run."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE ZEROES TO HOUR-TABLE
    MOVE 1 TO TRAIL-PASS
    PERFORM SCAN-AUDIT-TRAIL
    IF TRAIL-FILES-READ = 0
        DISPLAY "No audit trail found - AUDITLOG.DAT and cataloged "
            "archives are missing."
        CLOSE SECURITY-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING
    PERFORM WRITE-FAIL-SECTION
    PERFORM WRITE-HOUR-SECTION

    MOVE SPACES TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "LOCKOUTS" TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE EVENT-HEADING TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 2 TO TRAIL-PASS
    PERFORM SCAN-AUDIT-TRAIL
    IF COUNT-LOCKOUTS = 0
        MOVE "NO LOCKOUTS IN PERIOD" TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF
    PERFORM WRITE-LOCKED-NOW

    MOVE SPACES TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "REFUSED AUTHORITY ATTEMPTS" TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE EVENT-HEADING TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 3 TO TRAIL-PASS
    PERFORM SCAN-AUDIT-TRAIL
    IF COUNT-REFUSED = 0
        MOVE "NO REFUSED AUTHORITY ATTEMPTS IN PERIOD"
            TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF

    MOVE SPACES TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "SUPERVISOR ACTIONS TAKEN" TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE EVENT-HEADING TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 4 TO TRAIL-PASS
    PERFORM SCAN-AUDIT-TRAIL
    IF COUNT-SUPV = 0
        MOVE "NO SUPERVISOR ACTIONS IN PERIOD"
            TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF

    PERFORM WRITE-DORMANT-SECTION
    PERFORM WRITE-PASSWORD-SECTION
    PERFORM WRITE-COUNT-SECTION

    CLOSE SECURITY-REPORT-FILE

    DISPLAY "Security report written to SECRPT.DAT - "
        COUNT-FAILED " failed sign-ons, " COUNT-LOCKOUTS
        " lockouts, " COUNT-REFUSED " refused attempts."

    EVALUATE TRUE
        WHEN FILE-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN COUNT-FAILED > 0 OR COUNT-LOCKOUTS > 0
                OR COUNT-REFUSED > 0 OR FAIL-OVERFLOW
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
                IF PRM-PROGRAM = "SECRPT"
                    MOVE "Y" TO JOB-PARMS-SW
                END-IF
        END-READ
        CLOSE JOB-PARM-FILE
    END-IF.

SET-PERIOD-FROM-PARMS.
    MOVE PRM-TEXT(1:8) TO PARM-DATE-IN
    PERFORM CONVERT-PARM-DATE
    IF PARM-DATE = SPACES
        MOVE "00000000" TO FROM-DATE
    ELSE
        MOVE PARM-DATE TO FROM-DATE
    END-IF
    MOVE PRM-TEXT(10:8) TO PARM-DATE-IN
    PERFORM CONVERT-PARM-DATE
    IF PARM-DATE = SPACES
        MOVE TODAY-DATE TO TO-DATE
    ELSE
        MOVE PARM-DATE TO TO-DATE
    END-IF
    EVALUATE TRUE
        WHEN PRM-TEXT(19:3) = SPACES
            MOVE 30 TO DORMANT-DAYS
        WHEN FUNCTION TEST-NUMVAL(PRM-TEXT(19:3)) = 0
            COMPUTE DORMANT-DAYS = FUNCTION NUMVAL(PRM-TEXT(19:3))
        WHEN OTHER
            DISPLAY "Invalid SECRPT dormant days in JOBPARM.DAT: "
                PRM-TEXT
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF FROM-DATE > TO-DATE OR DORMANT-DAYS < 1
        DISPLAY "Invalid SECRPT parameters in JOBPARM.DAT: " PRM-TEXT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

CONVERT-PARM-DATE.
    EVALUATE TRUE
        WHEN PARM-DATE-IN = SPACES
            MOVE SPACES TO PARM-DATE
        WHEN PARM-DATE-IN = "TODAY"
            MOVE TODAY-DATE TO PARM-DATE
        WHEN PARM-DATE-IN IS NUMERIC
            MOVE PARM-DATE-IN TO PARM-DATE
        WHEN OTHER
            DISPLAY "Invalid SECRPT date in JOBPARM.DAT: " PRM-TEXT
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

GET-PERIOD-START.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        DISPLAY "Report period start (YYYYMMDD, blank for all): "
        ACCEPT DATE-IN
        EVALUATE TRUE
            WHEN DATE-IN = SPACES
                MOVE "00000000" TO FROM-DATE
                MOVE "Y" TO VALID-NUM-SW
            WHEN DATE-IN(1:8) IS NUMERIC AND DATE-IN(9:4) = SPACES
                MOVE DATE-IN(1:8) TO FROM-DATE
                MOVE "Y" TO VALID-NUM-SW
            WHEN OTHER
                DISPLAY "Invalid date - enter eight digits, YYYYMMDD."
        END-EVALUATE
    END-PERFORM.

GET-PERIOD-END.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        DISPLAY "Report period end (YYYYMMDD, blank for today): "
        ACCEPT DATE-IN
        EVALUATE TRUE
            WHEN DATE-IN = SPACES
                MOVE TODAY-DATE TO TO-DATE
                MOVE "Y" TO VALID-NUM-SW
            WHEN DATE-IN(1:8) IS NUMERIC AND DATE-IN(9:4) = SPACES
                MOVE DATE-IN(1:8) TO TO-DATE
                MOVE "Y" TO VALID-NUM-SW
            WHEN OTHER
                DISPLAY "Invalid date - enter eight digits, YYYYMMDD."
        END-EVALUATE
        IF VALID-NUM AND TO-DATE < FROM-DATE
            DISPLAY "End date is before the start date."
            MOVE "N" TO VALID-NUM-SW
        END-IF
    END-PERFORM.

GET-DORMANT-DAYS.
    MOVE "N" TO VALID-NUM-SW
    PERFORM UNTIL VALID-NUM
        DISPLAY "Dormant after how many days without sign-on "
            "(1-999, blank for 30): "
        ACCEPT DAYS-IN
        EVALUATE TRUE
            WHEN DAYS-IN = SPACES
                MOVE 30 TO DORMANT-DAYS
                MOVE "Y" TO VALID-NUM-SW
            WHEN FUNCTION TEST-NUMVAL(DAYS-IN) = 0
                IF FUNCTION NUMVAL(DAYS-IN) >= 1
                        AND FUNCTION NUMVAL(DAYS-IN) <= 999
                    COMPUTE DORMANT-DAYS = FUNCTION NUMVAL(DAYS-IN)
                    MOVE "Y" TO VALID-NUM-SW
                ELSE
                    DISPLAY "Invalid day count - enter 1 to 999."
                END-IF
            WHEN OTHER
                DISPLAY "Invalid day count - enter 1 to 999."
        END-EVALUATE
    END-PERFORM.

LOAD-OPERATOR-TABLE.
    MOVE 0 TO OPERATOR-COUNT
    MOVE "N" TO OPERATOR-EOF-SW
    OPEN INPUT OPERATOR-FILE
    IF OPERATOR-FILE-STATUS NOT = "00"
        DISPLAY "Operator master OPRMAST.DAT not found - ending run."
        MOVE 8 TO RETURN-CODE
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
                    MOVE OPR-LEVEL TO OPRT-LEVEL(OPERATOR-COUNT)
                    MOVE OPR-STATUS TO OPRT-STATUS(OPERATOR-COUNT)
                    MOVE OPR-PWD-DATE TO OPRT-PWD-DATE(OPERATOR-COUNT)
                    IF OPR-FAIL-COUNT IS NUMERIC
                        MOVE OPR-FAIL-COUNT TO OPRT-FAILS(OPERATOR-COUNT)
                    ELSE
                        MOVE 0 TO OPRT-FAILS(OPERATOR-COUNT)
                    END-IF
                    MOVE SPACES TO OPRT-LAST-SIGNON(OPERATOR-COUNT)
                ELSE
                    MOVE "Y" TO OPERATOR-OVERFLOW-SW
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERATOR-FILE
    IF OPERATOR-OVERFLOW
        DISPLAY "OPRMAST.DAT exceeds the 100 operator capacity - "
            "review covers the first 100 only."
    END-IF.

SCAN-AUDIT-TRAIL.
    MOVE 0 TO TRAIL-FILES-READ
    MOVE "N" TO CATALOG-EOF-SW
    OPEN INPUT CATALOG-FILE
    IF CATALOG-FILE-STATUS = "00"
        PERFORM UNTIL CATALOG-EOF
            READ CATALOG-FILE
                AT END
                    MOVE "Y" TO CATALOG-EOF-SW
                NOT AT END
                    IF CAT-REC-TYPE = "A"
                            AND CAT-REC-STATUS = "KEPT"
                        MOVE CAT-REC-NAME TO TRAIL-NAME
                        PERFORM SCAN-ONE-TRAIL-FILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
    END-IF
    MOVE "AUDITLOG.DAT" TO TRAIL-NAME
    PERFORM SCAN-ONE-TRAIL-FILE.

SCAN-ONE-TRAIL-FILE.
    MOVE "N" TO TRAIL-EOF-SW
    OPEN INPUT TRAIL-FILE
    IF TRAIL-FILE-STATUS NOT = "00"
        IF TRAIL-PASS = 1
            DISPLAY "Audit trail " TRAIL-NAME
                " could not be opened - skipped."
        END-IF
    ELSE
        ADD 1 TO TRAIL-FILES-READ
        PERFORM UNTIL TRAIL-EOF
            READ TRAIL-FILE
                AT END
                    MOVE "Y" TO TRAIL-EOF-SW
                NOT AT END
                    PERFORM PROCESS-TRAIL-RECORD
            END-READ
        END-PERFORM
        CLOSE TRAIL-FILE
    END-IF.

PROCESS-TRAIL-RECORD.
    EVALUATE TRAIL-PASS
        WHEN 1
            ADD 1 TO TRAIL-RECORDS
            PERFORM TALLY-SIGNON-EVENT
        WHEN 2
            IF TRL-RESULT(1:16) = "OPERATOR LOCKED:"
                    AND TRL-TIMESTAMP(1:8) >= FROM-DATE
                    AND TRL-TIMESTAMP(1:8) <= TO-DATE
                ADD 1 TO COUNT-LOCKOUTS
                PERFORM WRITE-EVENT-LINE
            END-IF
        WHEN 3
            IF TRL-RESULT(1:20) = "AUTH REFUSED OPTION "
                    AND TRL-TIMESTAMP(1:8) >= FROM-DATE
                    AND TRL-TIMESTAMP(1:8) <= TO-DATE
                ADD 1 TO COUNT-REFUSED
                PERFORM WRITE-EVENT-LINE
            END-IF
        WHEN 4
            PERFORM CHECK-SUPV-ACTION
            IF SUPV-ACTION
                    AND TRL-TIMESTAMP(1:8) >= FROM-DATE
                    AND TRL-TIMESTAMP(1:8) <= TO-DATE
                ADD 1 TO COUNT-SUPV
                PERFORM WRITE-EVENT-LINE
            END-IF
    END-EVALUATE.

TALLY-SIGNON-EVENT.
    IF TRL-RESULT(1:13) = "SESSION START"
            OR TRL-RESULT(10:13) = "SESSION START"
            OR TRL-RESULT(9:13) = "SESSION START"
        PERFORM FIND-OPERATOR
        IF OPERATOR-IX > 0
            IF TRL-TIMESTAMP(1:8) > OPRT-LAST-SIGNON(OPERATOR-IX)
                    OR OPRT-LAST-SIGNON(OPERATOR-IX) = SPACES
                MOVE TRL-TIMESTAMP(1:8)
                    TO OPRT-LAST-SIGNON(OPERATOR-IX)
            END-IF
        END-IF
    END-IF
    IF TRL-RESULT(1:12) = "SIGNON FAIL "
            AND TRL-TIMESTAMP(1:8) >= FROM-DATE
            AND TRL-TIMESTAMP(1:8) <= TO-DATE
        ADD 1 TO COUNT-FAILED
        MOVE 0 TO REASON-IX
        MOVE 1 TO I
        PERFORM UNTIL I > 5 OR REASON-IX > 0
            IF REASON-CODE(I) = TRL-RESULT(13:6)
                MOVE I TO REASON-IX
            END-IF
            ADD 1 TO I
        END-PERFORM
        PERFORM FIND-FAIL-ENTRY
        IF FAIL-IX > 0
            ADD 1 TO FLT-TOTAL(FAIL-IX)
            IF REASON-IX > 0
                ADD 1 TO FLT-REASON(FAIL-IX, REASON-IX)
            END-IF
        END-IF
        IF TRL-TIMESTAMP(9:2) IS NUMERIC
            COMPUTE HOUR-IX = FUNCTION NUMVAL(TRL-TIMESTAMP(9:2)) + 1
            IF HOUR-IX >= 1 AND HOUR-IX <= 24
                ADD 1 TO HOUR-FAILS(HOUR-IX)
            END-IF
        END-IF
    END-IF.

CHECK-SUPV-ACTION.
    MOVE "N" TO SUPV-ACTION-SW
    IF TRL-RESULT(1:5) = "SUPV " OR TRL-RESULT(1:4) = "OPR "
            OR TRL-RESULT(1:5) = "MAST " OR TRL-RESULT(1:5) = "PARM "
            OR TRL-RESULT(1:5) = "LOCK " OR TRL-RESULT(1:5) = "APPR "
        MOVE "Y" TO SUPV-ACTION-SW
    END-IF.

FIND-OPERATOR.
    MOVE 0 TO OPERATOR-IX
    MOVE 1 TO I
    PERFORM UNTIL I > OPERATOR-COUNT OR OPERATOR-IX > 0
        IF OPRT-ID(I) = TRL-OPERATOR
            MOVE I TO OPERATOR-IX
        END-IF
        ADD 1 TO I
    END-PERFORM.

FIND-FAIL-ENTRY.
    MOVE 0 TO FAIL-IX
    MOVE 1 TO I
    PERFORM UNTIL I > FAIL-COUNT OR FAIL-IX > 0
        IF FLT-ID(I) = TRL-OPERATOR
            MOVE I TO FAIL-IX
        END-IF
        ADD 1 TO I
    END-PERFORM
    IF FAIL-IX = 0
        IF FAIL-COUNT < 200
            ADD 1 TO FAIL-COUNT
            MOVE FAIL-COUNT TO FAIL-IX
            MOVE TRL-OPERATOR TO FLT-ID(FAIL-IX)
            MOVE 0 TO FLT-TOTAL(FAIL-IX)
            MOVE 1 TO J
            PERFORM UNTIL J > 5
                MOVE 0 TO FLT-REASON(FAIL-IX, J)
                ADD 1 TO J
            END-PERFORM
        ELSE
            MOVE "Y" TO FAIL-OVERFLOW-SW
        END-IF
    END-IF.

WRITE-REPORT-HEADING.
    MOVE RUN-STAMP(1:8) TO HDG-RUN-DATE
    MOVE HEADING-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF FROM-DATE = "00000000"
        MOVE "START" TO PRD-FROM
    ELSE
        MOVE FROM-DATE TO PRD-FROM
    END-IF
    MOVE TO-DATE TO PRD-TO
    MOVE DORMANT-DAYS TO PRD-DORMANT
    MOVE PWD-MAX-DAYS TO PRD-PWD-MAX
    MOVE PERIOD-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-FAIL-SECTION.
    MOVE SPACES TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "FAILED SIGN-ONS BY OPERATOR" TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE FAIL-HEADING TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 1 TO FAIL-IX
    PERFORM UNTIL FAIL-IX > FAIL-COUNT
        MOVE SPACES TO FAIL-LINE
        MOVE FLT-ID(FAIL-IX) TO FLL-ID
        MOVE FLT-TOTAL(FAIL-IX) TO FLL-TOTAL
        MOVE 1 TO J
        PERFORM UNTIL J > 5
            MOVE FLT-REASON(FAIL-IX, J) TO FLL-REASON(J)
            ADD 1 TO J
        END-PERFORM
        MOVE FLT-ID(FAIL-IX) TO TRL-OPERATOR
        PERFORM FIND-OPERATOR
        IF OPERATOR-IX > 0
            MOVE "YES" TO FLL-ON-FILE
        ELSE
            MOVE "NO" TO FLL-ON-FILE
        END-IF
        MOVE FAIL-LINE TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
        ADD 1 TO FAIL-IX
    END-PERFORM
    IF FAIL-COUNT = 0
        MOVE "NO FAILED SIGN-ONS IN PERIOD" TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF
    IF FAIL-OVERFLOW
        MOVE "MORE THAN 200 OPERATOR IDS FAILED - LIST INCOMPLETE"
            TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-HOUR-SECTION.
    MOVE SPACES TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "FAILED SIGN-ONS BY HOUR" TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 1 TO HOUR-IX
    PERFORM UNTIL HOUR-IX > 24
        IF HOUR-FAILS(HOUR-IX) > 0
            COMPUTE HRL-HOUR = HOUR-IX - 1
            MOVE HOUR-FAILS(HOUR-IX) TO HRL-COUNT
            MOVE HOUR-LINE TO SECURITY-REPORT-RECORD
            PERFORM WRITE-REPORT-LINE
        END-IF
        ADD 1 TO HOUR-IX
    END-PERFORM
    IF COUNT-FAILED = 0
        MOVE "NO FAILED SIGN-ONS IN PERIOD" TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-EVENT-LINE.
    MOVE TRL-TIMESTAMP(1:8) TO EVL-DATE
    MOVE TRL-TIMESTAMP(9:6) TO EVL-TIME
    MOVE TRL-OPERATOR TO EVL-OPERATOR
    MOVE TRL-RESULT TO EVL-TEXT
    MOVE EVENT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-LOCKED-NOW.
    MOVE "LOCKED ON OPRMAST.DAT NOW:" TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 1 TO OPERATOR-IX
    PERFORM UNTIL OPERATOR-IX > OPERATOR-COUNT
        IF OPRT-STATUS(OPERATOR-IX) = "L"
                OR OPRT-FAILS(OPERATOR-IX) >= SIGNON-LIMIT
            ADD 1 TO COUNT-LOCKED-NOW
            MOVE OPRT-ID(OPERATOR-IX) TO LKL-ID
            MOVE OPRT-FAILS(OPERATOR-IX) TO LKL-FAILS
            MOVE LOCKED-LINE TO SECURITY-REPORT-RECORD
            PERFORM WRITE-REPORT-LINE
        END-IF
        ADD 1 TO OPERATOR-IX
    END-PERFORM
    IF COUNT-LOCKED-NOW = 0
        MOVE "  NONE" TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-DORMANT-SECTION.
    MOVE SPACES TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "DORMANT OPERATOR IDS" TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE OPERATOR-HEADING TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 1 TO OPERATOR-IX
    PERFORM UNTIL OPERATOR-IX > OPERATOR-COUNT
        IF OPRT-STATUS(OPERATOR-IX) NOT = "D"
            PERFORM CHECK-DORMANT-OPERATOR
        END-IF
        ADD 1 TO OPERATOR-IX
    END-PERFORM
    IF COUNT-DORMANT = 0
        MOVE "NO DORMANT OPERATOR IDS" TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF.

CHECK-DORMANT-OPERATOR.
    PERFORM SET-OPERATOR-LINE
    IF OPRT-LAST-SIGNON(OPERATOR-IX) IS NUMERIC
        COMPUTE IDLE-DAYS =
            FUNCTION INTEGER-OF-DATE(TODAY-DATE) -
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(OPRT-LAST-SIGNON(OPERATOR-IX)))
        IF IDLE-DAYS > DORMANT-DAYS
            ADD 1 TO COUNT-DORMANT
            MOVE "IDLE FOR" TO OPL-TEXT
            MOVE IDLE-DAYS TO OPL-DAYS
            MOVE " DAYS" TO OPL-TAIL
            MOVE OPERATOR-LINE TO SECURITY-REPORT-RECORD
            PERFORM WRITE-REPORT-LINE
        END-IF
    ELSE
        ADD 1 TO COUNT-DORMANT
        MOVE "NEVER" TO OPL-LAST
        MOVE OPERATOR-LINE TO SECURITY-REPORT-RECORD
        MOVE "NO SIGN-ON ON FILE" TO SECURITY-REPORT-RECORD(49:32)
        PERFORM WRITE-REPORT-LINE
    END-IF.

SET-OPERATOR-LINE.
    MOVE OPRT-ID(OPERATOR-IX) TO OPL-ID
    MOVE OPRT-LEVEL(OPERATOR-IX) TO OPL-LEVEL
    MOVE OPRT-STATUS(OPERATOR-IX) TO OPL-STATUS
    MOVE OPRT-LAST-SIGNON(OPERATOR-IX) TO OPL-LAST
    MOVE OPRT-PWD-DATE(OPERATOR-IX) TO OPL-PWD-DATE
    MOVE SPACES TO OPL-TEXT
    MOVE 0 TO OPL-DAYS
    MOVE SPACES TO OPL-TAIL.

WRITE-PASSWORD-SECTION.
    MOVE SPACES TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "PASSWORD AGE WARNINGS" TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE OPERATOR-HEADING TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE 1 TO OPERATOR-IX
    PERFORM UNTIL OPERATOR-IX > OPERATOR-COUNT
        IF OPRT-STATUS(OPERATOR-IX) NOT = "D"
            PERFORM CHECK-PASSWORD-AGE
        END-IF
        ADD 1 TO OPERATOR-IX
    END-PERFORM
    IF COUNT-PWD-WARN = 0
        MOVE "NO PASSWORDS NEAR OR PAST THE AGE LIMIT"
            TO SECURITY-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF.

CHECK-PASSWORD-AGE.
    PERFORM SET-OPERATOR-LINE
    IF OPRT-PWD-DATE(OPERATOR-IX) IS NUMERIC
        COMPUTE PWD-AGE-DAYS =
            FUNCTION INTEGER-OF-DATE(TODAY-DATE) -
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(OPRT-PWD-DATE(OPERATOR-IX)))
        COMPUTE PWD-LEFT-DAYS = PWD-MAX-DAYS - PWD-AGE-DAYS
        IF PWD-LEFT-DAYS <= PWD-WARN-DAYS
            ADD 1 TO COUNT-PWD-WARN
            IF PWD-LEFT-DAYS < 0
                MOVE "EXPIRED" TO OPL-TEXT
                COMPUTE OPL-DAYS = 0 - PWD-LEFT-DAYS
                MOVE " DAYS AGO" TO OPL-TAIL
            ELSE
                MOVE "EXPIRES IN" TO OPL-TEXT
                MOVE PWD-LEFT-DAYS TO OPL-DAYS
                MOVE " DAYS" TO OPL-TAIL
            END-IF
            MOVE OPERATOR-LINE TO SECURITY-REPORT-RECORD
            PERFORM WRITE-REPORT-LINE
        END-IF
    ELSE
        ADD 1 TO COUNT-PWD-WARN
        MOVE OPERATOR-LINE TO SECURITY-REPORT-RECORD
        MOVE "NO PASSWORD DATE" TO SECURITY-REPORT-RECORD(49:32)
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-COUNT-SECTION.
    MOVE SPACES TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "AUDIT RECORDS REVIEWED:" TO CNT-TEXT
    MOVE TRAIL-RECORDS TO CNT-VALUE
    MOVE COUNT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "FAILED SIGN-ONS:" TO CNT-TEXT
    MOVE COUNT-FAILED TO CNT-VALUE
    MOVE COUNT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "LOCKOUTS:" TO CNT-TEXT
    MOVE COUNT-LOCKOUTS TO CNT-VALUE
    MOVE COUNT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "IDS LOCKED NOW:" TO CNT-TEXT
    MOVE COUNT-LOCKED-NOW TO CNT-VALUE
    MOVE COUNT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "REFUSED AUTHORITY ATTEMPTS:" TO CNT-TEXT
    MOVE COUNT-REFUSED TO CNT-VALUE
    MOVE COUNT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "SUPERVISOR ACTIONS:" TO CNT-TEXT
    MOVE COUNT-SUPV TO CNT-VALUE
    MOVE COUNT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "DORMANT IDS:" TO CNT-TEXT
    MOVE COUNT-DORMANT TO CNT-VALUE
    MOVE COUNT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "PASSWORD AGE WARNINGS:" TO CNT-TEXT
    MOVE COUNT-PWD-WARN TO CNT-VALUE
    MOVE COUNT-LINE TO SECURITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE SECURITY-REPORT-RECORD
    IF SECURITY-REPORT-STATUS NOT = "00"
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
        WHEN "PWDMAXDY"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 365
                MOVE SHP-VALUE TO PWD-MAX-DAYS
            END-IF
        WHEN "PWDWARDY"
            IF SHP-VALUE <= 90
                MOVE SHP-VALUE TO PWD-WARN-DAYS
            END-IF
        WHEN "SIGNONMX"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9
                MOVE SHP-VALUE TO SIGNON-LIMIT
            END-IF
    END-EVALUATE.
