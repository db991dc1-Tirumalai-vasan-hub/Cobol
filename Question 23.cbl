IDENTIFICATION DIVISION.
PROGRAM-ID. APPRRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPROVAL-STATUS.
    SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPROVAL-REPORT-STATUS.
    SELECT JOB-PARM-FILE ASSIGN TO "JOBPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOB-PARM-STATUS.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
FD APPROVAL-FILE.
01 APPROVAL-RECORD.
    05 APR-ID             PIC 9(5).
    05 FILLER             PIC X(1).
    05 APR-ACTION         PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-PARM           PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-STATUS         PIC X.
    05 FILLER             PIC X(1).
    05 APR-REQ-BY         PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-REQ-STAMP      PIC X(14).
    05 FILLER             PIC X(1).
    05 APR-ACT-BY         PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-ACT-STAMP      PIC X(14).
    05 FILLER             PIC X(1).
    05 APR-RUN-BY         PIC X(8).
    05 FILLER             PIC X(1).
    05 APR-RUN-STAMP      PIC X(14).

FD APPROVAL-REPORT-FILE.
01 APPROVAL-REPORT-RECORD PIC X(80).

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
01 APPROVAL-STATUS     PIC XX.
01 APPROVAL-REPORT-STATUS PIC XX.
01 JOB-PARM-STATUS     PIC XX.
01 SHOP-PARM-STATUS    PIC XX.
01 APPROVAL-EOF-SW PIC X VALUE "N".
    88 APPROVAL-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 JOB-PARMS-SW  PIC X VALUE "N".
    88 JOB-PARMS VALUE "Y".
01 VALID-NUM-SW  PIC X VALUE "N".
    88 VALID-NUM VALUE "Y".
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 APPROVAL-MISSING-SW PIC X VALUE "N".
    88 APPROVAL-MISSING VALUE "Y".
01 IN-PERIOD-SW  PIC X VALUE "N".
    88 IN-PERIOD VALUE "Y".
01 SAME-PERSON-SW PIC X VALUE "N".
    88 SAME-PERSON VALUE "Y".
01 RUN-STAMP     PIC X(21).
01 TODAY-DATE    PIC 9(8).
01 DATE-IN       PIC X(12).
01 PARM-DATE-IN  PIC X(8).
01 PARM-DATE     PIC X(8).
01 FROM-DATE     PIC X(8).
01 TO-DATE       PIC X(8).
01 APPROVAL-EXPIRY-HOURS PIC 9(3) VALUE 24.
01 APPROVAL-NOW-STAMP PIC X(14).
01 APPROVAL-NOW-DATE  PIC 9(8).
01 APPROVAL-NOW-HH    PIC 99.
01 APPROVAL-NOW-MM    PIC 99.
01 APPROVAL-FROM-STAMP PIC X(14).
01 APPROVAL-FROM-DATE PIC 9(8).
01 APPROVAL-FROM-HH   PIC 99.
01 APPROVAL-FROM-MM   PIC 99.
01 APPROVAL-AGE       PIC S9(7) VALUE 0.
01 ENTRY-STATE   PIC X(8).
01 DECIDE-LABEL  PIC X(8).
01 DECIDE-BY     PIC X(8).
01 DECIDE-STAMP  PIC X(14).
01 CLOSE-LABEL   PIC X(8).
01 CLOSE-BY      PIC X(8).
01 CLOSE-STAMP   PIC X(14).
01 EVENT-LABEL   PIC X(8).
01 EVENT-STAMP   PIC X(14).
01 COUNT-READ      PIC 9(5) VALUE 0.
01 COUNT-LISTED    PIC 9(5) VALUE 0.
01 COUNT-REQUESTED PIC 9(5) VALUE 0.
01 COUNT-APPROVED  PIC 9(5) VALUE 0.
01 COUNT-REJECTED  PIC 9(5) VALUE 0.
01 COUNT-EXPIRED   PIC 9(5) VALUE 0.
01 COUNT-RUN       PIC 9(5) VALUE 0.
01 COUNT-OPEN      PIC 9(5) VALUE 0.
01 COUNT-SAME      PIC 9(5) VALUE 0.
01 HEADING-LINE.
    05 FILLER        PIC X(30)
        VALUE "DUAL-CONTROL APPROVAL ACTIVITY".
    05 FILLER        PIC X(18) VALUE SPACES.
    05 FILLER        PIC X(9)  VALUE "RUN DATE ".
    05 HDG-RUN-DATE  PIC X(8).
01 PERIOD-LINE.
    05 FILLER        PIC X(12) VALUE "PERIOD FROM ".
    05 PRD-FROM      PIC X(8).
    05 FILLER        PIC X(4)  VALUE " TO ".
    05 PRD-TO        PIC X(8).
    05 FILLER        PIC X(22) VALUE "  REQUESTS LAPSE AFTER".
    05 PRD-EXPIRY    PIC ZZZ9.
    05 FILLER        PIC X(6)  VALUE " HOURS".
01 DETAIL-HEADING.
    05 FILLER PIC X(6)  VALUE "ID".
    05 FILLER PIC X(9)  VALUE "ACTION".
    05 FILLER PIC X(10) VALUE "PARAMETER".
    05 FILLER PIC X(9)  VALUE "STATE".
    05 FILLER PIC X(9)  VALUE "EVENT".
    05 FILLER PIC X(9)  VALUE "BY".
    05 FILLER PIC X(9)  VALUE "DATE".
    05 FILLER PIC X(5)  VALUE "TIME".
01 DETAIL-LINE.
    05 DTL-ID        PIC X(5).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 DTL-ACTION    PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 DTL-PARM      PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 DTL-STATE     PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 DTL-EVENT     PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 DTL-BY        PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 DTL-DATE      PIC X(8).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 DTL-HH        PIC X(2).
    05 DTL-COLON     PIC X(1).
    05 DTL-MM        PIC X(2).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 DTL-FLAG      PIC X(13).
01 COUNT-LINE.
    05 CNT-TEXT      PIC X(30).
    05 CNT-VALUE     PIC ZZZZ9.

PROCEDURE DIVISION.

    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
    MOVE RUN-STAMP(1:8) TO TODAY-DATE
    MOVE RUN-STAMP(1:14) TO APPROVAL-NOW-STAMP
    MOVE APPROVAL-NOW-STAMP(1:8) TO APPROVAL-NOW-DATE
    MOVE APPROVAL-NOW-STAMP(9:2) TO APPROVAL-NOW-HH
    MOVE APPROVAL-NOW-STAMP(11:2) TO APPROVAL-NOW-MM

    PERFORM LOAD-SHOP-PARMS

    PERFORM CHECK-JOB-PARMS
    IF JOB-PARMS
        PERFORM SET-PERIOD-FROM-PARMS
    ELSE
        PERFORM GET-PERIOD-START
        PERFORM GET-PERIOD-END
    END-IF

    OPEN OUTPUT APPROVAL-REPORT-FILE
    IF APPROVAL-REPORT-STATUS NOT = "00"
        DISPLAY "Unable to open APPRRPT.DAT - ending run."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    OPEN INPUT APPROVAL-FILE
    IF APPROVAL-STATUS NOT = "00"
        MOVE "Y" TO APPROVAL-MISSING-SW
        MOVE "NO APPROVAL FILE - APPROVAL.DAT NOT FOUND"
            TO APPROVAL-REPORT-RECORD
        PERFORM WRITE-REPORT-LINE
    ELSE
        PERFORM UNTIL APPROVAL-EOF
            READ APPROVAL-FILE
                AT END
                    MOVE "Y" TO APPROVAL-EOF-SW
                NOT AT END
                    ADD 1 TO COUNT-READ
                    PERFORM REPORT-APPROVAL-ENTRY
            END-READ
        END-PERFORM
        CLOSE APPROVAL-FILE
        IF COUNT-LISTED = 0
            MOVE "NO APPROVAL ACTIVITY IN PERIOD"
                TO APPROVAL-REPORT-RECORD
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-IF

    PERFORM WRITE-COUNT-SECTION

    CLOSE APPROVAL-REPORT-FILE

    DISPLAY "Approval report written to APPRRPT.DAT - "
        COUNT-REQUESTED " requested, " COUNT-APPROVED " approved, "
        COUNT-REJECTED " rejected, " COUNT-EXPIRED " expired."

    EVALUATE TRUE
        WHEN FILE-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN APPROVAL-MISSING OR COUNT-SAME > 0
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
                IF PRM-PROGRAM = "APPRRPT"
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
    IF FROM-DATE > TO-DATE
        DISPLAY "Invalid APPRRPT parameters in JOBPARM.DAT: "
            PRM-TEXT
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
            DISPLAY "Invalid APPRRPT date in JOBPARM.DAT: " PRM-TEXT
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

WRITE-REPORT-HEADING.
    MOVE RUN-STAMP(1:8) TO HDG-RUN-DATE
    MOVE HEADING-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF FROM-DATE = "00000000"
        MOVE "START" TO PRD-FROM
    ELSE
        MOVE FROM-DATE TO PRD-FROM
    END-IF
    MOVE TO-DATE TO PRD-TO
    MOVE APPROVAL-EXPIRY-HOURS TO PRD-EXPIRY
    MOVE PERIOD-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE DETAIL-HEADING TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

REPORT-APPROVAL-ENTRY.
    PERFORM SET-ENTRY-EVENTS
    MOVE "N" TO IN-PERIOD-SW
    MOVE APR-REQ-STAMP TO EVENT-STAMP
    PERFORM CHECK-EVENT-PERIOD
    IF IN-PERIOD
        ADD 1 TO COUNT-REQUESTED
    END-IF
    IF DECIDE-LABEL NOT = SPACES
        MOVE DECIDE-LABEL TO EVENT-LABEL
        MOVE DECIDE-STAMP TO EVENT-STAMP
        PERFORM TALLY-EVENT
    END-IF
    IF CLOSE-LABEL NOT = SPACES
        MOVE CLOSE-LABEL TO EVENT-LABEL
        MOVE CLOSE-STAMP TO EVENT-STAMP
        PERFORM TALLY-EVENT
    END-IF
    IF IN-PERIOD
        ADD 1 TO COUNT-LISTED
        IF ENTRY-STATE = "PENDING" OR ENTRY-STATE = "APPROVED"
            ADD 1 TO COUNT-OPEN
        END-IF
        MOVE "N" TO SAME-PERSON-SW
        IF APR-ACT-BY NOT = SPACES AND APR-ACT-BY = APR-REQ-BY
                AND DECIDE-LABEL = "APPROVED"
            MOVE "Y" TO SAME-PERSON-SW
            ADD 1 TO COUNT-SAME
        END-IF
        PERFORM WRITE-ENTRY-LINES
    END-IF.

SET-ENTRY-EVENTS.
    MOVE SPACES TO DECIDE-LABEL
    MOVE SPACES TO DECIDE-BY
    MOVE SPACES TO DECIDE-STAMP
    MOVE SPACES TO CLOSE-LABEL
    MOVE SPACES TO CLOSE-BY
    MOVE SPACES TO CLOSE-STAMP
    EVALUATE APR-STATUS
        WHEN "P"
            MOVE "PENDING" TO ENTRY-STATE
            MOVE APR-REQ-STAMP TO APPROVAL-FROM-STAMP
            PERFORM COMPUTE-APPROVAL-AGE
            IF APPROVAL-AGE >= APPROVAL-EXPIRY-HOURS * 60
                MOVE "EXPIRED" TO ENTRY-STATE
                MOVE "EXPIRED" TO DECIDE-LABEL
                MOVE APPROVAL-NOW-STAMP TO DECIDE-STAMP
            END-IF
        WHEN "A"
            MOVE "APPROVED" TO ENTRY-STATE
            MOVE "APPROVED" TO DECIDE-LABEL
            MOVE APR-ACT-BY TO DECIDE-BY
            MOVE APR-ACT-STAMP TO DECIDE-STAMP
            MOVE APR-ACT-STAMP TO APPROVAL-FROM-STAMP
            PERFORM COMPUTE-APPROVAL-AGE
            IF APPROVAL-AGE >= APPROVAL-EXPIRY-HOURS * 60
                MOVE "EXPIRED" TO ENTRY-STATE
                MOVE "EXPIRED" TO CLOSE-LABEL
                MOVE APPROVAL-NOW-STAMP TO CLOSE-STAMP
            END-IF
        WHEN "R"
            MOVE "REJECTED" TO ENTRY-STATE
            IF APR-RUN-BY = SPACES
                MOVE "REJECTED" TO DECIDE-LABEL
                MOVE APR-ACT-BY TO DECIDE-BY
                MOVE APR-ACT-STAMP TO DECIDE-STAMP
            ELSE
                MOVE "APPROVED" TO DECIDE-LABEL
                MOVE APR-ACT-BY TO DECIDE-BY
                MOVE APR-ACT-STAMP TO DECIDE-STAMP
                MOVE "REJECTED" TO CLOSE-LABEL
                MOVE APR-RUN-BY TO CLOSE-BY
                MOVE APR-RUN-STAMP TO CLOSE-STAMP
            END-IF
        WHEN "E"
            MOVE "EXPIRED" TO ENTRY-STATE
            IF APR-ACT-BY = SPACES
                MOVE "EXPIRED" TO DECIDE-LABEL
                MOVE APR-ACT-STAMP TO DECIDE-STAMP
            ELSE
                MOVE "APPROVED" TO DECIDE-LABEL
                MOVE APR-ACT-BY TO DECIDE-BY
                MOVE APR-ACT-STAMP TO DECIDE-STAMP
                MOVE "EXPIRED" TO CLOSE-LABEL
                MOVE APR-RUN-STAMP TO CLOSE-STAMP
            END-IF
        WHEN "D"
            MOVE "RUN" TO ENTRY-STATE
            MOVE "APPROVED" TO DECIDE-LABEL
            MOVE APR-ACT-BY TO DECIDE-BY
            MOVE APR-ACT-STAMP TO DECIDE-STAMP
            MOVE "RUN" TO CLOSE-LABEL
            MOVE APR-RUN-BY TO CLOSE-BY
            MOVE APR-RUN-STAMP TO CLOSE-STAMP
        WHEN OTHER
            MOVE "UNKNOWN" TO ENTRY-STATE
    END-EVALUATE.

CHECK-EVENT-PERIOD.
    IF EVENT-STAMP(1:8) >= FROM-DATE AND EVENT-STAMP(1:8) <= TO-DATE
        MOVE "Y" TO IN-PERIOD-SW
    END-IF.

TALLY-EVENT.
    IF EVENT-STAMP(1:8) >= FROM-DATE AND EVENT-STAMP(1:8) <= TO-DATE
        MOVE "Y" TO IN-PERIOD-SW
        EVALUATE EVENT-LABEL
            WHEN "APPROVED"
                ADD 1 TO COUNT-APPROVED
            WHEN "REJECTED"
                ADD 1 TO COUNT-REJECTED
            WHEN "EXPIRED"
                ADD 1 TO COUNT-EXPIRED
            WHEN "RUN"
                ADD 1 TO COUNT-RUN
        END-EVALUATE
    END-IF.

COMPUTE-APPROVAL-AGE.
    MOVE 9999999 TO APPROVAL-AGE
    IF APPROVAL-FROM-STAMP(1:12) IS NUMERIC
        MOVE APPROVAL-FROM-STAMP(1:8) TO APPROVAL-FROM-DATE
        MOVE APPROVAL-FROM-STAMP(9:2) TO APPROVAL-FROM-HH
        MOVE APPROVAL-FROM-STAMP(11:2) TO APPROVAL-FROM-MM
        IF FUNCTION TEST-DATE-YYYYMMDD(APPROVAL-FROM-DATE) = 0
            COMPUTE APPROVAL-AGE =
                (FUNCTION INTEGER-OF-DATE(APPROVAL-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(APPROVAL-FROM-DATE))
                    * 1440
                + (APPROVAL-NOW-HH * 60) + APPROVAL-NOW-MM
                - (APPROVAL-FROM-HH * 60) - APPROVAL-FROM-MM
        END-IF
    END-IF
    IF APPROVAL-AGE < 0
        MOVE 0 TO APPROVAL-AGE
    END-IF.

WRITE-ENTRY-LINES.
    MOVE SPACES TO DETAIL-LINE
    MOVE APR-ID TO DTL-ID
    MOVE APR-ACTION TO DTL-ACTION
    MOVE APR-PARM TO DTL-PARM
    MOVE ENTRY-STATE TO DTL-STATE
    MOVE "REQUEST" TO DTL-EVENT
    MOVE APR-REQ-BY TO DTL-BY
    MOVE APR-REQ-STAMP TO EVENT-STAMP
    PERFORM WRITE-EVENT-LINE
    IF DECIDE-LABEL NOT = SPACES
        MOVE SPACES TO DETAIL-LINE
        MOVE DECIDE-LABEL TO DTL-EVENT
        MOVE DECIDE-BY TO DTL-BY
        IF SAME-PERSON
            MOVE "*SAME AS REQ*" TO DTL-FLAG
        END-IF
        MOVE DECIDE-STAMP TO EVENT-STAMP
        PERFORM WRITE-EVENT-LINE
    END-IF
    IF CLOSE-LABEL NOT = SPACES
        MOVE SPACES TO DETAIL-LINE
        MOVE CLOSE-LABEL TO DTL-EVENT
        MOVE CLOSE-BY TO DTL-BY
        MOVE CLOSE-STAMP TO EVENT-STAMP
        PERFORM WRITE-EVENT-LINE
    END-IF.

WRITE-EVENT-LINE.
    MOVE EVENT-STAMP(1:8) TO DTL-DATE
    MOVE EVENT-STAMP(9:2) TO DTL-HH
    MOVE ":" TO DTL-COLON
    MOVE EVENT-STAMP(11:2) TO DTL-MM
    MOVE DETAIL-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-COUNT-SECTION.
    MOVE SPACES TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "REQUESTS ON FILE:" TO CNT-TEXT
    MOVE COUNT-READ TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "REQUESTS LISTED:" TO CNT-TEXT
    MOVE COUNT-LISTED TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "REQUESTED IN PERIOD:" TO CNT-TEXT
    MOVE COUNT-REQUESTED TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "APPROVED IN PERIOD:" TO CNT-TEXT
    MOVE COUNT-APPROVED TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "REJECTED IN PERIOD:" TO CNT-TEXT
    MOVE COUNT-REJECTED TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "EXPIRED IN PERIOD:" TO CNT-TEXT
    MOVE COUNT-EXPIRED TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "RUN IN PERIOD:" TO CNT-TEXT
    MOVE COUNT-RUN TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "STILL OPEN:" TO CNT-TEXT
    MOVE COUNT-OPEN TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "APPROVED BY REQUESTER:" TO CNT-TEXT
    MOVE COUNT-SAME TO CNT-VALUE
    MOVE COUNT-LINE TO APPROVAL-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE APPROVAL-REPORT-RECORD
    IF APPROVAL-REPORT-STATUS NOT = "00"
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
        WHEN "APPREXHR"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 720
                MOVE SHP-VALUE TO APPROVAL-EXPIRY-HOURS
            END-IF
    END-EVALUATE.
