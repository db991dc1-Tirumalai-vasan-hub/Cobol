    SELECT FINDINGS-FILE ASSIGN TO "FINDINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FINDINGS-FILE-STATUS.
    SELECT RELATION-FILE ASSIGN TO "RELATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RELATION-FILE-STATUS.
    SELECT CATALOG-REPORT-FILE ASSIGN TO "FNDCATRP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-REPORT-STATUS.
    05 FILLER             PIC X(1).
    05 FND-DATE           PIC X(8).

FD RELATION-FILE.
01 RELATION-RECORD.
    05 REL-TYPE           PIC X.
    05 FILLER             PIC X(1).
    05 REL-LENGTH         PIC 9(2).
    05 FILLER             PIC X(1).
    05 REL-DATE           PIC X(8).
    05 FILLER             PIC X(1).
    05 REL-REQUEST-ID     PIC 9(5).
    05 REL-MEMBER-SLOT OCCURS 30 TIMES.
        10 FILLER         PIC X(1).
        10 REL-MEMBER     PIC 9(9).

FD CATALOG-REPORT-FILE.
01 CATALOG-REPORT-RECORD PIC X(80).


WORKING-STORAGE SECTION.
01 FINDINGS-FILE-STATUS PIC XX.
01 RELATION-FILE-STATUS PIC XX.
01 CATALOG-REPORT-STATUS PIC XX.
01 EXPORT-FILE-STATUS  PIC XX.
01 FINDINGS-EOF-SW PIC X VALUE "N".
    88 FINDINGS-EOF VALUE "Y".
01 TABLE-FULL-SW PIC X VALUE "N".
    88 TABLE-FULL VALUE "Y".
01 RELATION-EOF-SW PIC X VALUE "N".
    88 RELATION-EOF VALUE "Y".
01 RELATION-MISSING-SW PIC X VALUE "N".
    88 RELATION-MISSING VALUE "Y".
01 RELATION-FULL-SW PIC X VALUE "N".
    88 RELATION-FULL VALUE "Y".
01 RELATION-VALID-SW PIC X VALUE "N".
    88 RELATION-VALID VALUE "Y".
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 RUN-STAMP     PIC X(21).
01 WORK-CHECK      PIC X.
01 WORK-NUM        PIC 9(9).
01 WORK-DATE       PIC X(8).
01 RELATIONS-READ  PIC 9(7) VALUE 0.
01 RELATIONS-BAD   PIC 9(7) VALUE 0.
01 RELATION-COUNT  PIC 9(4) VALUE 0.
01 MEMBER-IX       PIC 9(2) VALUE 0.
01 MEMBER-SLOT     PIC 9 VALUE 0.
01 RELATION-TABLE.
    05 RELATION-ENTRY OCCURS 200 TIMES.
        10 RLT-TYPE       PIC X.
        10 RLT-LENGTH     PIC 9(2).
        10 RLT-TIMES      PIC 9(5).
        10 RLT-FIRST-DATE PIC X(8).
        10 RLT-LAST-DATE  PIC X(8).
        10 RLT-MEMBER     PIC 9(9) OCCURS 30 TIMES.
01 FINDING-TABLE.
    05 FINDING-ENTRY OCCURS 2000 TIMES.
        10 FNT-CHECK      PIC X.
    05 SUM-UNIQUE    PIC ZZZZ9.
    05 FILLER        PIC X(12) VALUE "  REJECTED: ".
    05 SUM-BAD       PIC ZZZZZZ9.
01 RELATION-HEADING-LINE.
    05 FILLER        PIC X(34)
        VALUE "AMICABLE PAIRS AND SOCIABLE CHAINS".
01 RELATION-LINE.
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 RLL-NAME      PIC X(9).
    05 FILLER        PIC X(8)  VALUE " LENGTH ".
    05 RLL-LENGTH    PIC Z9.
    05 FILLER        PIC X(8)  VALUE "  FOUND ".
    05 RLL-TIMES     PIC ZZZZ9.
    05 FILLER        PIC X(14) VALUE " TIMES, FIRST ".
    05 RLL-FIRST     PIC X(8).
    05 FILLER        PIC X(7)  VALUE " LAST ".
    05 RLL-LAST      PIC X(8).
01 MEMBER-LINE.
    05 FILLER        PIC X(4)  VALUE SPACES.
    05 MBL-SLOT OCCURS 6 TIMES.
        10 MBL-VALUE  PIC ZZZZZZZZ9.
        10 FILLER     PIC X(2).
01 RELATION-TOTAL-LINE.
    05 FILLER        PIC X(20)
        VALUE "  UNIQUE RELATIONS: ".
    05 RTL-COUNT     PIC ZZZZ9.
01 RELATION-SUMMARY-LINE.
    05 FILLER        PIC X(16) VALUE "RELATIONS READ: ".
    05 RSM-READ      PIC ZZZZZZ9.
    05 FILLER        PIC X(10) VALUE "  UNIQUE: ".
    05 RSM-UNIQUE    PIC ZZZZ9.
    05 FILLER        PIC X(12) VALUE "  REJECTED: ".
    05 RSM-BAD       PIC ZZZZZZ9.
01 EXPORT-NUM-OUT  PIC 9(9).
01 EXPORT-TIMES-OUT PIC 9(5).

    END-PERFORM
    CLOSE FINDINGS-FILE

    PERFORM LOAD-RELATIONS

    OPEN OUTPUT CATALOG-REPORT-FILE
    IF CATALOG-REPORT-STATUS NOT = "00"
        DISPLAY "Unable to open FNDCATRP.DAT - ending run."
        WHEN TABLE-FULL
            DISPLAY "Finding table overflow - catalog incomplete."
            MOVE 4 TO RETURN-CODE
        WHEN RELATION-FULL
            DISPLAY "Relation table overflow - catalog incomplete."
            MOVE 4 TO RETURN-CODE
        WHEN RECORDS-BAD > 0 OR RELATIONS-BAD > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

LOAD-RELATIONS.
    OPEN INPUT RELATION-FILE
    IF RELATION-FILE-STATUS NOT = "00"
        MOVE "Y" TO RELATION-MISSING-SW
    ELSE
        PERFORM UNTIL RELATION-EOF
            READ RELATION-FILE
                AT END
                    MOVE "Y" TO RELATION-EOF-SW
                NOT AT END
                    PERFORM LOAD-RELATION-RECORD
            END-READ
        END-PERFORM
        CLOSE RELATION-FILE
    END-IF.

LOAD-RELATION-RECORD.
    ADD 1 TO RELATIONS-READ
    MOVE "N" TO RELATION-VALID-SW
    IF (REL-TYPE = "A" OR "S")
            AND REL-LENGTH IS NUMERIC
        IF REL-LENGTH >= 2 AND REL-LENGTH <= 30
            MOVE "Y" TO RELATION-VALID-SW
            MOVE 1 TO MEMBER-IX
            PERFORM UNTIL MEMBER-IX > REL-LENGTH
                IF REL-MEMBER(MEMBER-IX) IS NOT NUMERIC
                    MOVE "N" TO RELATION-VALID-SW
                END-IF
                ADD 1 TO MEMBER-IX
            END-PERFORM
        END-IF
    END-IF
    IF RELATION-VALID
        PERFORM FIND-OR-ADD-RELATION
    ELSE
        ADD 1 TO RELATIONS-BAD
    END-IF.

FIND-OR-ADD-RELATION.
    MOVE 0 TO ENTRY-FOUND
    MOVE 0 TO INSERT-AT
    MOVE 1 TO I
    PERFORM UNTIL I > RELATION-COUNT
            OR ENTRY-FOUND > 0 OR INSERT-AT > 0
        EVALUATE TRUE
            WHEN RLT-TYPE(I) = REL-TYPE
                    AND RLT-MEMBER(I, 1) = REL-MEMBER(1)
                MOVE I TO ENTRY-FOUND
            WHEN RLT-TYPE(I) > REL-TYPE
                MOVE I TO INSERT-AT
            WHEN RLT-TYPE(I) = REL-TYPE
                    AND RLT-MEMBER(I, 1) > REL-MEMBER(1)
                MOVE I TO INSERT-AT
            WHEN OTHER
                ADD 1 TO I
        END-EVALUATE
    END-PERFORM

    IF ENTRY-FOUND > 0
        ADD 1 TO RLT-TIMES(ENTRY-FOUND)
        IF REL-DATE < RLT-FIRST-DATE(ENTRY-FOUND)
            MOVE REL-DATE TO RLT-FIRST-DATE(ENTRY-FOUND)
        END-IF
        IF REL-DATE > RLT-LAST-DATE(ENTRY-FOUND)
            MOVE REL-DATE TO RLT-LAST-DATE(ENTRY-FOUND)
        END-IF
    ELSE
        IF RELATION-COUNT >= 200
            MOVE "Y" TO RELATION-FULL-SW
        ELSE
            IF INSERT-AT = 0
                COMPUTE INSERT-AT = RELATION-COUNT + 1
            END-IF
            MOVE RELATION-COUNT TO J
            ADD 1 TO RELATION-COUNT
            PERFORM UNTIL J < INSERT-AT
                MOVE RELATION-ENTRY(J) TO RELATION-ENTRY(J + 1)
                SUBTRACT 1 FROM J
            END-PERFORM
            MOVE REL-TYPE TO RLT-TYPE(INSERT-AT)
            MOVE REL-LENGTH TO RLT-LENGTH(INSERT-AT)
            MOVE 1 TO RLT-TIMES(INSERT-AT)
            MOVE REL-DATE TO RLT-FIRST-DATE(INSERT-AT)
            MOVE REL-DATE TO RLT-LAST-DATE(INSERT-AT)
            MOVE 1 TO MEMBER-IX
            PERFORM UNTIL MEMBER-IX > 30
                IF MEMBER-IX > REL-LENGTH
                    MOVE 0 TO RLT-MEMBER(INSERT-AT, MEMBER-IX)
                ELSE
                    MOVE REL-MEMBER(MEMBER-IX)
                        TO RLT-MEMBER(INSERT-AT, MEMBER-IX)
                END-IF
                ADD 1 TO MEMBER-IX
            END-PERFORM
        END-IF
    END-IF.

SET-CHECK-NAME.
    EVALUATE WORK-CHECK
        WHEN "1"
        PERFORM WRITE-SECTION-TOTAL
    END-IF

    PERFORM WRITE-RELATION-SECTION

    MOVE SPACES TO CATALOG-REPORT-RECORD
    PERFORM WRITE-CATALOG-LINE
    MOVE RECORDS-READ TO SUM-READ
        MOVE "FINDING TABLE OVERFLOW - CATALOG INCOMPLETE"
            TO CATALOG-REPORT-RECORD
        PERFORM WRITE-CATALOG-LINE
    END-IF
    MOVE RELATIONS-READ TO RSM-READ
    MOVE RELATION-COUNT TO RSM-UNIQUE
    MOVE RELATIONS-BAD TO RSM-BAD
    MOVE RELATION-SUMMARY-LINE TO CATALOG-REPORT-RECORD
    PERFORM WRITE-CATALOG-LINE
    IF RELATION-FULL
        MOVE "RELATION TABLE OVERFLOW - CATALOG INCOMPLETE"
            TO CATALOG-REPORT-RECORD
        PERFORM WRITE-CATALOG-LINE
    END-IF.

WRITE-RELATION-SECTION.
    MOVE SPACES TO CATALOG-REPORT-RECORD
    PERFORM WRITE-CATALOG-LINE
    MOVE RELATION-HEADING-LINE TO CATALOG-REPORT-RECORD
    PERFORM WRITE-CATALOG-LINE
    IF RELATION-MISSING
        MOVE "  RELATION.DAT NOT FOUND - NO ALIQUOT SCANS RUN"
            TO CATALOG-REPORT-RECORD
        PERFORM WRITE-CATALOG-LINE
    END-IF

    MOVE 1 TO I
    PERFORM UNTIL I > RELATION-COUNT
        IF RLT-TYPE(I) = "A"
            MOVE "AMICABLE" TO RLL-NAME
        ELSE
            MOVE "SOCIABLE" TO RLL-NAME
        END-IF
        MOVE RLT-LENGTH(I) TO RLL-LENGTH
        MOVE RLT-TIMES(I) TO RLL-TIMES
        MOVE RLT-FIRST-DATE(I) TO RLL-FIRST
        MOVE RLT-LAST-DATE(I) TO RLL-LAST
        MOVE RELATION-LINE TO CATALOG-REPORT-RECORD
        PERFORM WRITE-CATALOG-LINE

        MOVE SPACES TO MEMBER-LINE
        MOVE 0 TO MEMBER-SLOT
        MOVE 1 TO MEMBER-IX
        PERFORM UNTIL MEMBER-IX > RLT-LENGTH(I)
            ADD 1 TO MEMBER-SLOT
            MOVE RLT-MEMBER(I, MEMBER-IX) TO MBL-VALUE(MEMBER-SLOT)
            IF MEMBER-SLOT = 6
                MOVE MEMBER-LINE TO CATALOG-REPORT-RECORD
                PERFORM WRITE-CATALOG-LINE
                MOVE SPACES TO MEMBER-LINE
                MOVE 0 TO MEMBER-SLOT
            END-IF
            ADD 1 TO MEMBER-IX
        END-PERFORM
        IF MEMBER-SLOT > 0
            MOVE MEMBER-LINE TO CATALOG-REPORT-RECORD
            PERFORM WRITE-CATALOG-LINE
        END-IF
        ADD 1 TO I
    END-PERFORM

    MOVE RELATION-COUNT TO RTL-COUNT
    MOVE RELATION-TOTAL-LINE TO CATALOG-REPORT-RECORD
    PERFORM WRITE-CATALOG-LINE.

WRITE-SECTION-HEADING.
    MOVE SPACES TO CATALOG-REPORT-RECORD
    PERFORM WRITE-CATALOG-LINE
