    SELECT GAP-REQUEST-FILE ASSIGN TO "COVGAPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GAP-REQUEST-STATUS.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
    05 FILLER             PIC X(1).
    05 GAP-REC-PRIORITY   PIC 9.

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
01 MASTER-FILE-STATUS   PIC XX.
01 COVERAGE-REPORT-STATUS PIC XX.
01 GAP-REQUEST-STATUS   PIC XX.
01 SHOP-PARM-STATUS   PIC XX.
01 MASTER-EOF-SW PIC X VALUE "N".
    88 MASTER-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 RUN-STAMP     PIC X(21).
01 VERIFIED-AGE  PIC S9(7).
01 RECORD-COUNT  PIC 9(7) VALUE 0.
01 GAP-LINE-COUNT PIC 9(5) VALUE 0.
01 DEFAULT-PRIORITY PIC 9 VALUE 5.
01 I             PIC 9(4).
01 J             PIC 9(4).
01 WORK-FLAG     PIC X.
    COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(RUN-DATE))

    PERFORM LOAD-SHOP-PARMS

    MOVE 1 TO I
    PERFORM UNTIL I > 5
        MOVE "N" TO CVS-IN-RUN(I)
    MOVE GAP-END TO GAP-REC-END
    MOVE 0 TO GAP-REC-ID
    MOVE "MASTCOV" TO GAP-REC-OPERATOR
    MOVE DEFAULT-PRIORITY TO GAP-REC-PRIORITY
    WRITE GAP-REQUEST-RECORD
    IF GAP-REQUEST-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    IF COVERAGE-REPORT-STATUS NOT = "00"
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
        WHEN "SCANPRTY"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9
                MOVE SHP-VALUE TO DEFAULT-PRIORITY
            END-IF
    END-EVALUATE.
