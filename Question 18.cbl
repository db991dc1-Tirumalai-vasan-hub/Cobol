IDENTIFICATION DIVISION.
PROGRAM-ID. INQRESP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INQUIRY-FILE ASSIGN TO "INQREQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INQUIRY-FILE-STATUS.
    SELECT RESPONSE-FILE ASSIGN USING RESPONSE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESPONSE-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "INQPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PENDING-FILE-STATUS.
    SELECT SCAN-REQUEST-FILE ASSIGN TO "SCANREQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SCAN-REQUEST-STATUS.
    SELECT MASTER-FILE ASSIGN TO "NUMMAST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MAST-NUM
        FILE STATUS IS MASTER-FILE-STATUS.
    SELECT STATS-FILE ASSIGN TO "RUNSTATS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATS-FILE-STATUS.
    SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHOP-PARM-STATUS.
    SELECT ENQUEUE-FILE ASSIGN TO "ENQUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-STATUS.
    SELECT ENQUEUE-LOG-FILE ASSIGN TO "ENQLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENQUEUE-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD INQUIRY-FILE.
01 INQUIRY-RECORD.
    05 INQ-REQ-ID         PIC X(10).
    05 FILLER             PIC X(1).
    05 INQ-REQ-NUM        PIC X(10).

FD RESPONSE-FILE.
01 RESPONSE-RECORD.
    05 RSP-TYPE           PIC X.
    05 FILLER             PIC X(1).
    05 RSP-REQ-ID         PIC X(10).
    05 FILLER             PIC X(1).
    05 RSP-NUM            PIC X(10).
    05 FILLER             PIC X(1).
    05 RSP-STATUS         PIC X(8).
    05 FILLER             PIC X(1).
    05 RSP-PALINDROME     PIC X.
    05 FILLER             PIC X(1).
    05 RSP-ARMSTRONG      PIC X.
    05 FILLER             PIC X(1).
    05 RSP-PERFECT        PIC X.
    05 FILLER             PIC X(1).
    05 RSP-PRIME          PIC X.
    05 FILLER             PIC X(1).
    05 RSP-STRONG         PIC X.
    05 FILLER             PIC X(1).
    05 RSP-LAST-VERIFIED  PIC X(8).
    05 FILLER             PIC X(1).
    05 RSP-RECEIVED       PIC X(8).
01 RESPONSE-HEADER-RECORD.
    05 RSH-TYPE           PIC X.
    05 FILLER             PIC X(1).
    05 RSH-FILE-ID        PIC X(8).
    05 FILLER             PIC X(1).
    05 RSH-RUN-STAMP      PIC X(14).
01 RESPONSE-TRAILER-RECORD.
    05 RST-TYPE           PIC X.
    05 FILLER             PIC X(1).
    05 RST-RECEIVED       PIC 9(7).
    05 FILLER             PIC X(1).
    05 RST-ANSWERED       PIC 9(7).
    05 FILLER             PIC X(1).
    05 RST-PENDING        PIC 9(7).
    05 FILLER             PIC X(1).
    05 RST-REFUSED        PIC 9(7).
    05 FILLER             PIC X(1).
    05 RST-DETAIL         PIC 9(7).

FD PENDING-FILE.
01 PENDING-RECORD.
    05 PND-REQ-ID         PIC X(10).
    05 FILLER             PIC X(1).
    05 PND-NUM            PIC 9(9).
    05 FILLER             PIC X(1).
    05 PND-RECEIVED       PIC X(8).

FD SCAN-REQUEST-FILE.
01 SCAN-REQUEST-RECORD.
    05 SRQ-REC-STATUS     PIC X.
    05 FILLER             PIC X(1).
    05 SRQ-REC-CHECK      PIC X.
    05 FILLER             PIC X(1).
    05 SRQ-REC-START      PIC 9(9).
    05 FILLER             PIC X(1).
    05 SRQ-REC-END        PIC 9(9).
    05 FILLER             PIC X(1).
    05 SRQ-REC-ID         PIC 9(5).
    05 FILLER             PIC X(1).
    05 SRQ-REC-OPERATOR   PIC X(8).
    05 FILLER             PIC X(1).
    05 SRQ-REC-PRIORITY   PIC 9.

FD MASTER-FILE.
01 MASTER-RECORD.
    05 MAST-NUM           PIC 9(9).
    05 MAST-PALINDROME    PIC X.
    05 MAST-ARMSTRONG     PIC X.
    05 MAST-PERFECT       PIC X.
    05 MAST-PRIME         PIC X.
    05 MAST-STRONG        PIC X.
    05 MAST-LAST-VERIFIED PIC X(8).

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
01 INQUIRY-FILE-STATUS  PIC XX.
01 RESPONSE-FILE-STATUS PIC XX.
01 PENDING-FILE-STATUS  PIC XX.
01 SCAN-REQUEST-STATUS  PIC XX.
01 MASTER-FILE-STATUS   PIC XX.
01 STATS-FILE-STATUS    PIC XX.
01 SHOP-PARM-STATUS   PIC XX.
01 RESPONSE-NAME PIC X(12) VALUE SPACES.
01 INQUIRY-EOF-SW PIC X VALUE "N".
    88 INQUIRY-EOF VALUE "Y".
01 SHOP-PARM-EOF-SW PIC X VALUE "N".
    88 SHOP-PARM-EOF VALUE "Y".
01 INQUIRY-MISSING-SW PIC X VALUE "N".
    88 INQUIRY-MISSING VALUE "Y".
01 PENDING-EOF-SW PIC X VALUE "N".
    88 PENDING-EOF VALUE "Y".
01 SCANQ-EOF-SW  PIC X VALUE "N".
    88 SCANQ-EOF VALUE "Y".
01 QUEUE-FULL-SW PIC X VALUE "N".
    88 QUEUE-FULL VALUE "Y".
01 REQUEST-COVERED-SW PIC X VALUE "N".
    88 REQUEST-COVERED VALUE "Y".
01 DUPLICATE-SW  PIC X VALUE "N".
    88 DUPLICATE-REQUEST VALUE "Y".
01 FILE-ERROR-SW PIC X VALUE "N".
    88 FILE-ERROR VALUE "Y".
01 RUN-STAMP     PIC X(21).
01 I             PIC 9(4).
01 J             PIC 9(4).
01 FLAG-IX       PIC 9.
01 INQUIRY-NUM   PIC 9(9).
01 RESPONSE-FILE-ID PIC X(8).
01 RESPONSE-REQ-ID PIC X(10).
01 RESPONSE-STATUS PIC X(8).
01 TRAILER-RECEIVED PIC 9(7).
01 TRAILER-ANSWERED PIC 9(7).
01 TRAILER-PENDING  PIC 9(7).
01 TRAILER-REFUSED  PIC 9(7).
01 RECEIVED-DATE PIC X(8).
01 MISSING-COUNT PIC 9 VALUE 0.
01 ANSWER-VERIFIED PIC X(8).
01 ANSWER-TABLE.
    05 ANSWER-FLAG OCCURS 5 TIMES PIC X.
01 FLAG-CHECK-VALUES.
    05 FILLER PIC X VALUE "1".
    05 FILLER PIC X VALUE "2".
    05 FILLER PIC X VALUE "3".
    05 FILLER PIC X VALUE "6".
    05 FILLER PIC X VALUE "7".
01 FLAG-CHECK-TABLE REDEFINES FLAG-CHECK-VALUES.
    05 FLAG-CHECK OCCURS 5 TIMES PIC X.
01 PENDING-COUNT PIC 9(4) VALUE 0.
01 PENDING-TABLE.
    05 PENDING-ENTRY OCCURS 1000 TIMES.
        10 PNT-REQ-ID     PIC X(10).
        10 PNT-NUM        PIC 9(9).
        10 PNT-RECEIVED   PIC X(8).
        10 PNT-DONE       PIC X.
01 SEEN-COUNT    PIC 9(4) VALUE 0.
01 SEEN-TABLE.
    05 SEEN-REQ-ID OCCURS 1000 TIMES PIC X(10).
01 SCANQ-RECORDS PIC 9(4) VALUE 0.
01 SCANQ-LIMIT   PIC 9(4) VALUE 500.
01 DEFAULT-PRIORITY PIC 9 VALUE 5.
01 SCANQ-COUNT   PIC 9(4) VALUE 0.
01 SCANQ-NEW-FIRST PIC 9(4) VALUE 0.
01 NEXT-REQUEST-ID PIC 9(5) VALUE 0.
01 SCANQ-TABLE.
    05 SCANQ-ENTRY OCCURS 500 TIMES.
        10 SRQ-STATUS     PIC X.
        10 SRQ-CHECK      PIC X.
        10 SRQ-START      PIC 9(9).
        10 SRQ-END        PIC 9(9).
        10 SRQ-ID         PIC 9(5).
01 COUNT-FUP-IN      PIC 9(7) VALUE 0.
01 COUNT-FUP-ANSWERED PIC 9(7) VALUE 0.
01 COUNT-FUP-PENDING PIC 9(7) VALUE 0.
01 COUNT-RECEIVED    PIC 9(7) VALUE 0.
01 COUNT-ANSWERED    PIC 9(7) VALUE 0.
01 COUNT-PENDING     PIC 9(7) VALUE 0.
01 COUNT-REFUSED     PIC 9(7) VALUE 0.
01 COUNT-DETAIL      PIC 9(7) VALUE 0.
01 COUNT-QUEUED      PIC 9(7) VALUE 0.
01 COUNT-NOT-QUEUED  PIC 9(7) VALUE 0.
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
01 ENQUEUE-MODE-SW PIC X VALUE "B".
    88 ENQUEUE-INTERACTIVE VALUE "I".
01 ENQUEUE-PROGRAM PIC X(8) VALUE "INQRESP".
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

    PERFORM LOAD-SHOP-PARMS

    OPEN INPUT MASTER-FILE
    IF MASTER-FILE-STATUS NOT = "00"
        DISPLAY "Unable to open NUMMAST.DAT - status "
            MASTER-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "SCANREQ" TO ENQUEUE-NAME
    PERFORM TAKE-ENQUEUE
    PERFORM LOAD-SCAN-QUEUE
    IF NOT ENQUEUE-HELD
        MOVE "Y" TO QUEUE-FULL-SW
        DISPLAY "SCANREQ.DAT is not available - no scans will be "
            "queued."
    END-IF
    PERFORM LOAD-PENDING-REQUESTS

    PERFORM ANSWER-PENDING-REQUESTS
    PERFORM ANSWER-NEW-REQUESTS

    PERFORM REWRITE-PENDING-FILE
    PERFORM APPEND-SCAN-REQUESTS
    PERFORM RELEASE-ENQUEUE

    CLOSE MASTER-FILE

    DISPLAY "Inquiry run complete - " COUNT-RECEIVED " received, "
        COUNT-ANSWERED " answered, " COUNT-PENDING " pending, "
        COUNT-REFUSED " refused."
    DISPLAY "Follow-up - " COUNT-FUP-ANSWERED " answered, "
        COUNT-FUP-PENDING " still pending. " COUNT-QUEUED
        " scan requests queued."

    EVALUATE TRUE
        WHEN FILE-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN COUNT-REFUSED > 0 OR COUNT-NOT-QUEUED > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE

    PERFORM WRITE-RUN-STATS

    STOP RUN.

LOAD-SCAN-QUEUE.
    MOVE 0 TO SCANQ-RECORDS
    MOVE 0 TO SCANQ-COUNT
    MOVE 0 TO NEXT-REQUEST-ID
    OPEN INPUT SCAN-REQUEST-FILE
    IF SCAN-REQUEST-STATUS = "00"
        PERFORM UNTIL SCANQ-EOF
            READ SCAN-REQUEST-FILE
                AT END
                    MOVE "Y" TO SCANQ-EOF-SW
                NOT AT END
                    PERFORM LOAD-SCAN-REQUEST
            END-READ
        END-PERFORM
        CLOSE SCAN-REQUEST-FILE
    END-IF
    ADD 1 TO NEXT-REQUEST-ID
    COMPUTE SCANQ-NEW-FIRST = SCANQ-COUNT + 1
    IF SCANQ-RECORDS >= SCANQ-LIMIT
        MOVE "Y" TO QUEUE-FULL-SW
        DISPLAY "SCANREQ.DAT is at the " SCANQ-LIMIT
            " request capacity - no scans will be queued."
    END-IF.

LOAD-SCAN-REQUEST.
    ADD 1 TO SCANQ-RECORDS
    IF SRQ-REC-ID IS NUMERIC
        IF SRQ-REC-ID >= NEXT-REQUEST-ID
            MOVE SRQ-REC-ID TO NEXT-REQUEST-ID
        END-IF
    END-IF
    IF (SRQ-REC-STATUS = "P" OR "I" OR "H")
            AND SRQ-REC-START IS NUMERIC
            AND SRQ-REC-END IS NUMERIC
            AND SCANQ-COUNT < 500
        ADD 1 TO SCANQ-COUNT
        MOVE SRQ-REC-STATUS TO SRQ-STATUS(SCANQ-COUNT)
        MOVE SRQ-REC-CHECK TO SRQ-CHECK(SCANQ-COUNT)
        MOVE SRQ-REC-START TO SRQ-START(SCANQ-COUNT)
        MOVE SRQ-REC-END TO SRQ-END(SCANQ-COUNT)
        MOVE 0 TO SRQ-ID(SCANQ-COUNT)
    END-IF.

LOAD-PENDING-REQUESTS.
    MOVE 0 TO PENDING-COUNT
    OPEN INPUT PENDING-FILE
    IF PENDING-FILE-STATUS = "00"
        PERFORM UNTIL PENDING-EOF
            READ PENDING-FILE
                AT END
                    MOVE "Y" TO PENDING-EOF-SW
                NOT AT END
                    PERFORM LOAD-PENDING-ENTRY
            END-READ
        END-PERFORM
        CLOSE PENDING-FILE
    END-IF.

LOAD-PENDING-ENTRY.
    IF PND-NUM IS NUMERIC
        IF PENDING-COUNT >= 1000
            DISPLAY "INQPEND.DAT exceeds the 1000 request capacity - "
                "ending run."
            CLOSE PENDING-FILE
            CLOSE MASTER-FILE
            PERFORM RELEASE-ENQUEUE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO PENDING-COUNT
        MOVE PND-REQ-ID TO PNT-REQ-ID(PENDING-COUNT)
        MOVE PND-NUM TO PNT-NUM(PENDING-COUNT)
        MOVE PND-RECEIVED TO PNT-RECEIVED(PENDING-COUNT)
        MOVE "N" TO PNT-DONE(PENDING-COUNT)
    ELSE
        DISPLAY "Invalid pending entry dropped: " PENDING-RECORD
    END-IF.

ANSWER-PENDING-REQUESTS.
    MOVE "INQFUP.DAT" TO RESPONSE-NAME
    OPEN OUTPUT RESPONSE-FILE
    IF RESPONSE-FILE-STATUS NOT = "00"
        DISPLAY "Unable to open INQFUP.DAT - ending run."
        CLOSE MASTER-FILE
        PERFORM RELEASE-ENQUEUE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "INQFUP" TO RESPONSE-FILE-ID
    PERFORM WRITE-RESPONSE-HEADER
    MOVE 0 TO COUNT-DETAIL

    MOVE 1 TO I
    PERFORM UNTIL I > PENDING-COUNT
        ADD 1 TO COUNT-FUP-IN
        MOVE PNT-NUM(I) TO INQUIRY-NUM
        PERFORM LOOKUP-NUMBER
        IF MISSING-COUNT = 0
            MOVE "Y" TO PNT-DONE(I)
            ADD 1 TO COUNT-FUP-ANSWERED
            MOVE "ANSWERED" TO RESPONSE-STATUS
            MOVE PNT-REQ-ID(I) TO RESPONSE-REQ-ID
            MOVE PNT-RECEIVED(I) TO RECEIVED-DATE
            PERFORM WRITE-RESPONSE-DETAIL
        ELSE
            ADD 1 TO COUNT-FUP-PENDING
            PERFORM QUEUE-MISSING-CHECKS
        END-IF
        ADD 1 TO I
    END-PERFORM

    MOVE COUNT-FUP-IN TO TRAILER-RECEIVED
    MOVE COUNT-FUP-ANSWERED TO TRAILER-ANSWERED
    MOVE COUNT-FUP-PENDING TO TRAILER-PENDING
    MOVE 0 TO TRAILER-REFUSED
    PERFORM WRITE-RESPONSE-TRAILER
    CLOSE RESPONSE-FILE.

ANSWER-NEW-REQUESTS.
    MOVE "INQRESP.DAT" TO RESPONSE-NAME
    OPEN OUTPUT RESPONSE-FILE
    IF RESPONSE-FILE-STATUS NOT = "00"
        DISPLAY "Unable to open INQRESP.DAT - new requests not "
            "answered."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE "INQRESP" TO RESPONSE-FILE-ID
        PERFORM WRITE-RESPONSE-HEADER
        MOVE 0 TO COUNT-DETAIL

        OPEN INPUT INQUIRY-FILE
        IF INQUIRY-FILE-STATUS NOT = "00"
            DISPLAY "No inquiry file INQREQ.DAT - no new requests."
            MOVE "Y" TO INQUIRY-MISSING-SW
        ELSE
            PERFORM UNTIL INQUIRY-EOF
                READ INQUIRY-FILE
                    AT END
                        MOVE "Y" TO INQUIRY-EOF-SW
                    NOT AT END
                        IF INQUIRY-RECORD NOT = SPACES
                            PERFORM ANSWER-INQUIRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INQUIRY-FILE
        END-IF

        MOVE COUNT-RECEIVED TO TRAILER-RECEIVED
        MOVE COUNT-ANSWERED TO TRAILER-ANSWERED
        MOVE COUNT-PENDING TO TRAILER-PENDING
        MOVE COUNT-REFUSED TO TRAILER-REFUSED
        PERFORM WRITE-RESPONSE-TRAILER
        CLOSE RESPONSE-FILE

        IF NOT INQUIRY-MISSING AND NOT FILE-ERROR
            OPEN OUTPUT INQUIRY-FILE
            CLOSE INQUIRY-FILE
        END-IF
    END-IF.

ANSWER-INQUIRY.
    ADD 1 TO COUNT-RECEIVED
    MOVE INQ-REQ-ID TO RESPONSE-REQ-ID
    MOVE RUN-STAMP(1:8) TO RECEIVED-DATE
    PERFORM CHECK-DUPLICATE-REQUEST
    EVALUATE TRUE
        WHEN INQ-REQ-ID = SPACES
            MOVE "INVALID" TO RESPONSE-STATUS
        WHEN FUNCTION TEST-NUMVAL(INQ-REQ-NUM) NOT = 0
            MOVE "INVALID" TO RESPONSE-STATUS
        WHEN FUNCTION NUMVAL(INQ-REQ-NUM) < 0
                OR FUNCTION NUMVAL(INQ-REQ-NUM) > 999999999
                OR FUNCTION NUMVAL(INQ-REQ-NUM) NOT =
                    FUNCTION INTEGER(FUNCTION NUMVAL(INQ-REQ-NUM))
            MOVE "INVALID" TO RESPONSE-STATUS
        WHEN DUPLICATE-REQUEST
            MOVE "DUPLICAT" TO RESPONSE-STATUS
        WHEN SEEN-COUNT >= 1000
            MOVE "RETRY" TO RESPONSE-STATUS
        WHEN OTHER
            MOVE SPACES TO RESPONSE-STATUS
    END-EVALUATE

    IF RESPONSE-STATUS NOT = SPACES
        ADD 1 TO COUNT-REFUSED
        MOVE SPACES TO ANSWER-TABLE
        MOVE SPACES TO ANSWER-VERIFIED
        PERFORM WRITE-REFUSED-DETAIL
    ELSE
        ADD 1 TO SEEN-COUNT
        MOVE INQ-REQ-ID TO SEEN-REQ-ID(SEEN-COUNT)
        COMPUTE INQUIRY-NUM = FUNCTION NUMVAL(INQ-REQ-NUM)
        PERFORM LOOKUP-NUMBER
        IF MISSING-COUNT = 0
            ADD 1 TO COUNT-ANSWERED
            MOVE "ANSWERED" TO RESPONSE-STATUS
        ELSE
            IF PENDING-COUNT >= 1000
                ADD 1 TO COUNT-REFUSED
                MOVE "RETRY" TO RESPONSE-STATUS
            ELSE
                ADD 1 TO COUNT-PENDING
                MOVE "PENDING" TO RESPONSE-STATUS
                ADD 1 TO PENDING-COUNT
                MOVE INQ-REQ-ID TO PNT-REQ-ID(PENDING-COUNT)
                MOVE INQUIRY-NUM TO PNT-NUM(PENDING-COUNT)
                MOVE RECEIVED-DATE TO PNT-RECEIVED(PENDING-COUNT)
                MOVE "N" TO PNT-DONE(PENDING-COUNT)
                PERFORM QUEUE-MISSING-CHECKS
            END-IF
        END-IF
        PERFORM WRITE-RESPONSE-DETAIL
    END-IF.

CHECK-DUPLICATE-REQUEST.
    MOVE "N" TO DUPLICATE-SW
    MOVE 1 TO J
    PERFORM UNTIL J > SEEN-COUNT OR DUPLICATE-REQUEST
        IF SEEN-REQ-ID(J) = INQ-REQ-ID
            MOVE "Y" TO DUPLICATE-SW
        END-IF
        ADD 1 TO J
    END-PERFORM
    MOVE 1 TO J
    PERFORM UNTIL J > PENDING-COUNT OR DUPLICATE-REQUEST
        IF PNT-REQ-ID(J) = INQ-REQ-ID AND PNT-DONE(J) = "N"
            MOVE "Y" TO DUPLICATE-SW
        END-IF
        ADD 1 TO J
    END-PERFORM.

LOOKUP-NUMBER.
    MOVE SPACES TO ANSWER-TABLE
    MOVE SPACES TO ANSWER-VERIFIED
    MOVE INQUIRY-NUM TO MAST-NUM
    READ MASTER-FILE
        INVALID KEY
            MOVE SPACES TO MASTER-RECORD
        NOT INVALID KEY
            MOVE MAST-PALINDROME TO ANSWER-FLAG(1)
            MOVE MAST-ARMSTRONG TO ANSWER-FLAG(2)
            MOVE MAST-PERFECT TO ANSWER-FLAG(3)
            MOVE MAST-PRIME TO ANSWER-FLAG(4)
            MOVE MAST-STRONG TO ANSWER-FLAG(5)
            MOVE MAST-LAST-VERIFIED TO ANSWER-VERIFIED
    END-READ

    IF INQUIRY-NUM < 1
        MOVE "N" TO ANSWER-FLAG(3)
    END-IF
    IF INQUIRY-NUM < 2
        MOVE "N" TO ANSWER-FLAG(4)
    END-IF

    MOVE 0 TO MISSING-COUNT
    MOVE 1 TO FLAG-IX
    PERFORM UNTIL FLAG-IX > 5
        IF ANSWER-FLAG(FLAG-IX) NOT = "Y"
                AND ANSWER-FLAG(FLAG-IX) NOT = "N"
            MOVE "-" TO ANSWER-FLAG(FLAG-IX)
            ADD 1 TO MISSING-COUNT
        END-IF
        ADD 1 TO FLAG-IX
    END-PERFORM.

QUEUE-MISSING-CHECKS.
    MOVE 1 TO FLAG-IX
    PERFORM UNTIL FLAG-IX > 5
        IF ANSWER-FLAG(FLAG-IX) = "-"
            PERFORM QUEUE-ONE-CHECK
        END-IF
        ADD 1 TO FLAG-IX
    END-PERFORM.

QUEUE-ONE-CHECK.
    MOVE "N" TO REQUEST-COVERED-SW
    MOVE 1 TO J
    PERFORM UNTIL J > SCANQ-COUNT OR REQUEST-COVERED
        IF SRQ-CHECK(J) = FLAG-CHECK(FLAG-IX)
                AND SRQ-START(J) <= INQUIRY-NUM
                AND SRQ-END(J) >= INQUIRY-NUM
            MOVE "Y" TO REQUEST-COVERED-SW
        END-IF
        ADD 1 TO J
    END-PERFORM

    IF NOT REQUEST-COVERED
        IF QUEUE-FULL OR SCANQ-COUNT >= 500
            ADD 1 TO COUNT-NOT-QUEUED
        ELSE
            ADD 1 TO SCANQ-COUNT
            ADD 1 TO SCANQ-RECORDS
            MOVE "P" TO SRQ-STATUS(SCANQ-COUNT)
            MOVE FLAG-CHECK(FLAG-IX) TO SRQ-CHECK(SCANQ-COUNT)
            MOVE INQUIRY-NUM TO SRQ-START(SCANQ-COUNT)
            MOVE INQUIRY-NUM TO SRQ-END(SCANQ-COUNT)
            MOVE NEXT-REQUEST-ID TO SRQ-ID(SCANQ-COUNT)
            ADD 1 TO NEXT-REQUEST-ID
            ADD 1 TO COUNT-QUEUED
            IF SCANQ-RECORDS >= SCANQ-LIMIT
                MOVE "Y" TO QUEUE-FULL-SW
                DISPLAY "SCANREQ.DAT reached the " SCANQ-LIMIT
                    " request capacity - further scans not queued."
            END-IF
        END-IF
    END-IF.

WRITE-RESPONSE-HEADER.
    MOVE SPACES TO RESPONSE-RECORD
    MOVE "H" TO RSH-TYPE
    MOVE RESPONSE-FILE-ID TO RSH-FILE-ID
    MOVE RUN-STAMP(1:14) TO RSH-RUN-STAMP
    PERFORM WRITE-RESPONSE-RECORD.

WRITE-RESPONSE-DETAIL.
    MOVE SPACES TO RESPONSE-RECORD
    MOVE "D" TO RSP-TYPE
    MOVE RESPONSE-REQ-ID TO RSP-REQ-ID
    MOVE INQUIRY-NUM TO RSP-NUM
    MOVE RESPONSE-STATUS TO RSP-STATUS
    MOVE ANSWER-FLAG(1) TO RSP-PALINDROME
    MOVE ANSWER-FLAG(2) TO RSP-ARMSTRONG
    MOVE ANSWER-FLAG(3) TO RSP-PERFECT
    MOVE ANSWER-FLAG(4) TO RSP-PRIME
    MOVE ANSWER-FLAG(5) TO RSP-STRONG
    MOVE ANSWER-VERIFIED TO RSP-LAST-VERIFIED
    MOVE RECEIVED-DATE TO RSP-RECEIVED
    ADD 1 TO COUNT-DETAIL
    PERFORM WRITE-RESPONSE-RECORD.

WRITE-REFUSED-DETAIL.
    MOVE SPACES TO RESPONSE-RECORD
    MOVE "D" TO RSP-TYPE
    MOVE INQ-REQ-ID TO RSP-REQ-ID
    MOVE INQ-REQ-NUM TO RSP-NUM
    MOVE RESPONSE-STATUS TO RSP-STATUS
    MOVE RECEIVED-DATE TO RSP-RECEIVED
    ADD 1 TO COUNT-DETAIL
    PERFORM WRITE-RESPONSE-RECORD.

WRITE-RESPONSE-TRAILER.
    MOVE SPACES TO RESPONSE-RECORD
    MOVE "T" TO RST-TYPE
    MOVE TRAILER-RECEIVED TO RST-RECEIVED
    MOVE TRAILER-ANSWERED TO RST-ANSWERED
    MOVE TRAILER-PENDING TO RST-PENDING
    MOVE TRAILER-REFUSED TO RST-REFUSED
    MOVE COUNT-DETAIL TO RST-DETAIL
    PERFORM WRITE-RESPONSE-RECORD.

WRITE-RESPONSE-RECORD.
    WRITE RESPONSE-RECORD
    IF RESPONSE-FILE-STATUS NOT = "00"
        MOVE "Y" TO FILE-ERROR-SW
    END-IF.

REWRITE-PENDING-FILE.
    OPEN OUTPUT PENDING-FILE
    IF PENDING-FILE-STATUS NOT = "00"
        DISPLAY "Unable to rewrite INQPEND.DAT."
        MOVE "Y" TO FILE-ERROR-SW
    ELSE
        MOVE 1 TO I
        PERFORM UNTIL I > PENDING-COUNT
            IF PNT-DONE(I) = "N"
                MOVE SPACES TO PENDING-RECORD
                MOVE PNT-REQ-ID(I) TO PND-REQ-ID
                MOVE PNT-NUM(I) TO PND-NUM
                MOVE PNT-RECEIVED(I) TO PND-RECEIVED
                WRITE PENDING-RECORD
                IF PENDING-FILE-STATUS NOT = "00"
                    MOVE "Y" TO FILE-ERROR-SW
                END-IF
            END-IF
            ADD 1 TO I
        END-PERFORM
        CLOSE PENDING-FILE
    END-IF.

APPEND-SCAN-REQUESTS.
    IF SCANQ-COUNT >= SCANQ-NEW-FIRST
        OPEN EXTEND SCAN-REQUEST-FILE
        IF SCAN-REQUEST-STATUS NOT = "00"
            OPEN OUTPUT SCAN-REQUEST-FILE
        END-IF
        IF SCAN-REQUEST-STATUS NOT = "00"
            DISPLAY "Unable to open SCANREQ.DAT - scans not queued."
            MOVE "Y" TO FILE-ERROR-SW
        ELSE
            MOVE SCANQ-NEW-FIRST TO I
            PERFORM UNTIL I > SCANQ-COUNT
                MOVE SPACES TO SCAN-REQUEST-RECORD
                MOVE SRQ-STATUS(I) TO SRQ-REC-STATUS
                MOVE SRQ-CHECK(I) TO SRQ-REC-CHECK
                MOVE SRQ-START(I) TO SRQ-REC-START
                MOVE SRQ-END(I) TO SRQ-REC-END
                MOVE SRQ-ID(I) TO SRQ-REC-ID
                MOVE "INQRESP" TO SRQ-REC-OPERATOR
                MOVE DEFAULT-PRIORITY TO SRQ-REC-PRIORITY
                WRITE SCAN-REQUEST-RECORD
                IF SCAN-REQUEST-STATUS NOT = "00"
                    MOVE "Y" TO FILE-ERROR-SW
                END-IF
                ADD 1 TO I
            END-PERFORM
            CLOSE SCAN-REQUEST-FILE
        END-IF
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
        MOVE "INQRESP" TO STAT-PROGRAM
        MOVE RUN-STAMP TO STAT-START
        MOVE FUNCTION CURRENT-DATE TO STAT-END
        MOVE SPACES TO STAT-MODE
        MOVE COUNT-RECEIVED TO STAT-CHECKED
        MOVE COUNT-REFUSED TO STAT-REJECTED
        MOVE 0 TO STAT-DISCREPANCIES
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
        WHEN "SCANQMAX"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 500
                MOVE SHP-VALUE TO SCANQ-LIMIT
            END-IF
        WHEN "SCANPRTY"
            IF SHP-VALUE >= 1 AND SHP-VALUE <= 9
                MOVE SHP-VALUE TO DEFAULT-PRIORITY
            END-IF
        WHEN "ENQWAIT"
            IF SHP-VALUE <= 3600
                MOVE SHP-VALUE TO ENQUEUE-WAIT-LIMIT
            END-IF
    END-EVALUATE.

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
