           SELECT MAINT-REPORT-FILE ASSIGN TO 'acctmnt.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'pendmaint.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-ITEM-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO 'procdate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-ACCT-TYPE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO 'txnhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TXNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
           05 PD-PROC-DATE        PIC X(8).
           05 PD-CYCLE-STATUS     PIC X(1).
           05 PD-PRIOR-DATE       PIC X(8).
           05 PD-OPENED-BY        PIC X(8).

       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MST-ACCT-NO         PIC X(10).
           05 MST-ACCRUED-INT     PIC S9(11)V99.
           05 MST-LAST-POSTED     PIC 9(8).
           05 MST-STATUS          PIC X(1).
           05 MST-ACTIVITY-DATE   PIC 9(8).
           05 MST-OPEN-DATE       PIC 9(8).
           05 MST-MATURITY-DATE   PIC 9(8).
           05 MST-MATURITY-INSTR  PIC X(1).
           05 MST-TERM-MONTHS     PIC 9(3).
           05 MST-TERM-INT-BASE   PIC S9(11)V99.
           05 FILLER              PIC X(20).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PRD-ACCT-TYPE       PIC X(2).
           05 PRD-DESCRIPTION     PIC X(30).
           05 PRD-MODE-SIMPLE     PIC X(1).
           05 PRD-MODE-MONTHLY    PIC X(1).
           05 PRD-MODE-DAILY      PIC X(1).
           05 PRD-MIN-TERM        PIC 9(5).
           05 PRD-MAX-TERM        PIC 9(5).
           05 PRD-MIN-OPEN-BAL    PIC S9(11)V99.
           05 PRD-TAX-CODE        PIC X(2).
           05 PRD-STATUS          PIC X(1).
           05 PRD-LAST-MAINT      PIC 9(8).
           05 PRD-DEBIT-INTEREST  PIC X(1).
           05 FILLER              PIC X(19).

       FD TRANS-FILE.
       01 TRANS-RECORD.
           05 MT-AMOUNT           PIC X(13).
           05 MT-OPERATOR-ID      PIC X(8).
           05 MT-REASON           PIC X(30).
           05 MT-TERM-MONTHS      PIC X(3).
           05 MT-MATURITY-INSTR   PIC X(1).

       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(120).

       FD TXNHIST-FILE.
       01 TXNHIST-RECORD.
           05 TH-KEY.
               10 TH-ACCT-NO      PIC X(10).
               10 TH-POST-DATE    PIC 9(8).
               10 TH-SEQ-NO       PIC 9(5).
           05 TH-TXN-TYPE         PIC X(2).
           05 TH-GROSS            PIC S9(11)V99.
           05 TH-TAX              PIC S9(11)V99.
           05 TH-NET              PIC S9(11)V99.
           05 TH-RUNNING-BAL      PIC S9(11)V99.
           05 TH-BALANCE-IND      PIC X(1).
           05 TH-SOURCE           PIC X(8).
           05 TH-POST-TIME        PIC 9(6).
           05 TH-DESCRIPTION      PIC X(24).
           05 FILLER              PIC X(20).

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD     PIC X(100).

       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PQ-ITEM-ID.
               10 PQ-SOURCE       PIC X(8).
               10 PQ-QUEUE-DATE   PIC 9(8).
               10 PQ-QUEUE-TIME   PIC 9(6).
               10 PQ-QUEUE-SEQ    PIC 9(5).
           05 PQ-ACTION           PIC X(1).
           05 PQ-SUBJECT          PIC X(10).
           05 PQ-AMOUNT           PIC S9(11)V99.
           05 PQ-MAKER-ID         PIC X(8).
           05 PQ-STATUS           PIC X(1).
           05 PQ-APPROVALS-REQ    PIC 9(1).
           05 PQ-APPROVER-1       PIC X(8).
           05 PQ-APPROVER-2       PIC X(8).
           05 PQ-REJECTED-BY      PIC X(8).
           05 PQ-DECISION-DATE    PIC 9(8).
           05 PQ-APPLIED-DATE     PIC 9(8).
           05 PQ-STATUS-REASON    PIC X(40).
           05 PQ-TRANS-IMAGE      PIC X(120).
           05 FILLER              PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-TRANS-FILE-STATUS    PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-MAINT-REPORT-STATUS  PIC XX.
       01 WS-PENDING-FILE-STATUS  PIC XX.
       01 WS-PRODUCT-FILE-STATUS  PIC XX.
       01 WS-PRODUCT-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-TXNHIST-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-TXNHIST-WRITTEN      PIC X VALUE 'N'.
       01 WS-TXNHIST-WARNED       PIC X VALUE 'N'.

       01 WS-TRANS-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-TRANS-AVAILABLE      PIC X VALUE 'Y'.
       01 WS-PENDING-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-PENDING-WRITTEN      PIC X VALUE 'N'.
       01 WS-QUEUE-SOURCE         PIC X(8) VALUE 'ACCTMNT '.
       01 WS-QUEUE-SEQ            PIC 9(5) VALUE 0.
       01 WS-TRANS-VALID          PIC X VALUE 'Y'.
       01 WS-TRANS-REASON         PIC X(40) VALUE SPACES.
       01 WS-MASTER-FOUND         PIC X VALUE 'N'.
       01 WS-ADJUST-AMOUNT-DISP   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-MAX-ADJUST           PIC S9(9)V99 VALUE 999999999.99.

       01 WS-TERM-MONTHS          PIC 9(3) VALUE 0.
       01 WS-MAX-TERM-MONTHS      PIC 9(3) VALUE 120.
       01 WS-MATURITY-INSTR       PIC X(1) VALUE SPACE.
       01 WS-TERM-START-DATE      PIC 9(8) VALUE 0.
       01 WS-TERM-END-DATE        PIC 9(8) VALUE 0.
       01 WS-TERM-YEAR            PIC 9(4) VALUE 0.
       01 WS-TERM-MONTH           PIC 9(2) VALUE 0.
       01 WS-TERM-DAY             PIC 9(2) VALUE 0.
       01 WS-TERM-TOTAL-MONTHS    PIC 9(6) VALUE 0.
       01 WS-TERM-MONTHS-DISP     PIC ZZ9.

       01 WS-TRANS-READ-COUNT     PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-QUEUED-COUNT         PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
       01 WS-RELEASE-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-TRANS-READ-DISP      PIC ZZ,ZZ9.
       01 WS-APPLIED-DISP         PIC ZZ,ZZ9.
       01 WS-REJECTED-DISP        PIC ZZ,ZZ9.
       01 WS-QUEUED-DISP          PIC ZZ,ZZ9.
       01 WS-RELEASED-DISP        PIC ZZ,ZZ9.
       01 WS-RELEASE-FAILED-DISP  PIC ZZ,ZZ9.

       01 WS-PROCDATE-FILE-STATUS PIC XX.
       01 WS-PROCDATE-FOUND       PIC X VALUE 'N'.
       01 WS-CYCLE-STATUS         PIC X VALUE SPACE.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISP        PIC X(10).
       01 WS-RUN-TIME             PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PROCESSING-DATE
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
                  WS-RUN-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISP

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '35'
               DISPLAY "WARNING: TRANSACTION FILE NOT FOUND - NO "
                       "NEW CHANGES QUEUED"
               MOVE 'N' TO WS-TRANS-AVAILABLE
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "NO TRANSACTION FILE SUPPLIED - APPROVED "
                      "ITEMS ONLY" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
           END-IF

           OPEN I-O MASTER-FILE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               IF WS-TRANS-AVAILABLE = 'Y'
                   CLOSE TRANS-FILE
               END-IF
               CLOSE MAINT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PENDING-FILE
           IF WS-PENDING-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: PENDING MAINTENANCE QUEUE OPEN FAILED - "
                       "STATUS " WS-PENDING-FILE-STATUS
                       " - NO CHANGES APPLIED"
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "PENDING MAINTENANCE QUEUE NOT AVAILABLE - "
                      "MASTER UNCHANGED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               IF WS-TRANS-AVAILABLE = 'Y'
                   CLOSE TRANS-FILE
               END-IF
               CLOSE MASTER-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PRODUCT-OPEN-FLAG
           ELSE
               DISPLAY "WARNING: PRODUCT CATALOG NOT AVAILABLE - "
                       "OPENS NOT CHECKED AGAINST CATALOG"
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "PRODUCT CATALOG NOT AVAILABLE - OPENS NOT "
                      "CHECKED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF

           PERFORM OPEN-TXNHIST-FILE

           PERFORM APPLY-RELEASED-ITEMS

           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "NEW TRANSACTIONS:" DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD

           IF WS-TRANS-AVAILABLE = 'Y'
               PERFORM UNTIL WS-TRANS-EOF-FLAG = 'Y'
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM PROCESS-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF

           CLOSE HISTORY-FILE
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               CLOSE TXNHIST-FILE
           END-IF
           CLOSE PENDING-FILE
           CLOSE MASTER-FILE
           IF WS-PRODUCT-OPEN-FLAG = 'Y'
               CLOSE PRODUCT-FILE
           END-IF

           PERFORM WRITE-MAINT-TRAILER
           CLOSE MAINT-REPORT-FILE

           IF WS-REJECTED-COUNT > 0 OR WS-RELEASE-FAILED-COUNT > 0
                   OR WS-TRANS-AVAILABLE = 'N'
                   OR WS-PRODUCT-OPEN-FLAG = 'N'
                   OR WS-TXNHIST-WARNED = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       PROCESS-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION

           IF WS-TRANS-VALID = 'Y'
               PERFORM QUEUE-TRANSACTION
           END-IF

           IF WS-TRANS-VALID = 'Y'
               ADD 1 TO WS-QUEUED-COUNT
               PERFORM WRITE-QUEUED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECTED-LINE
           END-IF.

       QUEUE-TRANSACTION.
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-QUEUE-SOURCE TO PQ-SOURCE
           MOVE WS-RUN-DATE TO PQ-QUEUE-DATE
           MOVE WS-RUN-TIME(1:6) TO PQ-QUEUE-TIME
           MOVE MT-ACTION TO PQ-ACTION
           MOVE MT-ACCT-NO TO PQ-SUBJECT
           IF WS-ADJUST-AMOUNT < 0
               COMPUTE PQ-AMOUNT = 0 - WS-ADJUST-AMOUNT
           ELSE
               MOVE WS-ADJUST-AMOUNT TO PQ-AMOUNT
           END-IF
           MOVE MT-OPERATOR-ID TO PQ-MAKER-ID
           MOVE 'P' TO PQ-STATUS
           MOVE 1 TO PQ-APPROVALS-REQ
           MOVE 0 TO PQ-DECISION-DATE
           MOVE 0 TO PQ-APPLIED-DATE
           MOVE "AWAITING APPROVAL" TO PQ-STATUS-REASON
           MOVE TRANS-RECORD TO PQ-TRANS-IMAGE

           MOVE 'N' TO WS-PENDING-WRITTEN
           PERFORM UNTIL WS-PENDING-WRITTEN = 'Y'
               ADD 1 TO WS-QUEUE-SEQ
               MOVE WS-QUEUE-SEQ TO PQ-QUEUE-SEQ
               WRITE PENDING-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-PENDING-FILE-STATUS NOT = '22'
                   MOVE 'Y' TO WS-PENDING-WRITTEN
               END-IF
           END-PERFORM

           IF WS-PENDING-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "PENDING QUEUE WRITE FAILED" TO WS-TRANS-REASON
           END-IF.

       APPLY-RELEASED-ITEMS.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "APPROVED ITEMS RELEASED FROM QUEUE:"
                  DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD

           MOVE 'N' TO WS-PENDING-EOF-FLAG
           MOVE LOW-VALUES TO PQ-ITEM-ID
           MOVE WS-QUEUE-SOURCE TO PQ-SOURCE
           START PENDING-FILE KEY NOT < PQ-ITEM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDING-EOF-FLAG
           END-START
           PERFORM UNTIL WS-PENDING-EOF-FLAG = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF-FLAG
                   NOT AT END
                       IF PQ-SOURCE NOT = WS-QUEUE-SOURCE
                           MOVE 'Y' TO WS-PENDING-EOF-FLAG
                       ELSE
                           IF PQ-STATUS = 'A'
                               PERFORM PROCESS-RELEASED-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-RELEASED-ITEM.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE PQ-TRANS-IMAGE TO TRANS-RECORD
           PERFORM VALIDATE-TRANSACTION

           IF WS-TRANS-VALID = 'Y'
               PERFORM APPLY-TRANSACTION
           END-IF
           IF WS-TRANS-VALID = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-HISTORY-RECORD
               PERFORM WRITE-BALANCE-TXN
               PERFORM WRITE-APPLIED-LINE
               PERFORM WRITE-APPROVED-BY-LINE
               MOVE 'X' TO PQ-STATUS
               MOVE "APPLIED" TO PQ-STATUS-REASON
           ELSE
               ADD 1 TO WS-RELEASE-FAILED-COUNT
               PERFORM WRITE-REJECTED-LINE
               PERFORM WRITE-APPROVED-BY-LINE
               MOVE 'F' TO PQ-STATUS
               MOVE WS-TRANS-REASON TO PQ-STATUS-REASON
           END-IF
           MOVE WS-RUN-DATE TO PQ-APPLIED-DATE
           REWRITE PENDING-RECORD
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: PENDING QUEUE REWRITE FAILED FOR "
                       PQ-ITEM-ID " - STATUS " WS-PENDING-FILE-STATUS
           END-IF.

       VALIDATE-TRANSACTION.

           IF MT-ACTION NOT = 'O' AND MT-ACTION NOT = 'C'
                   AND MT-ACTION NOT = 'F' AND MT-ACTION NOT = 'B'
                   AND MT-ACTION NOT = 'R' AND MT-ACTION NOT = 'M'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "INVALID ACTION CODE" TO WS-TRANS-REASON
           END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF MT-ACTION = 'O' OR MT-ACTION = 'M'
                   PERFORM VALIDATE-TERM-FIELDS
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               PERFORM FIND-MASTER-RECORD
               EVALUATE MT-ACTION
                               MOVE "ACCOUNT ALREADY ACTIVE"
                                   TO WS-TRANS-REASON
                           END-IF
                           IF WS-MASTER-FOUND = 'Y'
                                   AND MST-STATUS = 'D'
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "ACCOUNT DORMANT - USE REACTIVATE"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
                       IF WS-TRANS-VALID = 'Y'
                           PERFORM VALIDATE-PRODUCT-RULES
                       END-IF
                   WHEN 'C'
                       IF WS-MASTER-FOUND = 'N'
                           MOVE "ACCOUNT NOT ON MASTER FILE"
                               TO WS-TRANS-REASON
                       END-IF
                   WHEN 'R'
                       IF WS-MASTER-FOUND = 'N'
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "ACCOUNT NOT ON MASTER FILE"
                               TO WS-TRANS-REASON
                       ELSE
                           IF MST-STATUS NOT = 'D'
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "ACCOUNT NOT DORMANT"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
                   WHEN 'M'
                       IF WS-MASTER-FOUND = 'N'
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "ACCOUNT NOT ON MASTER FILE"
                               TO WS-TRANS-REASON
                       ELSE
                           IF MST-MATURITY-DATE IS NOT NUMERIC
                                   OR MST-MATURITY-DATE = 0
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "ACCOUNT HAS NO MATURITY DATE"
                                   TO WS-TRANS-REASON
                           END-IF
                           IF MST-STATUS = 'C'
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "ACCOUNT ALREADY CLOSED"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       VALIDATE-TERM-FIELDS.
           MOVE 0 TO WS-TERM-MONTHS
           MOVE MT-MATURITY-INSTR TO WS-MATURITY-INSTR

           IF MT-TERM-MONTHS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(MT-TERM-MONTHS) NOT = 0
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "NON-NUMERIC TERM MONTHS" TO WS-TRANS-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(MT-TERM-MONTHS)
                       TO WS-TERM-MONTHS
                   IF WS-TERM-MONTHS = 0
                           OR WS-TERM-MONTHS > WS-MAX-TERM-MONTHS
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "TERM MONTHS OUT OF RANGE"
                           TO WS-TRANS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF WS-MATURITY-INSTR NOT = SPACE
                       AND WS-MATURITY-INSTR NOT = 'R'
                       AND WS-MATURITY-INSTR NOT = 'P'
                       AND WS-MATURITY-INSTR NOT = 'C'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "INVALID MATURITY INSTRUCTION"
                       TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF MT-ACTION = 'O'
                   IF WS-TERM-MONTHS = 0
                           AND WS-MATURITY-INSTR NOT = SPACE
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "MATURITY INSTRUCTION NEEDS A TERM"
                           TO WS-TRANS-REASON
                   END-IF
                   IF WS-TERM-MONTHS > 0
                           AND WS-MATURITY-INSTR = SPACE
                       MOVE 'R' TO WS-MATURITY-INSTR
                   END-IF
               ELSE
                   IF WS-MATURITY-INSTR = SPACE
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "MATURITY INSTRUCTION REQUIRED"
                           TO WS-TRANS-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-PRODUCT-RULES.
           IF WS-MASTER-FOUND = 'N'
               MOVE MT-ACCT-TYPE TO PRD-ACCT-TYPE
               IF MT-AMOUNT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(MT-AMOUNT) NOT = 0
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "NON-NUMERIC OPENING DEPOSIT"
                           TO WS-TRANS-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(MT-AMOUNT)
                           TO WS-ADJUST-AMOUNT
                       IF WS-ADJUST-AMOUNT > WS-MAX-ADJUST
                               OR WS-ADJUST-AMOUNT < 0
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "OPENING DEPOSIT OUT OF RANGE"
                               TO WS-TRANS-REASON
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE MST-ACCT-TYPE TO PRD-ACCT-TYPE
           END-IF

           IF WS-TRANS-VALID = 'Y' AND WS-PRODUCT-OPEN-FLAG = 'Y'
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "ACCOUNT TYPE NOT IN PRODUCT CATALOG"
                           TO WS-TRANS-REASON
               END-READ
           END-IF

           IF WS-TRANS-VALID = 'Y' AND WS-PRODUCT-OPEN-FLAG = 'Y'
               IF PRD-STATUS = 'W' AND WS-MASTER-FOUND = 'N'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "PRODUCT WITHDRAWN FROM SALE"
                       TO WS-TRANS-REASON
               ELSE
                   IF (WS-MASTER-FOUND = 'N' OR WS-TERM-MONTHS > 0)
                           AND (WS-TERM-MONTHS < PRD-MIN-TERM
                               OR (PRD-MAX-TERM > 0
                                   AND WS-TERM-MONTHS > PRD-MAX-TERM))
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "TERM OUTSIDE PRODUCT LIMITS"
                           TO WS-TRANS-REASON
                   ELSE
                       IF WS-MASTER-FOUND = 'N'
                               AND WS-ADJUST-AMOUNT < PRD-MIN-OPEN-BAL
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "OPENING DEPOSIT BELOW PRODUCT MINIMUM"
                               TO WS-TRANS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-MASTER-RECORD.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE MT-ACCT-NO TO MST-ACCT-NO
                       MOVE SPACES TO MASTER-RECORD
                       MOVE MT-ACCT-NO TO MST-ACCT-NO
                       MOVE MT-ACCT-TYPE TO MST-ACCT-TYPE
                       MOVE WS-ADJUST-AMOUNT TO MST-BALANCE
                       MOVE 0 TO MST-ACCRUED-INT
                       MOVE 0 TO MST-LAST-POSTED
                       MOVE SPACES TO WS-OLD-STATUS
                       MOVE 'A' TO MST-STATUS
                       MOVE 'A' TO WS-NEW-STATUS
                       MOVE WS-RUN-DATE TO MST-ACTIVITY-DATE
                       MOVE WS-RUN-DATE TO MST-OPEN-DATE
                       MOVE 0 TO MST-MATURITY-DATE
                       MOVE SPACE TO MST-MATURITY-INSTR
                       MOVE 0 TO MST-TERM-MONTHS
                       MOVE 0 TO MST-TERM-INT-BASE
                       IF WS-TERM-MONTHS > 0
                           PERFORM SET-NEW-TERM
                       END-IF
                       WRITE MASTER-RECORD
                   ELSE
                       MOVE MST-STATUS TO WS-OLD-STATUS
                       MOVE 'A' TO MST-STATUS
                       MOVE 'A' TO WS-NEW-STATUS
                       MOVE WS-RUN-DATE TO MST-ACTIVITY-DATE
                       IF WS-TERM-MONTHS > 0
                           PERFORM SET-NEW-TERM
                       END-IF
                       REWRITE MASTER-RECORD
                   END-IF
               WHEN 'C'
                   MOVE MST-STATUS TO WS-OLD-STATUS
                   MOVE MST-STATUS TO WS-NEW-STATUS
                   ADD WS-ADJUST-AMOUNT TO MST-BALANCE
                   MOVE WS-RUN-DATE TO MST-ACTIVITY-DATE
                   REWRITE MASTER-RECORD
               WHEN 'R'
                   MOVE MST-STATUS TO WS-OLD-STATUS
                   MOVE 'A' TO MST-STATUS
                   MOVE 'A' TO WS-NEW-STATUS
                   MOVE WS-RUN-DATE TO MST-ACTIVITY-DATE
                   REWRITE MASTER-RECORD
               WHEN 'M'
                   MOVE MST-STATUS TO WS-OLD-STATUS
                   MOVE MST-STATUS TO WS-NEW-STATUS
                   MOVE WS-MATURITY-INSTR TO MST-MATURITY-INSTR
                   IF WS-TERM-MONTHS > 0
                       MOVE WS-TERM-MONTHS TO MST-TERM-MONTHS
                   END-IF
                   REWRITE MASTER-RECORD
           END-EVALUATE.

       SET-NEW-TERM.
           MOVE WS-TERM-MONTHS TO MST-TERM-MONTHS
           MOVE WS-MATURITY-INSTR TO MST-MATURITY-INSTR
           MOVE MST-ACCRUED-INT TO MST-TERM-INT-BASE
           MOVE WS-RUN-DATE TO WS-TERM-START-DATE
           PERFORM ADD-TERM-TO-DATE
           MOVE WS-TERM-END-DATE TO MST-MATURITY-DATE.

       ADD-TERM-TO-DATE.
           MOVE WS-TERM-START-DATE(1:4) TO WS-TERM-YEAR
           MOVE WS-TERM-START-DATE(5:2) TO WS-TERM-MONTH
           MOVE WS-TERM-START-DATE(7:2) TO WS-TERM-DAY
           COMPUTE WS-TERM-TOTAL-MONTHS =
               WS-TERM-YEAR * 12 + WS-TERM-MONTH - 1 + WS-TERM-MONTHS
           COMPUTE WS-TERM-YEAR = WS-TERM-TOTAL-MONTHS / 12
           COMPUTE WS-TERM-MONTH =
               FUNCTION MOD(WS-TERM-TOTAL-MONTHS, 12) + 1
           COMPUTE WS-TERM-END-DATE =
               WS-TERM-YEAR * 10000 + WS-TERM-MONTH * 100 + WS-TERM-DAY
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-TERM-END-DATE)
                   = 0
               SUBTRACT 1 FROM WS-TERM-DAY
               COMPUTE WS-TERM-END-DATE =
                   WS-TERM-YEAR * 10000 + WS-TERM-MONTH * 100
                   + WS-TERM-DAY
           END-PERFORM.

       WRITE-HISTORY-RECORD.
           MOVE WS-ADJUST-AMOUNT TO WS-ADJUST-AMOUNT-DISP

           END-STRING
           WRITE HISTORY-RECORD.

       OPEN-TXNHIST-FILE.
           OPEN I-O TXNHIST-FILE
           IF WS-TXNHIST-FILE-STATUS = '35'
               OPEN OUTPUT TXNHIST-FILE
               CLOSE TXNHIST-FILE
               OPEN I-O TXNHIST-FILE
           END-IF
           IF WS-TXNHIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TXNHIST-OPEN-FLAG
           ELSE
               MOVE 'N' TO WS-TXNHIST-OPEN-FLAG
               DISPLAY "WARNING: TRANSACTION HISTORY OPEN FAILED - "
                       "STATUS " WS-TXNHIST-FILE-STATUS
                       " - HISTORY NOT RECORDED THIS RUN"
               MOVE 'Y' TO WS-TXNHIST-WARNED
           END-IF.

       WRITE-TXN-HISTORY.
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               MOVE WS-RUN-DATE TO TH-POST-DATE
               MOVE WS-RUN-TIME(1:6) TO TH-POST-TIME
               MOVE "ACCTMNT " TO TH-SOURCE
               MOVE 0 TO TH-SEQ-NO
               MOVE 'N' TO WS-TXNHIST-WRITTEN
               PERFORM UNTIL WS-TXNHIST-WRITTEN = 'Y'
                   ADD 1 TO TH-SEQ-NO
                   WRITE TXNHIST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-TXNHIST-FILE-STATUS NOT = '22'
                           OR TH-SEQ-NO = 99999
                       MOVE 'Y' TO WS-TXNHIST-WRITTEN
                   END-IF
               END-PERFORM
               IF WS-TXNHIST-FILE-STATUS NOT = '00'
                   DISPLAY "WARNING: TRANSACTION HISTORY WRITE FAILED "
                           "FOR " TH-ACCT-NO " - STATUS "
                           WS-TXNHIST-FILE-STATUS
                   MOVE 'Y' TO WS-TXNHIST-WARNED
               END-IF
           END-IF.

       WRITE-BALANCE-TXN.
           IF WS-ADJUST-AMOUNT NOT = 0
                   AND (MT-ACTION = 'B'
                   OR (MT-ACTION = 'O' AND WS-MASTER-FOUND = 'N'))
               MOVE SPACES TO TXNHIST-RECORD
               MOVE MT-ACCT-NO TO TH-ACCT-NO
               IF MT-ACTION = 'O'
                   MOVE "OD" TO TH-TXN-TYPE
                   MOVE "OPENING DEPOSIT" TO TH-DESCRIPTION
               ELSE
                   MOVE "BA" TO TH-TXN-TYPE
                   MOVE MT-REASON TO TH-DESCRIPTION
               END-IF
               MOVE WS-ADJUST-AMOUNT TO TH-GROSS
               MOVE 0 TO TH-TAX
               MOVE WS-ADJUST-AMOUNT TO TH-NET
               MOVE MST-BALANCE TO TH-RUNNING-BAL
               MOVE 'Y' TO TH-BALANCE-IND
               PERFORM WRITE-TXN-HISTORY
           END-IF.

       WRITE-MAINT-HEADER.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "ACCTMNT MASTER ACCOUNT MAINTENANCE REPORT"
                      INTO MAINT-REPORT-RECORD
               END-STRING
           END-IF
           WRITE MAINT-REPORT-RECORD

           IF (MT-ACTION = 'O' AND WS-TERM-MONTHS > 0)
                   OR MT-ACTION = 'M'
               MOVE MST-TERM-MONTHS TO WS-TERM-MONTHS-DISP
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "      TERM " DELIMITED BY SIZE
                      WS-TERM-MONTHS-DISP DELIMITED BY SIZE
                      " MONTHS  MATURES " DELIMITED BY SIZE
                      MST-MATURITY-DATE(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MST-MATURITY-DATE(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MST-MATURITY-DATE(1:4) DELIMITED BY SIZE
                      "  INSTRUCTION " DELIMITED BY SIZE
                      MST-MATURITY-INSTR DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
           END-IF.

       WRITE-QUEUED-LINE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  MT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MT-ACCT-NO DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  MT-OPERATOR-ID DELIMITED BY SIZE
                  " - QUEUED FOR APPROVAL AS " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD.

       WRITE-APPROVED-BY-LINE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "      ITEM " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  "  APPROVED BY " DELIMITED BY SIZE
                  PQ-APPROVER-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-APPROVER-2 DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE WS-TRANS-READ-COUNT TO WS-TRANS-READ-DISP
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISP
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
           MOVE WS-QUEUED-COUNT TO WS-QUEUED-DISP
           MOVE WS-RELEASED-COUNT TO WS-RELEASED-DISP
           MOVE WS-RELEASE-FAILED-COUNT TO WS-RELEASE-FAILED-DISP

           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
                  WS-TRANS-READ-DISP DELIMITED BY SIZE
                  "  QUEUED: " DELIMITED BY SIZE
                  WS-QUEUED-DISP DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-REJECTED-DISP DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD

           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "APPROVED RELEASED: " DELIMITED BY SIZE
                  WS-RELEASED-DISP DELIMITED BY SIZE
                  "  APPLIED: " DELIMITED BY SIZE
                  WS-APPLIED-DISP DELIMITED BY SIZE
                  "  FAILED: " DELIMITED BY SIZE
                  WS-RELEASE-FAILED-DISP DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD.

       LOAD-PROCESSING-DATE.
           MOVE 'N' TO WS-PROCDATE-FOUND
           MOVE SPACE TO WS-CYCLE-STATUS
           OPEN INPUT PROCDATE-FILE
           IF WS-PROCDATE-FILE-STATUS = '00'
               READ PROCDATE-FILE
                   NOT AT END
                       IF PD-PROC-DATE IS NUMERIC
                           MOVE 'Y' TO WS-PROCDATE-FOUND
                           MOVE PD-PROC-DATE TO WS-RUN-DATE
                           MOVE PD-CYCLE-STATUS TO WS-CYCLE-STATUS
                       END-IF
               END-READ
               CLOSE PROCDATE-FILE
           END-IF

           IF WS-PROCDATE-FOUND = 'N'
               DISPLAY "ERROR: PROCESSING DATE CONTROL NOT AVAILABLE - "
                       "ACCOUNT MAINTENANCE NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - ACCOUNT MAINTENANCE NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
