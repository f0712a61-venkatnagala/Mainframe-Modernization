           SELECT MAINT-REPORT-FILE ASSIGN TO 'ratemnt.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'pendmaint.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-ITEM-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-ACCT-TYPE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RT-RATE-TEXT        PIC X(6).
           05 RT-EFF-DATE         PIC X(8).

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
           05 TR-ACTION           PIC X(1).
       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD     PIC X(80).

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
       01 WS-RATE-FILE-STATUS     PIC XX.
       01 WS-TRANS-FILE-STATUS    PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-MAINT-REPORT-STATUS  PIC XX.
       01 WS-PENDING-FILE-STATUS  PIC XX.
       01 WS-PRODUCT-FILE-STATUS  PIC XX.
       01 WS-PRODUCT-OPEN-FLAG    PIC X VALUE 'N'.

       01 WS-RATE-EOF-FLAG        PIC X VALUE 'N'.
       01 WS-TRANS-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-TRANS-AVAILABLE      PIC X VALUE 'Y'.
       01 WS-PENDING-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-PENDING-WRITTEN      PIC X VALUE 'N'.
       01 WS-QUEUE-SOURCE         PIC X(8) VALUE 'RATEMNT '.
       01 WS-QUEUE-SEQ            PIC 9(5) VALUE 0.

       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
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

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISP        PIC X(10).

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
                      "TABLE UNCHANGED" DELIMITED BY SIZE
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

           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PRODUCT-OPEN-FLAG
           ELSE
               DISPLAY "WARNING: PRODUCT CATALOG NOT AVAILABLE - "
                       "RATE ADDS NOT CHECKED AGAINST CATALOG"
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "PRODUCT CATALOG NOT AVAILABLE - ADDS NOT "
                      "CHECKED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF

           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
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
           CLOSE PENDING-FILE
           IF WS-PRODUCT-OPEN-FLAG = 'Y'
               CLOSE PRODUCT-FILE
           END-IF

           IF WS-APPLIED-COUNT > 0
               PERFORM WRITE-NEW-RATE-TABLE
           PERFORM WRITE-MAINT-TRAILER
           CLOSE MAINT-REPORT-FILE

           IF WS-REJECTED-COUNT > 0 OR WS-RELEASE-FAILED-COUNT > 0
                   OR WS-TRANS-AVAILABLE = 'N'
                   OR WS-PRODUCT-OPEN-FLAG = 'N'
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
           MOVE TR-ACTION TO PQ-ACTION
           MOVE TR-ACCT-TYPE TO PQ-SUBJECT
           MOVE 0 TO PQ-AMOUNT
           MOVE TR-OPERATOR-ID TO PQ-MAKER-ID
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
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-HISTORY-RECORD
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
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
                       IF WS-TRANS-VALID = 'Y'
                               AND WS-PRODUCT-OPEN-FLAG = 'Y'
                           MOVE TR-ACCT-TYPE TO PRD-ACCT-TYPE
                           READ PRODUCT-FILE
                               INVALID KEY
                                   MOVE 'N' TO WS-TRANS-VALID
                                   MOVE "TYPE NOT IN PRODUCT CATALOG"
                                       TO WS-TRANS-REASON
                           END-READ
                       END-IF
                   WHEN 'C'
                       IF WS-ENTRY-FOUND = 'N'
                           MOVE 'N' TO WS-TRANS-VALID
           END-STRING
           WRITE MAINT-REPORT-RECORD.

       WRITE-QUEUED-LINE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  TR-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TR-ACCT-TYPE DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  TR-OPERATOR-ID DELIMITED BY SIZE
                  " - QUEUED AS " DELIMITED BY SIZE
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
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
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
