               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-ACCT-NO
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO 'txnhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TXNHIST-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'adjtrans.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT ADJ-REPORT-FILE ASSIGN TO 'adjust.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-REPORT-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'pendmaint.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-ITEM-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO 'procdate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.

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

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 ACL-ACCT-TYPE       PIC X(2).
           05 ACL-ACCRUED         PIC S9(11)V99.
           05 ACL-LAST-ACCRUED    PIC 9(8).
           05 ACL-INT-SIDE        PIC X(1).
           05 FILLER              PIC X(9).

       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-LAST-UPDATED    PIC 9(8).
           05 FILLER              PIC X(10).

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

       FD TRANS-FILE.
       01 TRANS-RECORD.
           05 AJ-ACTION           PIC X(1).
           05 AJ-NEW-TAX          PIC X(13).
           05 AJ-OPERATOR-ID      PIC X(8).
           05 AJ-REASON           PIC X(30).
           05 AJ-INT-SIDE         PIC X(1).

       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           05 GM-ACCT-TYPE        PIC X(2).
           05 GM-EXPENSE-GL       PIC X(8).
           05 GM-LIABILITY-GL     PIC X(8).
           05 GM-RECEIVABLE-GL    PIC X(8).
           05 GM-INCOME-GL        PIC X(8).

       FD GL-FILE.
       01 GL-RECORD               PIC X(80).
       FD ADJ-REPORT-FILE.
       01 ADJ-REPORT-RECORD       PIC X(100).

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
       01 WS-ACCRUAL-FILE-STATUS  PIC XX.
       01 WS-GL-FILE-STATUS       PIC XX.
       01 WS-AUDIT-FILE-STATUS    PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-TXNHIST-WRITTEN      PIC X VALUE 'N'.
       01 WS-ADJ-REPORT-STATUS    PIC XX.
       01 WS-PENDING-FILE-STATUS  PIC XX.

       01 WS-TRANS-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-TRANS-AVAILABLE      PIC X VALUE 'Y'.
       01 WS-PENDING-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-PENDING-WRITTEN      PIC X VALUE 'N'.
       01 WS-QUEUE-SOURCE         PIC X(8) VALUE 'INTADJ  '.
       01 WS-QUEUE-SEQ            PIC 9(5) VALUE 0.
       01 WS-GLMAP-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-ACCRUAL-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-YTD-OPEN-FLAG        PIC X VALUE 'N'.
       01 WS-NEW-TAX              PIC 9(11)V99 VALUE 0.
       01 WS-NEW-NET              PIC S9(11)V99 VALUE 0.
       01 WS-TYPE-USED            PIC X(2).
       01 WS-ADJ-SIDE             PIC X(1).

       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 20 TIMES INDEXED BY GM-IDX.
               10 WS-GLMAP-TYPE   PIC X(2).
               10 WS-GLMAP-EXPENSE PIC X(8).
               10 WS-GLMAP-LIABILITY PIC X(8).
               10 WS-GLMAP-RECEIVABLE PIC X(8).
               10 WS-GLMAP-INCOME PIC X(8).
       01 WS-GLMAP-COUNT          PIC 9(3) VALUE 0.
       01 WS-GLMAP-TABLE-MAX      PIC 9(3) VALUE 20.
       01 WS-GLMAP-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-GL-SUSPENSE-ACCT     PIC X(8) VALUE '99999999'.
       01 WS-GL-EXPENSE-USED      PIC X(8).
       01 WS-GL-LIABILITY-USED    PIC X(8).
       01 WS-GL-RECEIVABLE-USED   PIC X(8).
       01 WS-GL-INCOME-USED       PIC X(8).
       01 WS-GL-DEBIT-ACCT-USED   PIC X(8).
       01 WS-GL-CREDIT-ACCT-USED  PIC X(8).
       01 WS-GL-AMOUNT-EDIT       PIC 9(12).99.
       01 WS-GL-TOTAL-EDIT        PIC 9(12).99.
       01 WS-GL-COUNT-EDIT        PIC 9(7).
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

       01 WS-ORIG-INT-DISP        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ORIG-TAX-DISP        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NEW-INT-DISP         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NEW-TAX-DISP         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
               DISPLAY "WARNING: ADJUSTMENT TRANSACTION FILE NOT "
                       "FOUND - NO NEW ADJUSTMENTS QUEUED"
               MOVE 'N' TO WS-TRANS-AVAILABLE
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
               MOVE SPACES TO ADJ-REPORT-RECORD
               STRING "NO TRANSACTION FILE SUPPLIED - APPROVED "
                      "ITEMS ONLY" DELIMITED BY SIZE
                      INTO ADJ-REPORT-RECORD
               END-STRING
               WRITE ADJ-REPORT-RECORD
           END-IF

           OPEN I-O MASTER-FILE
                      INTO ADJ-REPORT-RECORD
               END-STRING
               WRITE ADJ-REPORT-RECORD
               IF WS-TRANS-AVAILABLE = 'Y'
                   CLOSE TRANS-FILE
               END-IF
               CLOSE ADJ-REPORT-FILE
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
                       " - NO ADJUSTMENTS APPLIED"
               MOVE SPACES TO ADJ-REPORT-RECORD
               STRING "PENDING MAINTENANCE QUEUE NOT AVAILABLE - "
                      "LEDGERS UNCHANGED" DELIMITED BY SIZE
                      INTO ADJ-REPORT-RECORD
               END-STRING
               WRITE ADJ-REPORT-RECORD
               IF WS-TRANS-AVAILABLE = 'Y'
                   CLOSE TRANS-FILE
               END-IF
               CLOSE MASTER-FILE
               CLOSE ADJ-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
               OPEN OUTPUT HISTORY-FILE
           END-IF

           PERFORM OPEN-TXNHIST-FILE

           PERFORM APPLY-RELEASED-ITEMS

           MOVE SPACES TO ADJ-REPORT-RECORD
           WRITE ADJ-REPORT-RECORD
           MOVE SPACES TO ADJ-REPORT-RECORD
           STRING "NEW ADJUSTMENTS:" DELIMITED BY SIZE
                  INTO ADJ-REPORT-RECORD
           END-STRING
           WRITE ADJ-REPORT-RECORD

           IF WS-TRANS-AVAILABLE = 'Y'
               PERFORM UNTIL WS-TRANS-EOF-FLAG = 'Y'
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM PROCESS-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF

           PERFORM WRITE-GL-BATCH-TRAILER

           CLOSE PENDING-FILE
           CLOSE MASTER-FILE
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               CLOSE ACCRUAL-FILE
           CLOSE GL-FILE
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               CLOSE TXNHIST-FILE
           END-IF

           PERFORM WRITE-ADJ-TRAILER
           CLOSE ADJ-REPORT-FILE

           IF WS-REJECTED-COUNT > 0 OR WS-RELEASE-FAILED-COUNT > 0
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
                                   TO WS-GLMAP-EXPENSE(GM-IDX)
                               MOVE GM-LIABILITY-GL
                                   TO WS-GLMAP-LIABILITY(GM-IDX)
                               MOVE GM-RECEIVABLE-GL
                                   TO WS-GLMAP-RECEIVABLE(GM-IDX)
                               MOVE GM-INCOME-GL
                                   TO WS-GLMAP-INCOME(GM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
       LOOKUP-GL-MAP.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-EXPENSE-USED
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-LIABILITY-USED
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-RECEIVABLE-USED
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-INCOME-USED
           MOVE 'N' TO WS-GLMAP-FOUND
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > WS-GLMAP-COUNT
                       TO WS-GL-EXPENSE-USED
                   MOVE WS-GLMAP-LIABILITY(GM-IDX)
                       TO WS-GL-LIABILITY-USED
                   MOVE WS-GLMAP-RECEIVABLE(GM-IDX)
                       TO WS-GL-RECEIVABLE-USED
                   MOVE WS-GLMAP-INCOME(GM-IDX)
                       TO WS-GL-INCOME-USED
                   MOVE 'Y' TO WS-GLMAP-FOUND
                   SET GM-IDX TO WS-GLMAP-COUNT
               END-IF
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               IF WS-ADJ-SIDE = 'D'
                       AND (WS-GL-RECEIVABLE-USED = SPACES
                           OR WS-GL-INCOME-USED = SPACES)
                   DISPLAY "WARNING: NO DEBIT INTEREST GL MAPPING FOR "
                           "ACCT TYPE " WS-TYPE-USED
                           " - POSTED TO SUSPENSE ACCOUNT"
                   MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-RECEIVABLE-USED
                   MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-INCOME-USED
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-ADJ-SIDE = 'D'
               MOVE WS-GL-RECEIVABLE-USED TO WS-GL-DEBIT-ACCT-USED
               MOVE WS-GL-INCOME-USED TO WS-GL-CREDIT-ACCT-USED
           ELSE
               MOVE WS-GL-EXPENSE-USED TO WS-GL-DEBIT-ACCT-USED
               MOVE WS-GL-LIABILITY-USED TO WS-GL-CREDIT-ACCT-USED
           END-IF.

       PROCESS-ADJUSTMENT.
           PERFORM VALIDATE-ADJUSTMENT

           IF WS-TRANS-VALID = 'Y'
               PERFORM QUEUE-ADJUSTMENT
           END-IF

           IF WS-TRANS-VALID = 'Y'
               ADD 1 TO WS-QUEUED-COUNT
               PERFORM WRITE-QUEUED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECTED-LINE
           END-IF.

       QUEUE-ADJUSTMENT.
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-QUEUE-SOURCE TO PQ-SOURCE
           MOVE WS-RUN-DATE TO PQ-QUEUE-DATE
           MOVE WS-RUN-TIME(1:6) TO PQ-QUEUE-TIME
           MOVE AJ-ACTION TO PQ-ACTION
           MOVE AJ-ACCT-NO TO PQ-SUBJECT
           IF WS-NEW-INTEREST > WS-ORIG-INTEREST
               MOVE WS-NEW-INTEREST TO PQ-AMOUNT
           ELSE
               MOVE WS-ORIG-INTEREST TO PQ-AMOUNT
           END-IF
           MOVE AJ-OPERATOR-ID TO PQ-MAKER-ID
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
           MOVE SPACES TO ADJ-REPORT-RECORD
           STRING "APPROVED ITEMS RELEASED FROM QUEUE:"
                  DELIMITED BY SIZE
                  INTO ADJ-REPORT-RECORD
           END-STRING
           WRITE ADJ-REPORT-RECORD

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
           PERFORM VALIDATE-ADJUSTMENT

           IF WS-TRANS-VALID = 'Y'
               PERFORM APPLY-ADJUSTMENT
           END-IF
               PERFORM WRITE-ADJUSTMENT-GL
               PERFORM WRITE-ADJUSTMENT-AUDIT
               PERFORM WRITE-HISTORY-RECORD
               PERFORM WRITE-ADJUSTMENT-TXN
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
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       VALIDATE-ADJUSTMENT.
           MOVE 0 TO WS-ORIG-TAX
           MOVE 0 TO WS-NEW-INTEREST
           MOVE 0 TO WS-NEW-TAX
           MOVE 'C' TO WS-ADJ-SIDE

           IF AJ-ACTION NOT = 'R' AND AJ-ACTION NOT = 'P'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "INVALID ACTION CODE" TO WS-TRANS-REASON
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF AJ-INT-SIDE = 'D'
                   MOVE 'D' TO WS-ADJ-SIDE
               ELSE
                   IF AJ-INT-SIDE NOT = SPACE AND AJ-INT-SIDE NOT = 'C'
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "INVALID INTEREST SIDE - USE C OR D"
                           TO WS-TRANS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF AJ-LEDGER NOT = 'M' AND AJ-LEDGER NOT = 'A'
                   MOVE 'N' TO WS-TRANS-VALID
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF WS-ADJ-SIDE = 'D'
                       AND (WS-ORIG-TAX NOT = 0 OR WS-NEW-TAX NOT = 0)
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "NO TAX APPLIES TO DEBIT INTEREST"
                       TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF WS-ADJ-SIDE = 'D'
                   COMPUTE WS-ORIG-NET = 0 - WS-ORIG-INTEREST
                   COMPUTE WS-NEW-NET = 0 - WS-NEW-INTEREST
               ELSE
                   COMPUTE WS-ORIG-NET = WS-ORIG-INTEREST - WS-ORIG-TAX
                   COMPUTE WS-NEW-NET = WS-NEW-INTEREST - WS-NEW-TAX
               END-IF
               PERFORM FIND-MASTER-RECORD
               IF WS-MASTER-FOUND = 'N'
                   MOVE 'N' TO WS-TRANS-VALID
               REWRITE ACCRUAL-RECORD
           END-IF

           IF WS-ADJ-SIDE = 'C'
               PERFORM ADJUST-YTD-RECORD
           END-IF.

       ADJUST-YTD-RECORD.
           IF WS-YTD-OPEN-FLAG = 'Y'

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-GL-CREDIT-ACCT-USED DELIMITED BY SIZE
                  "DR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-TYPE-USED DELIMITED BY SIZE
                  WS-ADJ-SIDE DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-GL-DEBIT-ACCT-USED DELIMITED BY SIZE
                  "CR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-TYPE-USED DELIMITED BY SIZE
                  WS-ADJ-SIDE DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD

               MOVE SPACES TO GL-RECORD
               STRING "D" DELIMITED BY SIZE
                      WS-GL-DEBIT-ACCT-USED DELIMITED BY SIZE
                      "DR" DELIMITED BY SIZE
                      WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                      WS-TYPE-USED DELIMITED BY SIZE
                      WS-ADJ-SIDE DELIMITED BY SIZE
                      INTO GL-RECORD
               END-STRING
               WRITE GL-RECORD

               MOVE SPACES TO GL-RECORD
               STRING "D" DELIMITED BY SIZE
                      WS-GL-CREDIT-ACCT-USED DELIMITED BY SIZE
                      "CR" DELIMITED BY SIZE
                      WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                      WS-TYPE-USED DELIMITED BY SIZE
                      WS-ADJ-SIDE DELIMITED BY SIZE
                      INTO GL-RECORD
               END-STRING
               WRITE GL-RECORD
                  AJ-ACTION DELIMITED BY SIZE
                  " LEDGER: " DELIMITED BY SIZE
                  AJ-LEDGER DELIMITED BY SIZE
                  " SIDE: " DELIMITED BY SIZE
                  WS-ADJ-SIDE DELIMITED BY SIZE
                  "  ORIG POSTED: " DELIMITED BY SIZE
                  AJ-ORIG-DATE DELIMITED BY SIZE
                  "  REVERSED: " DELIMITED BY SIZE
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
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       WRITE-TXN-HISTORY.
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               MOVE WS-RUN-DATE TO TH-POST-DATE
               MOVE WS-RUN-TIME(1:6) TO TH-POST-TIME
               MOVE "INTADJ  " TO TH-SOURCE
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
                   IF WS-CONDITION-CODE < 8
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-ADJUSTMENT-TXN.
           MOVE SPACES TO TXNHIST-RECORD
           MOVE AJ-ACCT-NO TO TH-ACCT-NO
           MOVE "IJ" TO TH-TXN-TYPE
           IF AJ-ACTION = 'P'
               COMPUTE TH-NET = WS-NEW-NET - WS-ORIG-NET
               COMPUTE TH-TAX = WS-NEW-TAX - WS-ORIG-TAX
           ELSE
               COMPUTE TH-NET = 0 - WS-ORIG-NET
               COMPUTE TH-TAX = 0 - WS-ORIG-TAX
           END-IF
           IF WS-ADJ-SIDE = 'D'
               MOVE TH-NET TO TH-GROSS
               MOVE 0 TO TH-TAX
           ELSE
               COMPUTE TH-GROSS = TH-NET + TH-TAX
           END-IF
           MOVE MST-BALANCE TO TH-RUNNING-BAL
           IF AJ-LEDGER = 'M'
               MOVE 'Y' TO TH-BALANCE-IND
           ELSE
               MOVE 'N' TO TH-BALANCE-IND
           END-IF
           IF AJ-ACTION = 'P'
               MOVE "INTEREST REPOSTED" TO TH-DESCRIPTION
           ELSE
               MOVE "INTEREST REVERSED" TO TH-DESCRIPTION
           END-IF
           IF TH-NET NOT = 0
               PERFORM WRITE-TXN-HISTORY
           END-IF.

       WRITE-ADJ-HEADER.
           MOVE SPACES TO ADJ-REPORT-RECORD
           STRING "INTADJ INTEREST ADJUSTMENT REPORT"
           END-IF
           WRITE ADJ-REPORT-RECORD.

       WRITE-QUEUED-LINE.
           MOVE SPACES TO ADJ-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  AJ-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AJ-ACCT-NO DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  AJ-OPERATOR-ID DELIMITED BY SIZE
                  " - QUEUED FOR APPROVAL AS " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  INTO ADJ-REPORT-RECORD
           END-STRING
           WRITE ADJ-REPORT-RECORD.

       WRITE-APPROVED-BY-LINE.
           MOVE SPACES TO ADJ-REPORT-RECORD
           STRING "      ITEM " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  "  APPROVED BY " DELIMITED BY SIZE
                  PQ-APPROVER-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-APPROVER-2 DELIMITED BY SIZE
                  INTO ADJ-REPORT-RECORD
           END-STRING
           WRITE ADJ-REPORT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO ADJ-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
           MOVE WS-TRANS-READ-COUNT TO WS-TRANS-READ-DISP
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISP
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
           MOVE WS-QUEUED-COUNT TO WS-QUEUED-DISP
           MOVE WS-RELEASED-COUNT TO WS-RELEASED-DISP
           MOVE WS-RELEASE-FAILED-COUNT TO WS-RELEASE-FAILED-DISP

           MOVE SPACES TO ADJ-REPORT-RECORD
           WRITE ADJ-REPORT-RECORD
           MOVE SPACES TO ADJ-REPORT-RECORD
           STRING "ADJUSTMENTS READ: " DELIMITED BY SIZE
                  WS-TRANS-READ-DISP DELIMITED BY SIZE
                  "  QUEUED: " DELIMITED BY SIZE
                  WS-QUEUED-DISP DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-REJECTED-DISP DELIMITED BY SIZE
                  INTO ADJ-REPORT-RECORD
           END-STRING
           WRITE ADJ-REPORT-RECORD

           MOVE SPACES TO ADJ-REPORT-RECORD
           STRING "APPROVED RELEASED: " DELIMITED BY SIZE
                  WS-RELEASED-DISP DELIMITED BY SIZE
                  "  APPLIED: " DELIMITED BY SIZE
                  WS-APPLIED-DISP DELIMITED BY SIZE
                  "  FAILED: " DELIMITED BY SIZE
                  WS-RELEASE-FAILED-DISP DELIMITED BY SIZE
                  INTO ADJ-REPORT-RECORD
           END-STRING
           WRITE ADJ-REPORT-RECORD.

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
                       "ADJUSTMENTS NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - ADJUSTMENTS NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
