       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO 'payreturn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT PAYPARM-FILE ASSIGN TO 'payparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPARM-FILE-STATUS.
           SELECT GLMAP-FILE ASSIGN TO 'glmap.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
           SELECT GL-FILE ASSIGN TO 'glposting.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'accthist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO 'txnhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TXNHIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'payrtnrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO 'procdate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MST-ACCT-NO         PIC X(10).
           05 MST-ACCT-TYPE       PIC X(2).
           05 MST-BALANCE         PIC S9(11)V99.
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

       FD RETURN-FILE.
       01 RETURN-RECORD.
           05 RT-ACCT-NO          PIC X(10).
           05 RT-AMOUNT           PIC X(13).
           05 RT-TRACE            PIC X(15).
           05 RT-REASON           PIC X(3).
           05 RT-PAYMENT-DATE     PIC X(8).

       FD PAYPARM-FILE.
       01 PAYPARM-RECORD.
           05 PP-CLEARING-GL      PIC X(8).
           05 PP-ORIGIN-DFI       PIC X(8).
           05 PP-COMPANY-ID       PIC X(10).
           05 PP-COMPANY-NAME     PIC X(16).

       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           05 GM-ACCT-TYPE        PIC X(2).
           05 GM-EXPENSE-GL       PIC X(8).
           05 GM-LIABILITY-GL     PIC X(8).
           05 GM-RECEIVABLE-GL    PIC X(8).
           05 GM-INCOME-GL        PIC X(8).

       FD GL-FILE.
       01 GL-RECORD               PIC X(80).

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

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
           05 PD-PROC-DATE        PIC X(8).
           05 PD-CYCLE-STATUS     PIC X(1).
           05 PD-PRIOR-DATE       PIC X(8).
           05 PD-OPENED-BY        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-RETURN-FILE-STATUS   PIC XX.
       01 WS-PAYPARM-FILE-STATUS  PIC XX.
       01 WS-GLMAP-FILE-STATUS    PIC XX.
       01 WS-GL-FILE-STATUS       PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-TXNHIST-WRITTEN      PIC X VALUE 'N'.
       01 WS-REPORT-FILE-STATUS   PIC XX.

       01 WS-RETURN-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-GLMAP-EOF-FLAG       PIC X VALUE 'N'.

       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 20 TIMES INDEXED BY GM-IDX.
               10 WS-GLMAP-TYPE   PIC X(2).
               10 WS-GLMAP-LIABILITY PIC X(8).
       01 WS-GLMAP-COUNT          PIC 9(3) VALUE 0.
       01 WS-GLMAP-TABLE-MAX      PIC 9(3) VALUE 20.
       01 WS-GLMAP-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-GLMAP-FOUND          PIC X VALUE 'N'.
       01 WS-GL-SUSPENSE-ACCT     PIC X(8) VALUE '99999999'.
       01 WS-GL-LIABILITY-USED    PIC X(8).
       01 WS-PAY-CLEARING-GL      PIC X(8) VALUE '99999999'.
       01 WS-GL-AMOUNT-EDIT       PIC 9(12).99.
       01 WS-GL-TOTAL-EDIT        PIC 9(12).99.
       01 WS-GL-COUNT-EDIT        PIC 9(7).
       01 WS-GL-DETAIL-COUNT      PIC 9(7) VALUE 0.
       01 WS-GL-DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.

       01 WS-RETURN-VALID         PIC X VALUE 'Y'.
       01 WS-RETURN-AMOUNT        PIC 9(11)V99 VALUE 0.
       01 WS-EXCEPTION-REASON     PIC X(40).
       01 WS-BALANCE-BEFORE       PIC S9(11)V99 VALUE 0.
       01 WS-ACCRUED-BEFORE       PIC S9(11)V99 VALUE 0.

       01 WS-RETURN-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-CREDITED-COUNT       PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOTAL-CREDITED       PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-EXCEPTION      PIC S9(13)V99 VALUE 0.

       01 WS-COUNT-DISP           PIC Z,ZZZ,ZZ9.
       01 WS-BALANCE-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE2-DISP        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISP          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-HISTORY-AMOUNT-DISP  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISP           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PROCDATE-FILE-STATUS PIC XX.
       01 WS-PROCDATE-FOUND       PIC X VALUE 'N'.
       01 WS-CYCLE-STATUS         PIC X VALUE SPACE.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISP        PIC X(10).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-TIME-DISP        PIC X(8).

       01 WS-CONDITION-CODE       PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PROCESSING-DATE
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
                  WS-RUN-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISP

           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2) ":"
                  WS-RUN-TIME(5:2)
                  DELIMITED BY SIZE INTO WS-RUN-TIME-DISP

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT RETURN-FILE
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: RETURNED PAYMENT FILE NOT FOUND - "
                       "NO RETURNS PROCESSED"
               MOVE SPACES TO REPORT-RECORD
               STRING "NO RETURNED PAYMENT FILE - MASTER UNCHANGED"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: MASTER FILE OPEN FAILED - STATUS "
                       WS-MASTER-FILE-STATUS
                       " - RETURNED PAYMENTS NOT PROCESSED"
               MOVE SPACES TO REPORT-RECORD
               STRING "MASTER FILE NOT AVAILABLE - MASTER "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               CLOSE RETURN-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PAYOUT-PARAMETERS
           PERFORM LOAD-GL-MAP

           OPEN EXTEND GL-FILE
           IF WS-GL-FILE-STATUS = '35'
               OPEN OUTPUT GL-FILE
           END-IF
           PERFORM WRITE-GL-BATCH-HEADER

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF

           PERFORM OPEN-TXNHIST-FILE

           MOVE 'N' TO WS-RETURN-EOF-FLAG
           PERFORM UNTIL WS-RETURN-EOF-FLAG = 'Y'
               READ RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-RETURN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RETURN-READ-COUNT
                       PERFORM PROCESS-ONE-RETURN
               END-READ
           END-PERFORM

           PERFORM WRITE-GL-BATCH-TRAILER

           CLOSE RETURN-FILE
           CLOSE MASTER-FILE
           CLOSE GL-FILE
           CLOSE HISTORY-FILE
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               CLOSE TXNHIST-FILE
           END-IF

           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE

           IF WS-EXCEPTION-COUNT > 0
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-PAYOUT-PARAMETERS.
           OPEN INPUT PAYPARM-FILE
           IF WS-PAYPARM-FILE-STATUS = '00'
               READ PAYPARM-FILE
                   NOT AT END
                       IF PP-CLEARING-GL NOT = SPACES
                           MOVE PP-CLEARING-GL TO WS-PAY-CLEARING-GL
                       END-IF
               END-READ
               CLOSE PAYPARM-FILE
           END-IF
           IF WS-PAY-CLEARING-GL = WS-GL-SUSPENSE-ACCT
               DISPLAY "WARNING: NO CASH CLEARING GL ACCOUNT IN PAYOUT "
                       "PARAMETERS - RETURNS POSTED TO SUSPENSE"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       LOAD-GL-MAP.
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: GL MAPPING FILE NOT FOUND - "
                       "SUSPENSE ACCOUNT USED FOR ALL POSTINGS"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-GLMAP-EOF-FLAG
               PERFORM UNTIL WS-GLMAP-EOF-FLAG = 'Y'
                   READ GLMAP-FILE
                       AT END
                           MOVE 'Y' TO WS-GLMAP-EOF-FLAG
                       NOT AT END
                           IF WS-GLMAP-COUNT >= WS-GLMAP-TABLE-MAX
                               IF WS-GLMAP-OVERFLOW-WARNED = 'N'
                                   DISPLAY "WARNING: GL MAPPING FILE "
                                       "HAS MORE THAN "
                                       WS-GLMAP-TABLE-MAX
                                       " ENTRIES - EXTRA ROWS IGNORED"
                                   MOVE 'Y'
                                       TO WS-GLMAP-OVERFLOW-WARNED
                               END-IF
                           ELSE
                               ADD 1 TO WS-GLMAP-COUNT
                               SET GM-IDX TO WS-GLMAP-COUNT
                               MOVE GM-ACCT-TYPE
                                   TO WS-GLMAP-TYPE(GM-IDX)
                               MOVE GM-LIABILITY-GL
                                   TO WS-GLMAP-LIABILITY(GM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF.

       LOOKUP-GL-MAP.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-LIABILITY-USED
           MOVE 'N' TO WS-GLMAP-FOUND
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > WS-GLMAP-COUNT
               IF WS-GLMAP-TYPE(GM-IDX) = MST-ACCT-TYPE
                   MOVE WS-GLMAP-LIABILITY(GM-IDX)
                       TO WS-GL-LIABILITY-USED
                   MOVE 'Y' TO WS-GLMAP-FOUND
                   SET GM-IDX TO WS-GLMAP-COUNT
               END-IF
           END-PERFORM
           IF WS-GLMAP-FOUND = 'N'
               DISPLAY "WARNING: NO GL MAPPING FOR ACCT TYPE "
                       MST-ACCT-TYPE
                       " - POSTED TO SUSPENSE ACCOUNT"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       PROCESS-ONE-RETURN.
           PERFORM VALIDATE-RETURN
           IF WS-RETURN-VALID = 'N'
               PERFORM RECORD-RETURN-EXCEPTION
           ELSE
               MOVE RT-ACCT-NO TO MST-ACCT-NO
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON MASTER FILE"
                           TO WS-EXCEPTION-REASON
                       PERFORM RECORD-RETURN-EXCEPTION
                   NOT INVALID KEY
                       IF MST-STATUS = 'C'
                           MOVE "ACCOUNT CLOSED - REFUND MANUALLY"
                               TO WS-EXCEPTION-REASON
                           PERFORM RECORD-RETURN-EXCEPTION
                       ELSE
                           PERFORM CREDIT-RETURNED-PAYMENT
                       END-IF
               END-READ
           END-IF.

       VALIDATE-RETURN.
           MOVE 'Y' TO WS-RETURN-VALID
           MOVE 0 TO WS-RETURN-AMOUNT
           MOVE SPACES TO WS-EXCEPTION-REASON

           IF RT-ACCT-NO = SPACES
               MOVE 'N' TO WS-RETURN-VALID
               MOVE "ACCOUNT NUMBER MISSING"
                   TO WS-EXCEPTION-REASON
           END-IF

           IF WS-RETURN-VALID = 'Y'
               IF RT-AMOUNT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(RT-AMOUNT) = 0
                       AND FUNCTION NUMVAL(RT-AMOUNT) > 0
                   MOVE FUNCTION NUMVAL(RT-AMOUNT) TO WS-RETURN-AMOUNT
               ELSE
                   MOVE 'N' TO WS-RETURN-VALID
                   MOVE "RETURN AMOUNT NOT VALID"
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF.

       CREDIT-RETURNED-PAYMENT.
           MOVE MST-BALANCE TO WS-BALANCE-BEFORE
           MOVE MST-ACCRUED-INT TO WS-ACCRUED-BEFORE
           ADD WS-RETURN-AMOUNT TO MST-BALANCE
           ADD WS-RETURN-AMOUNT TO MST-ACCRUED-INT
           REWRITE MASTER-RECORD
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: MASTER REWRITE FAILED FOR "
                       MST-ACCT-NO " - STATUS "
                       WS-MASTER-FILE-STATUS
               MOVE WS-BALANCE-BEFORE TO MST-BALANCE
               MOVE WS-ACCRUED-BEFORE TO MST-ACCRUED-INT
               IF WS-CONDITION-CODE < 8
                   MOVE 8 TO WS-CONDITION-CODE
               END-IF
               MOVE "MASTER NOT UPDATED - NOT CREDITED"
                   TO WS-EXCEPTION-REASON
               PERFORM RECORD-RETURN-EXCEPTION
           ELSE
               ADD 1 TO WS-CREDITED-COUNT
               ADD WS-RETURN-AMOUNT TO WS-TOTAL-CREDITED
               PERFORM WRITE-RETURN-GL
               PERFORM WRITE-HISTORY-RECORD
               PERFORM WRITE-RETURN-TXN
               PERFORM WRITE-CREDITED-LINE
           END-IF.

       RECORD-RETURN-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-RETURN-AMOUNT TO WS-TOTAL-EXCEPTION
           DISPLAY "WARNING: RETURNED PAYMENT FOR ACCOUNT "
                   RT-ACCT-NO " NOT CREDITED - "
                   WS-EXCEPTION-REASON
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-GL-BATCH-HEADER.
           MOVE SPACES TO GL-RECORD
           STRING "H" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  "PAYRTN  " DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD.

       WRITE-RETURN-GL.
           PERFORM LOOKUP-GL-MAP

           MOVE WS-RETURN-AMOUNT TO WS-GL-AMOUNT-EDIT

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-PAY-CLEARING-GL DELIMITED BY SIZE
                  "DR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-RETURN-AMOUNT TO WS-GL-DEBIT-TOTAL

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-GL-LIABILITY-USED DELIMITED BY SIZE
                  "CR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-RETURN-AMOUNT TO WS-GL-CREDIT-TOTAL.

       WRITE-GL-BATCH-TRAILER.
           MOVE WS-GL-DETAIL-COUNT TO WS-GL-COUNT-EDIT
           MOVE SPACES TO GL-RECORD
           STRING "T" DELIMITED BY SIZE
                  WS-GL-COUNT-EDIT DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           MOVE WS-GL-DEBIT-TOTAL TO WS-GL-TOTAL-EDIT
           MOVE WS-GL-TOTAL-EDIT TO GL-RECORD(9:15)
           MOVE WS-GL-CREDIT-TOTAL TO WS-GL-TOTAL-EDIT
           MOVE WS-GL-TOTAL-EDIT TO GL-RECORD(24:15)
           WRITE GL-RECORD.

       WRITE-HISTORY-RECORD.
           MOVE WS-RETURN-AMOUNT TO WS-HISTORY-AMOUNT-DISP

           MOVE SPACES TO HISTORY-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "PAYRTN  " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "R" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-ACCT-NO DELIMITED BY SIZE
                  " OLD " DELIMITED BY SIZE
                  MST-STATUS DELIMITED BY SIZE
                  " NEW " DELIMITED BY SIZE
                  MST-STATUS DELIMITED BY SIZE
                  " ADJ " DELIMITED BY SIZE
                  WS-HISTORY-AMOUNT-DISP DELIMITED BY SIZE
                  " PAYOUT RETURNED " DELIMITED BY SIZE
                  RT-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-TRACE DELIMITED BY SIZE
                  INTO HISTORY-RECORD
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
               MOVE "PAYRTN  " TO TH-SOURCE
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

       WRITE-RETURN-TXN.
           MOVE SPACES TO TXNHIST-RECORD
           MOVE MST-ACCT-NO TO TH-ACCT-NO
           MOVE "PR" TO TH-TXN-TYPE
           MOVE WS-RETURN-AMOUNT TO TH-GROSS
           MOVE 0 TO TH-TAX
           MOVE WS-RETURN-AMOUNT TO TH-NET
           MOVE MST-BALANCE TO TH-RUNNING-BAL
           MOVE 'Y' TO TH-BALANCE-IND
           STRING "PAYOUT RETURNED " DELIMITED BY SIZE
                  RT-REASON DELIMITED BY SIZE
                  INTO TH-DESCRIPTION
           END-STRING
           PERFORM WRITE-TXN-HISTORY.

       WRITE-CREDITED-LINE.
           MOVE WS-BALANCE-BEFORE TO WS-BALANCE-DISP
           MOVE MST-BALANCE TO WS-BALANCE2-DISP
           MOVE WS-RETURN-AMOUNT TO WS-AMOUNT-DISP

           MOVE SPACES TO REPORT-RECORD
           STRING MST-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RT-TRACE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RT-REASON DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BALANCE2-DISP DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-EXCEPTION-LINE.
           MOVE WS-RETURN-AMOUNT TO WS-AMOUNT-DISP

           MOVE SPACES TO REPORT-RECORD
           STRING RT-ACCT-NO DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  RT-TRACE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RT-REASON DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  "  EXCEPTION: " DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "PAYRTN RETURNED INTEREST PAYOUT REPORT"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT     TY  "
                  "TRACE            RSN"
                  "    AMOUNT RETURNED"
                  "      BALANCE BEFORE"
                  "       BALANCE AFTER" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RETURN-READ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-RECORD
           STRING "RETURNED PAYMENTS READ:     " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-CREDITED-COUNT TO WS-COUNT-DISP
           MOVE WS-TOTAL-CREDITED TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-RECORD
           STRING "CREDITED TO ACCOUNTS:       " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "  TOTAL: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           MOVE WS-TOTAL-EXCEPTION TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-RECORD
           STRING "EXCEPTIONS - NOT CREDITED:  " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "  TOTAL: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

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
                       "RETURNED PAYMENTS NOT PROCESSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - RETURNED PAYMENTS NOT PROCESSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
