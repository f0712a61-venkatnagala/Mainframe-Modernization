       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATURITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'accrual.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACL-ACCT-NO
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT MATPARM-FILE ASSIGN TO 'matparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATPARM-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'ratetable.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT GLMAP-FILE ASSIGN TO 'glmap.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
           SELECT PAYPARM-FILE ASSIGN TO 'payparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPARM-FILE-STATUS.
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
           SELECT NOTICE-FILE ASSIGN TO 'matnotice.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
           SELECT MATURITY-REPORT-FILE ASSIGN TO 'maturity.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATURITY-REPORT-STATUS.
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

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 ACL-ACCT-NO         PIC X(10).
           05 ACL-ACCT-TYPE       PIC X(2).
           05 ACL-ACCRUED         PIC S9(11)V99.
           05 ACL-LAST-ACCRUED    PIC 9(8).
           05 ACL-INT-SIDE        PIC X(1).
           05 FILLER              PIC X(9).

       FD MATPARM-FILE.
       01 MATPARM-RECORD.
           05 MP-NOTICE-DAYS      PIC X(3).
           05 MP-SETTLEMENT-GL    PIC X(8).

       FD RATE-FILE.
       01 RATE-RECORD.
           05 RT-ACCT-TYPE        PIC X(2).
           05 RT-RATE-TEXT        PIC X(6).
           05 RT-EFF-DATE         PIC X(8).

       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           05 GM-ACCT-TYPE        PIC X(2).
           05 GM-EXPENSE-GL       PIC X(8).
           05 GM-LIABILITY-GL     PIC X(8).
           05 GM-RECEIVABLE-GL    PIC X(8).
           05 GM-INCOME-GL        PIC X(8).

       FD PAYPARM-FILE.
       01 PAYPARM-RECORD.
           05 PP-CLEARING-GL      PIC X(8).
           05 PP-ORIGIN-DFI       PIC X(8).
           05 PP-COMPANY-ID       PIC X(10).
           05 PP-COMPANY-NAME     PIC X(16).

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

       FD NOTICE-FILE.
       01 NOTICE-RECORD.
           05 MN-ACCT-NO          PIC X(10).
           05 MN-ACCT-TYPE        PIC X(2).
           05 MN-MATURITY-DATE    PIC 9(8).
           05 MN-DAYS-TO-MATURITY PIC 9(3).
           05 MN-INSTRUCTION      PIC X(1).
           05 MN-TERM-MONTHS      PIC 9(3).
           05 MN-BALANCE          PIC -9(11).99.
           05 MN-TERM-INTEREST    PIC -9(11).99.
           05 MN-CURRENT-RATE     PIC 9.9(4).
           05 MN-NEXT-MATURITY    PIC 9(8).

       FD MATURITY-REPORT-FILE.
       01 MATURITY-REPORT-RECORD  PIC X(132).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
           05 PD-PROC-DATE        PIC X(8).
           05 PD-CYCLE-STATUS     PIC X(1).
           05 PD-PRIOR-DATE       PIC X(8).
           05 PD-OPENED-BY        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-ACCRUAL-FILE-STATUS  PIC XX.
       01 WS-MATPARM-FILE-STATUS  PIC XX.
       01 WS-RATE-FILE-STATUS     PIC XX.
       01 WS-GLMAP-FILE-STATUS    PIC XX.
       01 WS-PAYPARM-FILE-STATUS  PIC XX.
       01 WS-GL-FILE-STATUS       PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-TXNHIST-WRITTEN      PIC X VALUE 'N'.
       01 WS-NOTICE-FILE-STATUS   PIC XX.
       01 WS-MATURITY-REPORT-STATUS PIC XX.

       01 WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-RATE-EOF-FLAG        PIC X VALUE 'N'.
       01 WS-GLMAP-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-ACCRUAL-OPEN-FLAG    PIC X VALUE 'N'.

       01 WS-NOTICE-DAYS          PIC 9(3) VALUE 30.
       01 WS-SETTLEMENT-GL        PIC X(8) VALUE '99999999'.
       01 WS-PAY-CLEARING-GL      PIC X(8) VALUE '99999999'.
       01 WS-PAYPARM-LOADED       PIC X VALUE 'N'.

       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10 WS-RATE-TYPE    PIC X(2).
               10 WS-RATE-VALUE   PIC 9V9(4).
               10 WS-RATE-EFF-DATE PIC 9(8).
       01 WS-RATE-COUNT           PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE-MAX       PIC 9(3) VALUE 50.
       01 WS-RATE-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-RATE-FOUND           PIC X VALUE 'N'.
       01 WS-RATE-BEST-DATE       PIC 9(8) VALUE 0.
       01 WS-RATE-USED            PIC 9V9(4).
       01 WS-DEFAULT-RATE         PIC 9V9(4) VALUE 0.0550.

       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 20 TIMES INDEXED BY GM-IDX.
               10 WS-GLMAP-TYPE   PIC X(2).
               10 WS-GLMAP-EXPENSE PIC X(8).
               10 WS-GLMAP-LIABILITY PIC X(8).
       01 WS-GLMAP-COUNT          PIC 9(3) VALUE 0.
       01 WS-GLMAP-TABLE-MAX      PIC 9(3) VALUE 20.
       01 WS-GLMAP-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-GLMAP-FOUND          PIC X VALUE 'N'.
       01 WS-GL-SUSPENSE-ACCT     PIC X(8) VALUE '99999999'.
       01 WS-GL-LIABILITY-USED    PIC X(8).
       01 WS-GL-AMOUNT-EDIT       PIC 9(12).99.
       01 WS-GL-TOTAL-EDIT        PIC 9(12).99.
       01 WS-GL-COUNT-EDIT        PIC 9(7).
       01 WS-GL-DETAIL-COUNT      PIC 9(7) VALUE 0.
       01 WS-GL-DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.

       01 WS-PRIOR-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-INTEGER          PIC 9(7) VALUE 0.
       01 WS-PRIOR-INTEGER        PIC 9(7) VALUE 0.
       01 WS-MATURITY-INTEGER     PIC 9(7) VALUE 0.
       01 WS-NOTICE-INTEGER       PIC S9(7) VALUE 0.
       01 WS-DAYS-TO-MATURITY     PIC 9(5) VALUE 0.

       01 WS-OLD-STATUS           PIC X(1).
       01 WS-OLD-MATURITY         PIC 9(8) VALUE 0.
       01 WS-OPENING-BALANCE      PIC S9(11)V99 VALUE 0.
       01 WS-CAPITALIZED-ACCRUAL  PIC S9(11)V99 VALUE 0.
       01 WS-CAPITALIZED-SIDE     PIC X(1).
       01 WS-BALANCE-BEFORE       PIC S9(11)V99 VALUE 0.
       01 WS-ACCRUED-BEFORE       PIC S9(11)V99 VALUE 0.
       01 WS-LAST-POSTED-BEFORE   PIC 9(8) VALUE 0.
       01 WS-TERM-BASE-BEFORE     PIC S9(11)V99 VALUE 0.
       01 WS-TERM-INTEREST        PIC S9(11)V99 VALUE 0.
       01 WS-PAYOUT-AMOUNT        PIC S9(11)V99 VALUE 0.
       01 WS-HISTORY-AMOUNT       PIC S9(11)V99 VALUE 0.
       01 WS-ACTION-TEXT          PIC X(30).
       01 WS-HOLD-REASON          PIC X(40).

       01 WS-TERM-START-DATE      PIC 9(8) VALUE 0.
       01 WS-TERM-END-DATE        PIC 9(8) VALUE 0.
       01 WS-TERM-MONTHS          PIC 9(3) VALUE 0.
       01 WS-TERM-YEAR            PIC 9(4) VALUE 0.
       01 WS-TERM-MONTH           PIC 9(2) VALUE 0.
       01 WS-TERM-DAY             PIC 9(2) VALUE 0.
       01 WS-TERM-TOTAL-MONTHS    PIC 9(6) VALUE 0.

       01 WS-MASTER-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-TERM-ACCOUNT-COUNT   PIC 9(7) VALUE 0.
       01 WS-MATURED-COUNT        PIC 9(7) VALUE 0.
       01 WS-RENEWED-COUNT        PIC 9(7) VALUE 0.
       01 WS-INT-PAID-COUNT       PIC 9(7) VALUE 0.
       01 WS-CLOSED-COUNT         PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT           PIC 9(7) VALUE 0.
       01 WS-NOTICE-COUNT         PIC 9(7) VALUE 0.
       01 WS-TOTAL-PAID-OUT       PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-RENEWED        PIC S9(13)V99 VALUE 0.

       01 WS-COUNT-DISP           PIC Z,ZZZ,ZZ9.
       01 WS-BALANCE-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-INTEREST-DISP        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PAYOUT-DISP          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-HISTORY-AMOUNT-DISP  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISP           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISP            PIC 9.9(4).
       01 WS-MATURITY-DATE-DISP   PIC X(10).
       01 WS-NEXT-MATURITY-DISP   PIC X(10).
       01 WS-DATE-WORK            PIC X(8).
       01 WS-DATE-WORK-DISP       PIC X(10).

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

           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-PRIOR-DATE > 0
                   AND WS-PRIOR-DATE < WS-RUN-DATE
               COMPUTE WS-PRIOR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE)
           ELSE
               COMPUTE WS-PRIOR-INTEGER = WS-RUN-INTEGER - 1
           END-IF

           PERFORM LOAD-MATURITY-PARAMETERS
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-GL-MAP

           OPEN OUTPUT MATURITY-REPORT-FILE
           PERFORM WRITE-MATURITY-HEADER

           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: MASTER FILE OPEN FAILED - STATUS "
                       WS-MASTER-FILE-STATUS " - MATURITY RUN "
                       "NOT RUN"
               MOVE SPACES TO MATURITY-REPORT-RECORD
               STRING "MASTER FILE NOT AVAILABLE - MASTER "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO MATURITY-REPORT-RECORD
               END-STRING
               WRITE MATURITY-REPORT-RECORD
               CLOSE MATURITY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCRUAL-FILE
           IF WS-ACCRUAL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCRUAL-OPEN-FLAG
           ELSE
               MOVE 'N' TO WS-ACCRUAL-OPEN-FLAG
           END-IF

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

           OPEN OUTPUT NOTICE-FILE

           MOVE 'N' TO WS-MASTER-EOF-FLAG
           MOVE LOW-VALUES TO MST-ACCT-NO
           START MASTER-FILE KEY NOT < MST-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM REVIEW-ONE-ACCOUNT
               END-READ
           END-PERFORM

           PERFORM WRITE-GL-BATCH-TRAILER

           CLOSE MASTER-FILE
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               CLOSE ACCRUAL-FILE
           END-IF
           CLOSE GL-FILE
           CLOSE HISTORY-FILE
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               CLOSE TXNHIST-FILE
           END-IF
           CLOSE NOTICE-FILE

           PERFORM WRITE-MATURITY-TRAILER
           CLOSE MATURITY-REPORT-FILE

           IF WS-HELD-COUNT > 0
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-MATURITY-PARAMETERS.
           OPEN INPUT MATPARM-FILE
           IF WS-MATPARM-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: MATURITY PARAMETER FILE NOT FOUND - "
                       "DEFAULT NOTICE PERIOD USED AND PAYOUTS "
                       "POSTED TO SUSPENSE"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               READ MATPARM-FILE
                   NOT AT END
                       IF MP-NOTICE-DAYS NOT = SPACES
                           IF FUNCTION TEST-NUMVAL(MP-NOTICE-DAYS)
                                   = 0
                               MOVE FUNCTION NUMVAL(MP-NOTICE-DAYS)
                                   TO WS-NOTICE-DAYS
                           ELSE
                               DISPLAY "WARNING: INVALID NOTICE DAYS "
                                   MP-NOTICE-DAYS " - DEFAULT USED"
                               IF WS-CONDITION-CODE < 4
                                   MOVE 4 TO WS-CONDITION-CODE
                               END-IF
                           END-IF
                       END-IF
                       IF MP-SETTLEMENT-GL NOT = SPACES
                           MOVE MP-SETTLEMENT-GL TO WS-SETTLEMENT-GL
                       ELSE
                           DISPLAY "WARNING: NO SETTLEMENT GL ACCOUNT "
                               "- PAYOUTS POSTED TO SUSPENSE"
                           IF WS-CONDITION-CODE < 4
                               MOVE 4 TO WS-CONDITION-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE MATPARM-FILE
           END-IF.

       LOAD-PAYOUT-PARAMETERS.
           MOVE 'Y' TO WS-PAYPARM-LOADED
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
                       "PARAMETERS - ACCRUAL RECLASS POSTED TO "
                       "SUSPENSE"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: RATE TABLE FILE NOT FOUND - "
                       "DEFAULT RATE QUOTED ON RENEWALS"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-RATE-EOF-FLAG
               PERFORM UNTIL WS-RATE-EOF-FLAG = 'Y'
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       STORE-RATE-ENTRY.
           IF WS-RATE-COUNT >= WS-RATE-TABLE-MAX
               IF WS-RATE-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: RATE TABLE HAS MORE THAN "
                       WS-RATE-TABLE-MAX " ENTRIES - EXTRA ROWS "
                       "IGNORED"
                   MOVE 'Y' TO WS-RATE-OVERFLOW-WARNED
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(RT-RATE-TEXT) = 0
                   IF FUNCTION NUMVAL(RT-RATE-TEXT) < 1
                       ADD 1 TO WS-RATE-COUNT
                       SET RT-IDX TO WS-RATE-COUNT
                       MOVE RT-ACCT-TYPE TO WS-RATE-TYPE(RT-IDX)
                       MOVE FUNCTION NUMVAL(RT-RATE-TEXT)
                           TO WS-RATE-VALUE(RT-IDX)
                       IF RT-EFF-DATE IS NUMERIC
                           MOVE RT-EFF-DATE
                               TO WS-RATE-EFF-DATE(RT-IDX)
                       ELSE
                           MOVE 0 TO WS-RATE-EFF-DATE(RT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOKUP-CURRENT-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE WS-DEFAULT-RATE TO WS-RATE-USED
           MOVE 0 TO WS-RATE-BEST-DATE
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RATE-COUNT
               IF WS-RATE-TYPE(RT-IDX) = MST-ACCT-TYPE
                       AND WS-RATE-EFF-DATE(RT-IDX) <= WS-RUN-DATE
                   IF WS-RATE-FOUND = 'N'
                           OR WS-RATE-EFF-DATE(RT-IDX)
                               >= WS-RATE-BEST-DATE
                       MOVE WS-RATE-VALUE(RT-IDX) TO WS-RATE-USED
                       MOVE WS-RATE-EFF-DATE(RT-IDX)
                           TO WS-RATE-BEST-DATE
                       MOVE 'Y' TO WS-RATE-FOUND
                   END-IF
               END-IF
           END-PERFORM.

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
                               MOVE GM-EXPENSE-GL
                                   TO WS-GLMAP-EXPENSE(GM-IDX)
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

       REVIEW-ONE-ACCOUNT.
           IF MST-MATURITY-DATE IS NUMERIC
                   AND MST-MATURITY-DATE > 0
                   AND MST-STATUS NOT = 'C'
               ADD 1 TO WS-TERM-ACCOUNT-COUNT
               IF MST-MATURITY-DATE <= WS-RUN-DATE
                   PERFORM PROCESS-MATURED-ACCOUNT
               ELSE
                   PERFORM CHECK-MATURITY-NOTICE
               END-IF
           END-IF.

       PROCESS-MATURED-ACCOUNT.
           ADD 1 TO WS-MATURED-COUNT
           MOVE MST-STATUS TO WS-OLD-STATUS
           MOVE MST-MATURITY-DATE TO WS-OLD-MATURITY
           MOVE SPACES TO WS-HOLD-REASON

           IF MST-STATUS = 'F'
               MOVE "ACCOUNT FROZEN - MATURITY HELD"
                   TO WS-HOLD-REASON
           END-IF
           IF MST-STATUS = 'D'
                   AND MST-MATURITY-INSTR NOT = 'R'
               MOVE "ACCOUNT DORMANT - PAYOUT HELD"
                   TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES
               IF MST-MATURITY-INSTR NOT = 'R'
                       AND MST-MATURITY-INSTR NOT = 'P'
                       AND MST-MATURITY-INSTR NOT = 'C'
                   MOVE "INVALID MATURITY INSTRUCTION"
                       TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               IF MST-MATURITY-INSTR NOT = 'C'
                   IF MST-TERM-MONTHS IS NOT NUMERIC
                           OR MST-TERM-MONTHS = 0
                       MOVE "NO TERM ON FILE - CANNOT RENEW"
                           TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               PERFORM WRITE-HELD-LINE
           ELSE
               MOVE MST-BALANCE TO WS-BALANCE-BEFORE
               MOVE MST-ACCRUED-INT TO WS-ACCRUED-BEFORE
               MOVE MST-LAST-POSTED TO WS-LAST-POSTED-BEFORE
               MOVE MST-TERM-INT-BASE TO WS-TERM-BASE-BEFORE
               PERFORM CAPITALIZE-OUTSTANDING-ACCRUAL
               MOVE MST-BALANCE TO WS-OPENING-BALANCE
               IF MST-TERM-INT-BASE IS NUMERIC
                   COMPUTE WS-TERM-INTEREST =
                       MST-ACCRUED-INT - MST-TERM-INT-BASE
               ELSE
                   MOVE MST-ACCRUED-INT TO WS-TERM-INTEREST
               END-IF
               IF WS-TERM-INTEREST < 0
                   MOVE 0 TO WS-TERM-INTEREST
               END-IF
               MOVE 0 TO WS-PAYOUT-AMOUNT
               PERFORM LOOKUP-CURRENT-RATE

               EVALUATE MST-MATURITY-INSTR
                   WHEN 'R'
                       PERFORM RENEW-TERM
                       MOVE "MATURED - RENEWED IN FULL"
                           TO WS-ACTION-TEXT
                   WHEN 'P'
                       MOVE WS-TERM-INTEREST TO WS-PAYOUT-AMOUNT
                       IF WS-PAYOUT-AMOUNT > MST-BALANCE
                           MOVE MST-BALANCE TO WS-PAYOUT-AMOUNT
                       END-IF
                       IF WS-PAYOUT-AMOUNT < 0
                           MOVE 0 TO WS-PAYOUT-AMOUNT
                       END-IF
                       SUBTRACT WS-PAYOUT-AMOUNT FROM MST-BALANCE
                       PERFORM RENEW-TERM
                       MOVE "MATURED - INTEREST PAID OUT"
                           TO WS-ACTION-TEXT
                   WHEN 'C'
                       MOVE MST-BALANCE TO WS-PAYOUT-AMOUNT
                       IF WS-PAYOUT-AMOUNT < 0
                           MOVE 0 TO WS-PAYOUT-AMOUNT
                       END-IF
                       SUBTRACT WS-PAYOUT-AMOUNT FROM MST-BALANCE
                       MOVE 'C' TO MST-STATUS
                       MOVE "MATURED - CLOSED AND PAID OUT"
                           TO WS-ACTION-TEXT
               END-EVALUATE

               REWRITE MASTER-RECORD
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   DISPLAY "WARNING: MASTER REWRITE FAILED FOR "
                           MST-ACCT-NO " - STATUS "
                           WS-MASTER-FILE-STATUS
                   MOVE WS-BALANCE-BEFORE TO MST-BALANCE
                   MOVE WS-ACCRUED-BEFORE TO MST-ACCRUED-INT
                   MOVE WS-LAST-POSTED-BEFORE TO MST-LAST-POSTED
                   MOVE WS-TERM-BASE-BEFORE TO MST-TERM-INT-BASE
                   MOVE WS-OLD-STATUS TO MST-STATUS
                   MOVE WS-OLD-MATURITY TO MST-MATURITY-DATE
                   IF WS-CONDITION-CODE < 8
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
                   MOVE "MASTER NOT UPDATED - MATURITY HELD"
                       TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WRITE-HELD-LINE
               ELSE
                   EVALUATE MST-MATURITY-INSTR
                       WHEN 'R'
                           ADD 1 TO WS-RENEWED-COUNT
                           ADD MST-BALANCE TO WS-TOTAL-RENEWED
                       WHEN 'P'
                           ADD 1 TO WS-INT-PAID-COUNT
                           ADD MST-BALANCE TO WS-TOTAL-RENEWED
                       WHEN 'C'
                           ADD 1 TO WS-CLOSED-COUNT
                   END-EVALUATE
                   PERFORM CLEAR-CAPITALIZED-ACCRUAL
                   ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAID-OUT
                   IF WS-PAYOUT-AMOUNT > 0
                       PERFORM WRITE-PAYOUT-GL
                   END-IF
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM WRITE-MATURITY-TXN
                   PERFORM WRITE-MATURED-LINE
               END-IF
           END-IF.

       CAPITALIZE-OUTSTANDING-ACCRUAL.
           MOVE 0 TO WS-CAPITALIZED-ACCRUAL
           MOVE SPACE TO WS-CAPITALIZED-SIDE
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               MOVE MST-ACCT-NO TO ACL-ACCT-NO
               READ ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACL-ACCRUED > 0
                           MOVE ACL-ACCRUED TO WS-CAPITALIZED-ACCRUAL
                           MOVE ACL-INT-SIDE TO WS-CAPITALIZED-SIDE
                           ADD ACL-ACCRUED TO MST-BALANCE
                           ADD ACL-ACCRUED TO MST-ACCRUED-INT
                           MOVE WS-RUN-DATE TO MST-LAST-POSTED
                       END-IF
               END-READ
           END-IF.

       CLEAR-CAPITALIZED-ACCRUAL.
           IF WS-CAPITALIZED-ACCRUAL > 0
               MOVE 0 TO ACL-ACCRUED
               MOVE WS-RUN-DATE TO ACL-LAST-ACCRUED
               MOVE SPACE TO ACL-INT-SIDE
               REWRITE ACCRUAL-RECORD
               IF WS-ACCRUAL-FILE-STATUS NOT = '00'
                   DISPLAY "WARNING: ACCRUAL NOT CLEARED FOR "
                           MST-ACCT-NO " - STATUS "
                           WS-ACCRUAL-FILE-STATUS
                   IF WS-CONDITION-CODE < 8
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
               ELSE
                   IF WS-CAPITALIZED-SIDE = 'P'
                       PERFORM WRITE-ACCRUAL-RECLASS-GL
                   END-IF
               END-IF
           END-IF.

       RENEW-TERM.
           MOVE MST-TERM-MONTHS TO WS-TERM-MONTHS
           MOVE MST-MATURITY-DATE TO WS-TERM-START-DATE
           PERFORM ADD-TERM-TO-DATE
           PERFORM UNTIL WS-TERM-END-DATE > WS-RUN-DATE
               MOVE WS-TERM-END-DATE TO WS-TERM-START-DATE
               PERFORM ADD-TERM-TO-DATE
           END-PERFORM
           MOVE WS-TERM-END-DATE TO MST-MATURITY-DATE
           MOVE MST-ACCRUED-INT TO MST-TERM-INT-BASE.

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

       CHECK-MATURITY-NOTICE.
           IF WS-NOTICE-DAYS > 0
               COMPUTE WS-MATURITY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(MST-MATURITY-DATE)
               COMPUTE WS-NOTICE-INTEGER =
                   WS-MATURITY-INTEGER - WS-NOTICE-DAYS
               IF WS-NOTICE-INTEGER > WS-PRIOR-INTEGER
                       AND WS-NOTICE-INTEGER <= WS-RUN-INTEGER
                   PERFORM WRITE-NOTICE-RECORD
               END-IF
           END-IF.

       WRITE-NOTICE-RECORD.
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM LOOKUP-CURRENT-RATE
           COMPUTE WS-DAYS-TO-MATURITY =
               WS-MATURITY-INTEGER - WS-RUN-INTEGER
           IF MST-TERM-INT-BASE IS NUMERIC
               COMPUTE WS-TERM-INTEREST =
                   MST-ACCRUED-INT - MST-TERM-INT-BASE
           ELSE
               MOVE MST-ACCRUED-INT TO WS-TERM-INTEREST
           END-IF

           MOVE SPACES TO NOTICE-RECORD
           MOVE MST-ACCT-NO TO MN-ACCT-NO
           MOVE MST-ACCT-TYPE TO MN-ACCT-TYPE
           MOVE MST-MATURITY-DATE TO MN-MATURITY-DATE
           MOVE WS-DAYS-TO-MATURITY TO MN-DAYS-TO-MATURITY
           MOVE MST-MATURITY-INSTR TO MN-INSTRUCTION
           MOVE MST-TERM-MONTHS TO MN-TERM-MONTHS
           MOVE MST-BALANCE TO MN-BALANCE
           MOVE WS-TERM-INTEREST TO MN-TERM-INTEREST
           MOVE WS-RATE-USED TO MN-CURRENT-RATE
           MOVE 0 TO MN-NEXT-MATURITY
           IF MST-MATURITY-INSTR NOT = 'C'
                   AND MST-TERM-MONTHS IS NUMERIC
                   AND MST-TERM-MONTHS > 0
               MOVE MST-TERM-MONTHS TO WS-TERM-MONTHS
               MOVE MST-MATURITY-DATE TO WS-TERM-START-DATE
               PERFORM ADD-TERM-TO-DATE
               MOVE WS-TERM-END-DATE TO MN-NEXT-MATURITY
           END-IF
           WRITE NOTICE-RECORD.

       WRITE-GL-BATCH-HEADER.
           MOVE SPACES TO GL-RECORD
           STRING "H" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  "MATURITY" DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD.

       WRITE-PAYOUT-GL.
           PERFORM LOOKUP-GL-MAP

           MOVE WS-PAYOUT-AMOUNT TO WS-GL-AMOUNT-EDIT

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-GL-LIABILITY-USED DELIMITED BY SIZE
                  "DR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-PAYOUT-AMOUNT TO WS-GL-DEBIT-TOTAL

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-SETTLEMENT-GL DELIMITED BY SIZE
                  "CR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-PAYOUT-AMOUNT TO WS-GL-CREDIT-TOTAL.

       WRITE-ACCRUAL-RECLASS-GL.
           IF WS-PAYPARM-LOADED = 'N'
               PERFORM LOAD-PAYOUT-PARAMETERS
           END-IF
           PERFORM LOOKUP-GL-MAP

           MOVE WS-CAPITALIZED-ACCRUAL TO WS-GL-AMOUNT-EDIT

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
           ADD WS-CAPITALIZED-ACCRUAL TO WS-GL-DEBIT-TOTAL

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
           ADD WS-CAPITALIZED-ACCRUAL TO WS-GL-CREDIT-TOTAL.

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
           COMPUTE WS-HISTORY-AMOUNT = 0 - WS-PAYOUT-AMOUNT
           MOVE WS-HISTORY-AMOUNT TO WS-HISTORY-AMOUNT-DISP

           MOVE SPACES TO HISTORY-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "MATURITY" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-MATURITY-INSTR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-ACCT-NO DELIMITED BY SIZE
                  " OLD " DELIMITED BY SIZE
                  WS-OLD-STATUS DELIMITED BY SIZE
                  " NEW " DELIMITED BY SIZE
                  MST-STATUS DELIMITED BY SIZE
                  " ADJ " DELIMITED BY SIZE
                  WS-HISTORY-AMOUNT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD.

       FORMAT-REPORT-DATE.
           IF WS-DATE-WORK IS NUMERIC
                   AND WS-DATE-WORK NOT = '00000000'
               MOVE SPACES TO WS-DATE-WORK-DISP
               STRING WS-DATE-WORK(5:2) "/"
                      WS-DATE-WORK(7:2) "/"
                      WS-DATE-WORK(1:4)
                      DELIMITED BY SIZE INTO WS-DATE-WORK-DISP
               END-STRING
           ELSE
               MOVE "NONE      " TO WS-DATE-WORK-DISP
           END-IF.

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
               MOVE "MATURITY" TO TH-SOURCE
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

       WRITE-MATURITY-TXN.
           IF WS-CAPITALIZED-ACCRUAL > 0
               MOVE SPACES TO TXNHIST-RECORD
               MOVE MST-ACCT-NO TO TH-ACCT-NO
               MOVE "CI" TO TH-TXN-TYPE
               MOVE WS-CAPITALIZED-ACCRUAL TO TH-GROSS
               MOVE 0 TO TH-TAX
               MOVE WS-CAPITALIZED-ACCRUAL TO TH-NET
               MOVE WS-OPENING-BALANCE TO TH-RUNNING-BAL
               MOVE 'Y' TO TH-BALANCE-IND
               MOVE "INTEREST CAPITALIZED" TO TH-DESCRIPTION
               PERFORM WRITE-TXN-HISTORY
           END-IF
           IF WS-PAYOUT-AMOUNT > 0
               MOVE SPACES TO TXNHIST-RECORD
               MOVE MST-ACCT-NO TO TH-ACCT-NO
               MOVE "MP" TO TH-TXN-TYPE
               COMPUTE TH-GROSS = 0 - WS-PAYOUT-AMOUNT
               MOVE 0 TO TH-TAX
               MOVE TH-GROSS TO TH-NET
               MOVE MST-BALANCE TO TH-RUNNING-BAL
               MOVE 'Y' TO TH-BALANCE-IND
               MOVE "MATURITY PAYOUT" TO TH-DESCRIPTION
               PERFORM WRITE-TXN-HISTORY
           END-IF.

       WRITE-MATURED-LINE.
           MOVE WS-OLD-MATURITY TO WS-DATE-WORK
           PERFORM FORMAT-REPORT-DATE
           MOVE WS-DATE-WORK-DISP TO WS-MATURITY-DATE-DISP
           IF MST-STATUS = 'C'
               MOVE "CLOSED    " TO WS-NEXT-MATURITY-DISP
           ELSE
               MOVE MST-MATURITY-DATE TO WS-DATE-WORK
               PERFORM FORMAT-REPORT-DATE
               MOVE WS-DATE-WORK-DISP TO WS-NEXT-MATURITY-DISP
           END-IF
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISP
           MOVE WS-TERM-INTEREST TO WS-INTEREST-DISP
           MOVE WS-PAYOUT-AMOUNT TO WS-PAYOUT-DISP
           MOVE WS-RATE-USED TO WS-RATE-DISP

           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING MST-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MATURITY-DATE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-MATURITY-INSTR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-INTEREST-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAYOUT-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NEXT-MATURITY-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RATE-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD.

       WRITE-HELD-LINE.
           MOVE MST-MATURITY-DATE TO WS-DATE-WORK
           PERFORM FORMAT-REPORT-DATE
           MOVE MST-BALANCE TO WS-BALANCE-DISP

           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING MST-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DATE-WORK-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-MATURITY-INSTR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  "  EXCEPTION: " DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD.

       WRITE-MATURITY-HEADER.
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "MATURITY TERM DEPOSIT MATURITY REPORT"
                  DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-NOTICE-DAYS TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "NOTICE PERIOD (DAYS): " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "  SETTLEMENT GL: " DELIMITED BY SIZE
                  WS-SETTLEMENT-GL DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE SPACES TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD

           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "ACCOUNT     TY  MATURED     I   "
                  "      BALANCE AT MAT"
                  "       TERM INTEREST"
                  "            PAID OUT"
                  "  NEXT MATURITY  RATE" DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD.

       WRITE-MATURITY-TRAILER.
           MOVE SPACES TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "MASTER ACCOUNTS READ:     " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-TERM-ACCOUNT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "TERM ACCOUNTS REVIEWED:   " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-MATURED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "ACCOUNTS MATURED:         " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-RENEWED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "  RENEWED IN FULL:        " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-INT-PAID-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "  INTEREST PAID, RENEWED: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "  CLOSED AND PAID OUT:    " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-HELD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "  HELD AS EXCEPTIONS:     " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-TOTAL-RENEWED TO WS-TOTAL-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "TOTAL BALANCES RENEWED:   " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-TOTAL-PAID-OUT TO WS-TOTAL-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "TOTAL PAID OUT:           " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD

           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO MATURITY-REPORT-RECORD
           STRING "MATURITY NOTICES ISSUED:  " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO MATURITY-REPORT-RECORD
           END-STRING
           WRITE MATURITY-REPORT-RECORD.

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
                           IF PD-PRIOR-DATE IS NUMERIC
                               MOVE PD-PRIOR-DATE TO WS-PRIOR-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE PROCDATE-FILE
           END-IF

           IF WS-PROCDATE-FOUND = 'N'
               DISPLAY "ERROR: PROCESSING DATE CONTROL NOT AVAILABLE - "
                       "MATURITY RUN NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - MATURITY RUN NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
