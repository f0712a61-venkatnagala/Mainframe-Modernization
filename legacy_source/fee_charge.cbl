       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECHG.

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
           SELECT FEECTL-FILE ASSIGN TO 'feectl.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FEECTL-FILE-STATUS.
           SELECT FEESCHED-FILE ASSIGN TO 'feesched.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-FILE-STATUS.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TXNHIST-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'feereg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO 'feewaive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'feeexcp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
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

       FD FEECTL-FILE.
       01 FEECTL-RECORD.
           05 FC-KEY.
               10 FC-ACCT-NO      PIC X(10).
               10 FC-FEE-MONTH    PIC 9(6).
           05 FC-STATUS           PIC X(1).
           05 FC-ACCT-TYPE        PIC X(2).
           05 FC-MONTHLY-FEE      PIC 9(7)V99.
           05 FC-MIN-BAL-FEE      PIC 9(7)V99.
           05 FC-TOTAL-FEE        PIC 9(7)V99.
           05 FC-INT-BASE         PIC S9(11)V99.
           05 FC-INT-EARNED       PIC S9(11)V99.
           05 FC-RUN-DATE         PIC 9(8).
           05 FILLER              PIC X(10).

       FD FEESCHED-FILE.
       01 FEESCHED-RECORD.
           05 FS-ACCT-TYPE        PIC X(2).
           05 FS-MONTHLY-FEE      PIC X(9).
           05 FS-MIN-BALANCE      PIC X(13).
           05 FS-MIN-BAL-FEE      PIC X(9).
           05 FS-WAIVER-RULE      PIC X(1).
           05 FS-WAIVER-AMOUNT    PIC X(13).
           05 FS-INCOME-GL        PIC X(8).

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

       FD REGISTER-FILE.
       01 REGISTER-RECORD         PIC X(132).

       FD WAIVER-FILE.
       01 WAIVER-RECORD           PIC X(132).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD        PIC X(132).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
           05 PD-PROC-DATE        PIC X(8).
           05 PD-CYCLE-STATUS     PIC X(1).
           05 PD-PRIOR-DATE       PIC X(8).
           05 PD-OPENED-BY        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-ACCRUAL-FILE-STATUS  PIC XX.
       01 WS-FEECTL-FILE-STATUS   PIC XX.
       01 WS-FEESCHED-FILE-STATUS PIC XX.
       01 WS-GLMAP-FILE-STATUS    PIC XX.
       01 WS-GL-FILE-STATUS       PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-TXNHIST-WRITTEN      PIC X VALUE 'N'.
       01 WS-TXNHIST-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-MONTH-START-DATE     PIC 9(8) VALUE 0.
       01 WS-REGISTER-FILE-STATUS PIC XX.
       01 WS-WAIVER-FILE-STATUS   PIC XX.
       01 WS-EXCEPTION-FILE-STATUS PIC XX.

       01 WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-FEESCHED-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-GLMAP-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-ACCRUAL-OPEN-FLAG    PIC X VALUE 'N'.

       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 20 TIMES INDEXED BY FE-IDX.
               10 WS-FEE-TYPE     PIC X(2).
               10 WS-FEE-MONTHLY  PIC 9(7)V99.
               10 WS-FEE-MIN-BALANCE PIC 9(11)V99.
               10 WS-FEE-MIN-BAL-FEE PIC 9(7)V99.
               10 WS-FEE-WAIVER-RULE PIC X(1).
               10 WS-FEE-WAIVER-AMOUNT PIC 9(11)V99.
               10 WS-FEE-INCOME-GL PIC X(8).
       01 WS-FEE-COUNT            PIC 9(3) VALUE 0.
       01 WS-FEE-TABLE-MAX        PIC 9(3) VALUE 20.
       01 WS-FEE-OVERFLOW-WARNED  PIC X VALUE 'N'.
       01 WS-FEE-FOUND            PIC X VALUE 'N'.
       01 WS-FEE-ROW-VALID        PIC X VALUE 'Y'.
       01 WS-ROW-MONTHLY          PIC 9(7)V99 VALUE 0.
       01 WS-ROW-MIN-BALANCE      PIC 9(11)V99 VALUE 0.
       01 WS-ROW-MIN-BAL-FEE      PIC 9(7)V99 VALUE 0.
       01 WS-ROW-WAIVER-RULE      PIC X(1).
       01 WS-ROW-WAIVER-AMOUNT    PIC 9(11)V99 VALUE 0.

       01 WS-MONTHLY-FEE-USED     PIC 9(7)V99 VALUE 0.
       01 WS-MIN-BALANCE-USED     PIC 9(11)V99 VALUE 0.
       01 WS-MIN-BAL-FEE-USED     PIC 9(7)V99 VALUE 0.
       01 WS-WAIVER-RULE-USED     PIC X(1).
       01 WS-WAIVER-AMOUNT-USED   PIC 9(11)V99 VALUE 0.
       01 WS-INCOME-GL-USED       PIC X(8).

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
       01 WS-GL-AMOUNT-EDIT       PIC 9(12).99.
       01 WS-GL-TOTAL-EDIT        PIC 9(12).99.
       01 WS-GL-COUNT-EDIT        PIC 9(7).
       01 WS-GL-DETAIL-COUNT      PIC 9(7) VALUE 0.
       01 WS-GL-DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.

       01 WS-FEE-MONTH            PIC 9(6) VALUE 0.
       01 WS-PRIOR-MONTH          PIC 9(6) VALUE 0.
       01 WS-FEE-YEAR             PIC 9(4) VALUE 0.
       01 WS-FEE-MM               PIC 9(2) VALUE 0.
       01 WS-FEE-MONTH-DISP       PIC X(7).

       01 WS-CONTROL-FOUND        PIC X VALUE 'N'.
       01 WS-CONTROL-SAVED        PIC X VALUE 'N'.
       01 WS-FEE-STATUS           PIC X(1).
       01 WS-FEE-WAIVED           PIC X VALUE 'N'.
       01 WS-WAIVER-TEXT          PIC X(32).
       01 WS-EXCEPTION-REASON     PIC X(40).
       01 WS-MONTHLY-FEE          PIC 9(7)V99 VALUE 0.
       01 WS-MIN-BAL-FEE          PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-FEE            PIC 9(7)V99 VALUE 0.
       01 WS-ACCRUAL-NOW          PIC S9(11)V99 VALUE 0.
       01 WS-INT-BASE-NOW         PIC S9(11)V99 VALUE 0.
       01 WS-INT-EARNED           PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE-BEFORE       PIC S9(11)V99 VALUE 0.
       01 WS-HISTORY-AMOUNT       PIC S9(11)V99 VALUE 0.

       01 WS-MASTER-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-ACTIVE-COUNT         PIC 9(7) VALUE 0.
       01 WS-CLOSED-SKIP-COUNT    PIC 9(7) VALUE 0.
       01 WS-FROZEN-SKIP-COUNT    PIC 9(7) VALUE 0.
       01 WS-DORMANT-SKIP-COUNT   PIC 9(7) VALUE 0.
       01 WS-NO-SCHEDULE-COUNT    PIC 9(7) VALUE 0.
       01 WS-ALREADY-COUNT        PIC 9(7) VALUE 0.
       01 WS-NO-FEE-COUNT         PIC 9(7) VALUE 0.
       01 WS-BELOW-MIN-COUNT      PIC 9(7) VALUE 0.
       01 WS-CHARGED-COUNT        PIC 9(7) VALUE 0.
       01 WS-WAIVED-COUNT         PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOTAL-MONTHLY-FEES   PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-MIN-BAL-FEES   PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-CHARGED        PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-WAIVED         PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-NOT-CHARGED    PIC S9(13)V99 VALUE 0.

       01 WS-COUNT-DISP           PIC Z,ZZZ,ZZ9.
       01 WS-BALANCE-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE2-DISP        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-INTEREST-DISP        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FEE-DISP             PIC Z,ZZZ,ZZ9.99.
       01 WS-FEE2-DISP            PIC Z,ZZZ,ZZ9.99.
       01 WS-FEE3-DISP            PIC Z,ZZZ,ZZ9.99.
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

           MOVE WS-RUN-DATE(1:4) TO WS-FEE-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-FEE-MM
           COMPUTE WS-FEE-MONTH = WS-FEE-YEAR * 100 + WS-FEE-MM
           COMPUTE WS-MONTH-START-DATE = WS-FEE-MONTH * 100 + 1
           IF WS-FEE-MM = 1
               COMPUTE WS-PRIOR-MONTH = (WS-FEE-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-FEE-MONTH - 1
           END-IF
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-FEE-MONTH-DISP

           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-GL-MAP

           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT WAIVER-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM WRITE-REGISTER-HEADER
           PERFORM WRITE-WAIVER-HEADER
           PERFORM WRITE-EXCEPTION-HEADER

           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: MASTER FILE OPEN FAILED - STATUS "
                       WS-MASTER-FILE-STATUS " - FEE RUN NOT RUN"
               MOVE SPACES TO REGISTER-RECORD
               STRING "MASTER FILE NOT AVAILABLE - MASTER "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO REGISTER-RECORD
               END-STRING
               WRITE REGISTER-RECORD
               CLOSE REGISTER-FILE
               CLOSE WAIVER-FILE
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O FEECTL-FILE
           IF WS-FEECTL-FILE-STATUS = '35'
               OPEN OUTPUT FEECTL-FILE
               CLOSE FEECTL-FILE
               OPEN I-O FEECTL-FILE
           END-IF
           IF WS-FEECTL-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: FEE CONTROL FILE OPEN FAILED - STATUS "
                       WS-FEECTL-FILE-STATUS " - FEE RUN NOT RUN"
               MOVE SPACES TO REGISTER-RECORD
               STRING "FEE CONTROL FILE NOT AVAILABLE - MASTER "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO REGISTER-RECORD
               END-STRING
               WRITE REGISTER-RECORD
               CLOSE MASTER-FILE
               CLOSE REGISTER-FILE
               CLOSE WAIVER-FILE
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCRUAL-FILE
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
           CLOSE FEECTL-FILE
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               CLOSE ACCRUAL-FILE
           END-IF
           CLOSE GL-FILE
           CLOSE HISTORY-FILE
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               CLOSE TXNHIST-FILE
           END-IF

           PERFORM WRITE-REGISTER-TRAILER
           PERFORM WRITE-WAIVER-TRAILER
           PERFORM WRITE-EXCEPTION-TRAILER
           CLOSE REGISTER-FILE
           CLOSE WAIVER-FILE
           CLOSE EXCEPTION-FILE

           IF WS-EXCEPTION-COUNT > 0
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEESCHED-FILE
           IF WS-FEESCHED-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: FEE SCHEDULE FILE NOT FOUND - "
                       "NO FEES CHARGED"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-FEESCHED-EOF-FLAG
               PERFORM UNTIL WS-FEESCHED-EOF-FLAG = 'Y'
                   READ FEESCHED-FILE
                       AT END
                           MOVE 'Y' TO WS-FEESCHED-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-FEE-SCHEDULE
                   END-READ
               END-PERFORM
               CLOSE FEESCHED-FILE
           END-IF.

       STORE-FEE-SCHEDULE.
           IF WS-FEE-COUNT >= WS-FEE-TABLE-MAX
               IF WS-FEE-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: FEE SCHEDULE FILE HAS MORE THAN "
                       WS-FEE-TABLE-MAX " ENTRIES - EXTRA ROWS "
                       "IGNORED"
                   MOVE 'Y' TO WS-FEE-OVERFLOW-WARNED
               END-IF
           ELSE
               PERFORM VALIDATE-FEE-SCHEDULE
               IF WS-FEE-ROW-VALID = 'N'
                   DISPLAY "WARNING: INVALID FEE SCHEDULE FOR "
                       "ACCT TYPE " FS-ACCT-TYPE " - ROW IGNORED"
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-FEE-COUNT
                   SET FE-IDX TO WS-FEE-COUNT
                   MOVE FS-ACCT-TYPE TO WS-FEE-TYPE(FE-IDX)
                   MOVE WS-ROW-MONTHLY TO WS-FEE-MONTHLY(FE-IDX)
                   MOVE WS-ROW-MIN-BALANCE
                       TO WS-FEE-MIN-BALANCE(FE-IDX)
                   MOVE WS-ROW-MIN-BAL-FEE
                       TO WS-FEE-MIN-BAL-FEE(FE-IDX)
                   MOVE WS-ROW-WAIVER-RULE
                       TO WS-FEE-WAIVER-RULE(FE-IDX)
                   MOVE WS-ROW-WAIVER-AMOUNT
                       TO WS-FEE-WAIVER-AMOUNT(FE-IDX)
                   IF FS-INCOME-GL = SPACES
                       DISPLAY "WARNING: NO FEE INCOME GL ACCOUNT FOR "
                           "ACCT TYPE " FS-ACCT-TYPE
                           " - FEES POSTED TO SUSPENSE"
                       MOVE WS-GL-SUSPENSE-ACCT
                           TO WS-FEE-INCOME-GL(FE-IDX)
                       IF WS-CONDITION-CODE < 4
                           MOVE 4 TO WS-CONDITION-CODE
                       END-IF
                   ELSE
                       MOVE FS-INCOME-GL TO WS-FEE-INCOME-GL(FE-IDX)
                   END-IF
               END-IF
           END-IF.

       VALIDATE-FEE-SCHEDULE.
           MOVE 'Y' TO WS-FEE-ROW-VALID
           MOVE 0 TO WS-ROW-MONTHLY
           MOVE 0 TO WS-ROW-MIN-BALANCE
           MOVE 0 TO WS-ROW-MIN-BAL-FEE
           MOVE 0 TO WS-ROW-WAIVER-AMOUNT
           MOVE FS-WAIVER-RULE TO WS-ROW-WAIVER-RULE

           IF FS-ACCT-TYPE = SPACES
               MOVE 'N' TO WS-FEE-ROW-VALID
           END-IF

           IF FS-MONTHLY-FEE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FS-MONTHLY-FEE) = 0
                       AND FUNCTION NUMVAL(FS-MONTHLY-FEE) >= 0
                   MOVE FUNCTION NUMVAL(FS-MONTHLY-FEE)
                       TO WS-ROW-MONTHLY
               ELSE
                   MOVE 'N' TO WS-FEE-ROW-VALID
               END-IF
           END-IF

           IF FS-MIN-BALANCE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FS-MIN-BALANCE) = 0
                       AND FUNCTION NUMVAL(FS-MIN-BALANCE) >= 0
                   MOVE FUNCTION NUMVAL(FS-MIN-BALANCE)
                       TO WS-ROW-MIN-BALANCE
               ELSE
                   MOVE 'N' TO WS-FEE-ROW-VALID
               END-IF
           END-IF

           IF FS-MIN-BAL-FEE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FS-MIN-BAL-FEE) = 0
                       AND FUNCTION NUMVAL(FS-MIN-BAL-FEE) >= 0
                   MOVE FUNCTION NUMVAL(FS-MIN-BAL-FEE)
                       TO WS-ROW-MIN-BAL-FEE
               ELSE
                   MOVE 'N' TO WS-FEE-ROW-VALID
               END-IF
           END-IF

           IF FS-WAIVER-AMOUNT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FS-WAIVER-AMOUNT) = 0
                       AND FUNCTION NUMVAL(FS-WAIVER-AMOUNT) >= 0
                   MOVE FUNCTION NUMVAL(FS-WAIVER-AMOUNT)
                       TO WS-ROW-WAIVER-AMOUNT
               ELSE
                   MOVE 'N' TO WS-FEE-ROW-VALID
               END-IF
           END-IF

           IF WS-ROW-WAIVER-RULE = SPACE
               MOVE 'N' TO WS-ROW-WAIVER-RULE
           END-IF
           IF WS-ROW-WAIVER-RULE NOT = 'N'
                   AND WS-ROW-WAIVER-RULE NOT = 'I'
                   AND WS-ROW-WAIVER-RULE NOT = 'B'
               MOVE 'N' TO WS-FEE-ROW-VALID
           END-IF.

       LOOKUP-FEE-SCHEDULE.
           MOVE 0 TO WS-MONTHLY-FEE-USED
           MOVE 0 TO WS-MIN-BALANCE-USED
           MOVE 0 TO WS-MIN-BAL-FEE-USED
           MOVE 'N' TO WS-WAIVER-RULE-USED
           MOVE 0 TO WS-WAIVER-AMOUNT-USED
           MOVE WS-GL-SUSPENSE-ACCT TO WS-INCOME-GL-USED
           MOVE 'N' TO WS-FEE-FOUND
           PERFORM VARYING FE-IDX FROM 1 BY 1
                   UNTIL FE-IDX > WS-FEE-COUNT
                       OR WS-FEE-FOUND = 'Y'
               IF WS-FEE-TYPE(FE-IDX) = MST-ACCT-TYPE
                   MOVE 'Y' TO WS-FEE-FOUND
                   MOVE WS-FEE-MONTHLY(FE-IDX)
                       TO WS-MONTHLY-FEE-USED
                   MOVE WS-FEE-MIN-BALANCE(FE-IDX)
                       TO WS-MIN-BALANCE-USED
                   MOVE WS-FEE-MIN-BAL-FEE(FE-IDX)
                       TO WS-MIN-BAL-FEE-USED
                   MOVE WS-FEE-WAIVER-RULE(FE-IDX)
                       TO WS-WAIVER-RULE-USED
                   MOVE WS-FEE-WAIVER-AMOUNT(FE-IDX)
                       TO WS-WAIVER-AMOUNT-USED
                   MOVE WS-FEE-INCOME-GL(FE-IDX)
                       TO WS-INCOME-GL-USED
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
           EVALUATE MST-STATUS
               WHEN 'C'
                   ADD 1 TO WS-CLOSED-SKIP-COUNT
               WHEN 'F'
                   ADD 1 TO WS-FROZEN-SKIP-COUNT
               WHEN 'D'
                   ADD 1 TO WS-DORMANT-SKIP-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM LOOKUP-FEE-SCHEDULE
                   IF WS-FEE-FOUND = 'N'
                       ADD 1 TO WS-NO-SCHEDULE-COUNT
                   ELSE
                       PERFORM ASSESS-ONE-ACCOUNT
                   END-IF
           END-EVALUATE.

       ASSESS-ONE-ACCOUNT.
           MOVE 'N' TO WS-CONTROL-FOUND
           MOVE MST-ACCT-NO TO FC-ACCT-NO
           MOVE WS-FEE-MONTH TO FC-FEE-MONTH
           READ FEECTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-FOUND
           END-READ

           IF WS-CONTROL-FOUND = 'Y' AND FC-STATUS NOT = 'X'
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               PERFORM CALCULATE-ACCOUNT-FEE
               PERFORM DETERMINE-INTEREST-EARNED
               PERFORM APPLY-WAIVER-RULE
               MOVE SPACES TO WS-EXCEPTION-REASON
               EVALUATE TRUE
                   WHEN WS-TOTAL-FEE = 0
                       ADD 1 TO WS-NO-FEE-COUNT
                       MOVE 'N' TO WS-FEE-STATUS
                       PERFORM SAVE-FEE-CONTROL
                   WHEN WS-FEE-WAIVED = 'Y'
                       ADD 1 TO WS-WAIVED-COUNT
                       ADD WS-TOTAL-FEE TO WS-TOTAL-WAIVED
                       MOVE 'W' TO WS-FEE-STATUS
                       PERFORM SAVE-FEE-CONTROL
                       PERFORM WRITE-WAIVER-LINE
                   WHEN MST-BALANCE < WS-TOTAL-FEE
                       MOVE "FEE WOULD OVERDRAW ACCOUNT - NOT CHARGED"
                           TO WS-EXCEPTION-REASON
                       PERFORM RECORD-FEE-EXCEPTION
                   WHEN OTHER
                       PERFORM CHARGE-ACCOUNT-FEE
               END-EVALUATE
           END-IF.

       CALCULATE-ACCOUNT-FEE.
           MOVE WS-MONTHLY-FEE-USED TO WS-MONTHLY-FEE
           MOVE 0 TO WS-MIN-BAL-FEE
           IF WS-MIN-BALANCE-USED > 0
                   AND MST-BALANCE < WS-MIN-BALANCE-USED
               MOVE WS-MIN-BAL-FEE-USED TO WS-MIN-BAL-FEE
               ADD 1 TO WS-BELOW-MIN-COUNT
           END-IF
           COMPUTE WS-TOTAL-FEE = WS-MONTHLY-FEE + WS-MIN-BAL-FEE.

       DETERMINE-INTEREST-EARNED.
           MOVE 0 TO WS-ACCRUAL-NOW
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               MOVE MST-ACCT-NO TO ACL-ACCT-NO
               READ ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACL-ACCRUED TO WS-ACCRUAL-NOW
               END-READ
           END-IF
           COMPUTE WS-INT-BASE-NOW = MST-ACCRUED-INT + WS-ACCRUAL-NOW

           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               PERFORM SUM-MONTH-INTEREST
           ELSE
               MOVE MST-ACCT-NO TO FC-ACCT-NO
               MOVE WS-PRIOR-MONTH TO FC-FEE-MONTH
               READ FEECTL-FILE
                   INVALID KEY
                       MOVE WS-ACCRUAL-NOW TO WS-INT-EARNED
                   NOT INVALID KEY
                       COMPUTE WS-INT-EARNED =
                           WS-INT-BASE-NOW - FC-INT-BASE
               END-READ
           END-IF
           IF WS-INT-EARNED < 0
               MOVE 0 TO WS-INT-EARNED
           END-IF.

       SUM-MONTH-INTEREST.
           MOVE 0 TO WS-INT-EARNED
           MOVE 'N' TO WS-TXNHIST-EOF-FLAG
           MOVE MST-ACCT-NO TO TH-ACCT-NO
           MOVE WS-MONTH-START-DATE TO TH-POST-DATE
           MOVE 0 TO TH-SEQ-NO
           START TXNHIST-FILE KEY NOT < TH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
           END-START
           PERFORM UNTIL WS-TXNHIST-EOF-FLAG = 'Y'
               READ TXNHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
                   NOT AT END
                       IF TH-ACCT-NO NOT = MST-ACCT-NO
                               OR TH-POST-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
                       ELSE
                           IF TH-TXN-TYPE = "IA" OR TH-TXN-TYPE = "IH"
                                   OR TH-TXN-TYPE = "IP"
                                   OR TH-TXN-TYPE = "DA"
                                   OR TH-TXN-TYPE = "DP"
                                   OR TH-TXN-TYPE = "IJ"
                               ADD TH-NET TO WS-INT-EARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-WAIVER-RULE.
           MOVE 'N' TO WS-FEE-WAIVED
           MOVE SPACES TO WS-WAIVER-TEXT
           EVALUATE WS-WAIVER-RULE-USED
               WHEN 'I'
                   IF WS-INT-EARNED > WS-TOTAL-FEE
                       MOVE 'Y' TO WS-FEE-WAIVED
                       MOVE "INTEREST EARNED EXCEEDS FEE"
                           TO WS-WAIVER-TEXT
                   END-IF
               WHEN 'B'
                   IF MST-BALANCE >= WS-WAIVER-AMOUNT-USED
                       MOVE 'Y' TO WS-FEE-WAIVED
                       MOVE "BALANCE AT OR ABOVE WAIVER LEVEL"
                           TO WS-WAIVER-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHARGE-ACCOUNT-FEE.
           MOVE 'C' TO WS-FEE-STATUS
           PERFORM SAVE-FEE-CONTROL
           IF WS-CONTROL-SAVED = 'N'
               MOVE "FEE CONTROL NOT UPDATED - NOT CHARGED"
                   TO WS-EXCEPTION-REASON
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-TOTAL-FEE TO WS-TOTAL-NOT-CHARGED
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE MST-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-TOTAL-FEE FROM MST-BALANCE
               REWRITE MASTER-RECORD
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   DISPLAY "WARNING: MASTER REWRITE FAILED FOR "
                           MST-ACCT-NO " - STATUS "
                           WS-MASTER-FILE-STATUS
                   MOVE WS-BALANCE-BEFORE TO MST-BALANCE
                   IF WS-CONDITION-CODE < 8
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
                   MOVE "MASTER NOT UPDATED - NOT CHARGED"
                       TO WS-EXCEPTION-REASON
                   PERFORM RECORD-FEE-EXCEPTION
               ELSE
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-MONTHLY-FEE TO WS-TOTAL-MONTHLY-FEES
                   ADD WS-MIN-BAL-FEE TO WS-TOTAL-MIN-BAL-FEES
                   ADD WS-TOTAL-FEE TO WS-TOTAL-CHARGED
                   PERFORM WRITE-FEE-GL
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM WRITE-FEE-TXN
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-IF.

       RECORD-FEE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-TOTAL-FEE TO WS-TOTAL-NOT-CHARGED
           MOVE 'X' TO WS-FEE-STATUS
           PERFORM SAVE-FEE-CONTROL
           PERFORM WRITE-EXCEPTION-LINE.

       SAVE-FEE-CONTROL.
           MOVE 'N' TO WS-CONTROL-SAVED
           MOVE SPACES TO FEECTL-RECORD
           MOVE MST-ACCT-NO TO FC-ACCT-NO
           MOVE WS-FEE-MONTH TO FC-FEE-MONTH
           MOVE WS-FEE-STATUS TO FC-STATUS
           MOVE MST-ACCT-TYPE TO FC-ACCT-TYPE
           MOVE WS-MONTHLY-FEE TO FC-MONTHLY-FEE
           MOVE WS-MIN-BAL-FEE TO FC-MIN-BAL-FEE
           MOVE WS-TOTAL-FEE TO FC-TOTAL-FEE
           MOVE WS-INT-BASE-NOW TO FC-INT-BASE
           MOVE WS-INT-EARNED TO FC-INT-EARNED
           MOVE WS-RUN-DATE TO FC-RUN-DATE
           IF WS-CONTROL-FOUND = 'Y'
               REWRITE FEECTL-RECORD
           ELSE
               WRITE FEECTL-RECORD
           END-IF
           IF WS-FEECTL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CONTROL-SAVED
               MOVE 'Y' TO WS-CONTROL-FOUND
           ELSE
               DISPLAY "WARNING: FEE CONTROL UPDATE FAILED FOR "
                       MST-ACCT-NO " - STATUS "
                       WS-FEECTL-FILE-STATUS
               IF WS-CONDITION-CODE < 8
                   MOVE 8 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       WRITE-GL-BATCH-HEADER.
           MOVE SPACES TO GL-RECORD
           STRING "H" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  "FEECHG  " DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD.

       WRITE-FEE-GL.
           PERFORM LOOKUP-GL-MAP

           MOVE WS-TOTAL-FEE TO WS-GL-AMOUNT-EDIT

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
           ADD WS-TOTAL-FEE TO WS-GL-DEBIT-TOTAL

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-INCOME-GL-USED DELIMITED BY SIZE
                  "CR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-TOTAL-FEE TO WS-GL-CREDIT-TOTAL.

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
           COMPUTE WS-HISTORY-AMOUNT = 0 - WS-TOTAL-FEE
           MOVE WS-HISTORY-AMOUNT TO WS-HISTORY-AMOUNT-DISP

           MOVE SPACES TO HISTORY-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "FEECHG  " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "F" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-ACCT-NO DELIMITED BY SIZE
                  " OLD " DELIMITED BY SIZE
                  MST-STATUS DELIMITED BY SIZE
                  " NEW " DELIMITED BY SIZE
                  MST-STATUS DELIMITED BY SIZE
                  " ADJ " DELIMITED BY SIZE
                  WS-HISTORY-AMOUNT-DISP DELIMITED BY SIZE
                  " SERVICE FEE " DELIMITED BY SIZE
                  WS-FEE-MONTH-DISP DELIMITED BY SIZE
                  INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD.

       WRITE-REGISTER-LINE.
           MOVE WS-BALANCE-BEFORE TO WS-BALANCE-DISP
           MOVE MST-BALANCE TO WS-BALANCE2-DISP
           MOVE WS-MONTHLY-FEE TO WS-FEE-DISP
           MOVE WS-MIN-BAL-FEE TO WS-FEE2-DISP
           MOVE WS-TOTAL-FEE TO WS-FEE3-DISP

           MOVE SPACES TO REGISTER-RECORD
           STRING MST-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FEE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FEE2-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FEE3-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BALANCE2-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

       WRITE-WAIVER-LINE.
           MOVE WS-TOTAL-FEE TO WS-FEE-DISP
           MOVE WS-INT-EARNED TO WS-INTEREST-DISP
           MOVE MST-BALANCE TO WS-BALANCE-DISP

           MOVE SPACES TO WAIVER-RECORD
           STRING MST-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FEE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-WAIVER-RULE-USED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-INTEREST-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-WAIVER-TEXT DELIMITED BY SIZE
                  INTO WAIVER-RECORD
           END-STRING
           WRITE WAIVER-RECORD.

       WRITE-EXCEPTION-LINE.
           MOVE MST-BALANCE TO WS-BALANCE-DISP
           MOVE WS-TOTAL-FEE TO WS-FEE-DISP

           MOVE SPACES TO EXCEPTION-RECORD
           STRING MST-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FEE-DISP DELIMITED BY SIZE
                  "  EXCEPTION: " DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD.

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
               MOVE "FEECHG  " TO TH-SOURCE
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

       WRITE-FEE-TXN.
           MOVE SPACES TO TXNHIST-RECORD
           MOVE MST-ACCT-NO TO TH-ACCT-NO
           MOVE "SF" TO TH-TXN-TYPE
           COMPUTE TH-GROSS = 0 - WS-TOTAL-FEE
           MOVE 0 TO TH-TAX
           MOVE TH-GROSS TO TH-NET
           MOVE MST-BALANCE TO TH-RUNNING-BAL
           MOVE 'Y' TO TH-BALANCE-IND
           STRING "SERVICE FEE " DELIMITED BY SIZE
                  WS-FEE-MONTH-DISP DELIMITED BY SIZE
                  INTO TH-DESCRIPTION
           END-STRING
           PERFORM WRITE-TXN-HISTORY.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-RECORD
           STRING "FEECHG MONTHLY SERVICE FEE REGISTER"
                  DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  "  FEE MONTH: " DELIMITED BY SIZE
                  WS-FEE-MONTH-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-RECORD
           STRING "ACCOUNT     TY  "
                  "    BALANCE BEFORE"
                  "   MONTHLY FEE"
                  "   MIN BAL FEE"
                  "     TOTAL FEE"
                  "       BALANCE AFTER" DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

       WRITE-WAIVER-HEADER.
           MOVE SPACES TO WAIVER-RECORD
           STRING "FEECHG SERVICE FEE WAIVER REPORT"
                  DELIMITED BY SIZE
                  INTO WAIVER-RECORD
           END-STRING
           WRITE WAIVER-RECORD

           MOVE SPACES TO WAIVER-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  "  FEE MONTH: " DELIMITED BY SIZE
                  WS-FEE-MONTH-DISP DELIMITED BY SIZE
                  INTO WAIVER-RECORD
           END-STRING
           WRITE WAIVER-RECORD

           MOVE SPACES TO WAIVER-RECORD
           WRITE WAIVER-RECORD

           MOVE SPACES TO WAIVER-RECORD
           STRING "ACCOUNT     TY  "
                  "  FEE WAIVED  R"
                  "     INTEREST EARNED"
                  "             BALANCE  REASON" DELIMITED BY SIZE
                  INTO WAIVER-RECORD
           END-STRING
           WRITE WAIVER-RECORD.

       WRITE-EXCEPTION-HEADER.
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "FEECHG SERVICE FEE EXCEPTION LIST"
                  DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  "  FEE MONTH: " DELIMITED BY SIZE
                  WS-FEE-MONTH-DISP DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           STRING "ACCOUNT     TY  "
                  "           BALANCE"
                  "     FEE DUE" DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "MASTER ACCOUNTS READ:       " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-CLOSED-SKIP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  SKIPPED - CLOSED:         " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-FROZEN-SKIP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  SKIPPED - FROZEN:         " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-DORMANT-SKIP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  SKIPPED - DORMANT:        " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "ACTIVE ACCOUNTS EVALUATED:  " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-NO-SCHEDULE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  NO FEE SCHEDULE FOR TYPE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-ALREADY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  ALREADY ASSESSED (MONTH): " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-NO-FEE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  NO FEE DUE:               " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-CHARGED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  FEES CHARGED:             " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-WAIVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  FEES WAIVED:              " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "  EXCEPTIONS - NOT CHARGED: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-BELOW-MIN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "ACCOUNTS BELOW MIN BALANCE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-TOTAL-MONTHLY-FEES TO WS-TOTAL-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "TOTAL MONTHLY FEES CHARGED: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-TOTAL-MIN-BAL-FEES TO WS-TOTAL-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "TOTAL MIN BALANCE FEES:     " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-TOTAL-CHARGED TO WS-TOTAL-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "TOTAL FEES CHARGED:         " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-TOTAL-WAIVED TO WS-TOTAL-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "TOTAL FEES WAIVED:          " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE WS-TOTAL-NOT-CHARGED TO WS-TOTAL-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING "TOTAL FEES NOT CHARGED:     " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

       WRITE-WAIVER-TRAILER.
           MOVE SPACES TO WAIVER-RECORD
           WRITE WAIVER-RECORD

           IF WS-WAIVED-COUNT = 0
               MOVE SPACES TO WAIVER-RECORD
               STRING "NO FEES WAIVED THIS MONTH"
                      DELIMITED BY SIZE
                      INTO WAIVER-RECORD
               END-STRING
               WRITE WAIVER-RECORD
           END-IF

           MOVE WS-WAIVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WAIVER-RECORD
           STRING "ACCOUNTS WAIVED: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WAIVER-RECORD
           END-STRING
           WRITE WAIVER-RECORD

           MOVE WS-TOTAL-WAIVED TO WS-TOTAL-DISP
           MOVE SPACES TO WAIVER-RECORD
           STRING "TOTAL FEES WAIVED: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WAIVER-RECORD
           END-STRING
           WRITE WAIVER-RECORD.

       WRITE-EXCEPTION-TRAILER.
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO EXCEPTION-RECORD
               STRING "NO FEE EXCEPTIONS THIS MONTH"
                      DELIMITED BY SIZE
                      INTO EXCEPTION-RECORD
               END-STRING
               WRITE EXCEPTION-RECORD
           END-IF

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "ACCOUNTS NOT CHARGED: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD

           MOVE WS-TOTAL-NOT-CHARGED TO WS-TOTAL-DISP
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "TOTAL FEES NOT CHARGED: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD.

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
                       "FEE RUN NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - FEE RUN NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
