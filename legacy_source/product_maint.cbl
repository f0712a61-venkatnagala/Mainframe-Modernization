       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-ACCT-TYPE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'prodtrans.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'prodhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'prodmnt.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
           SELECT XCHECK-REPORT-FILE ASSIGN TO 'prodxchk.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCHECK-REPORT-STATUS.
           SELECT RATE-FILE ASSIGN TO 'ratetable.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT GLMAP-FILE ASSIGN TO 'glmap.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 PT-ACTION           PIC X(1).
           05 PT-ACCT-TYPE        PIC X(2).
           05 PT-DESCRIPTION      PIC X(30).
           05 PT-MODES            PIC X(3).
           05 PT-MIN-TERM         PIC X(5).
           05 PT-MAX-TERM         PIC X(5).
           05 PT-MIN-OPEN-BAL     PIC X(13).
           05 PT-TAX-CODE         PIC X(2).
           05 PT-OPERATOR-ID      PIC X(8).
           05 PT-REASON           PIC X(30).
           05 PT-DEBIT-INTEREST   PIC X(1).

       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(150).

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD     PIC X(120).

       FD XCHECK-REPORT-FILE.
       01 XCHECK-REPORT-RECORD    PIC X(120).

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

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-FILE-STATUS  PIC XX.
       01 WS-TRANS-FILE-STATUS    PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-MAINT-REPORT-STATUS  PIC XX.
       01 WS-XCHECK-REPORT-STATUS PIC XX.
       01 WS-RATE-FILE-STATUS     PIC XX.
       01 WS-GLMAP-FILE-STATUS    PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.

       01 WS-TRANS-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-TRANS-AVAILABLE      PIC X VALUE 'Y'.
       01 WS-PRODUCT-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-RATE-EOF-FLAG        PIC X VALUE 'N'.
       01 WS-GLMAP-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-TRANS-VALID          PIC X VALUE 'Y'.
       01 WS-TRANS-REASON         PIC X(40) VALUE SPACES.
       01 WS-PRODUCT-FOUND        PIC X VALUE 'N'.
       01 WS-OLD-PRD-STATUS       PIC X(1).
       01 WS-NEW-PRD-STATUS       PIC X(1).

       01 WS-NEW-MODE-SIMPLE      PIC X(1).
       01 WS-NEW-MODE-MONTHLY     PIC X(1).
       01 WS-NEW-MODE-DAILY       PIC X(1).
       01 WS-NEW-MIN-TERM         PIC 9(5).
       01 WS-NEW-MAX-TERM         PIC 9(5).
       01 WS-NEW-MIN-OPEN-BAL     PIC S9(11)V99.
       01 WS-NEW-DEBIT-INTEREST   PIC X(1).
       01 WS-MODE-SUB             PIC 9(1).
       01 WS-MODE-CHAR            PIC X(1).
       01 WS-MAX-TERM-MONTHS      PIC 9(5) VALUE 360.
       01 WS-MAX-OPEN-BAL         PIC S9(9)V99 VALUE 999999999.99.
       01 WS-MODES-DISP           PIC X(3).
       01 WS-MIN-TERM-DISP        PIC ZZZZ9.
       01 WS-MAX-TERM-DISP        PIC ZZZZ9.
       01 WS-MIN-BAL-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-STATUS-DESC          PIC X(9).
       01 WS-INT-BASIS-DESC       PIC X(6).

       01 WS-TRANS-READ-COUNT     PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-TRANS-READ-DISP      PIC ZZ,ZZ9.
       01 WS-APPLIED-DISP         PIC ZZ,ZZ9.
       01 WS-REJECTED-DISP        PIC ZZ,ZZ9.

       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 50 TIMES INDEXED BY TY-IDX.
               10 WS-TYPE-ID      PIC X(2).
               10 WS-TYPE-HAS-RATE PIC X(1).
               10 WS-TYPE-HAS-GL  PIC X(1).
               10 WS-TYPE-HAS-DEBIT-GL PIC X(1).
               10 WS-TYPE-ACCOUNTS PIC 9(7).
       01 WS-TYPE-COUNT           PIC 9(3) VALUE 0.
       01 WS-TYPE-TABLE-MAX       PIC 9(3) VALUE 50.
       01 WS-TYPE-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-TYPE-FOUND           PIC X VALUE 'N'.
       01 WS-LOOKUP-TYPE          PIC X(2).
       01 WS-RATE-LOADED          PIC X VALUE 'N'.
       01 WS-GLMAP-LOADED         PIC X VALUE 'N'.
       01 WS-MASTER-LOADED        PIC X VALUE 'N'.
       01 WS-XCHECK-TEXT          PIC X(40).
       01 WS-XCHECK-WORK          PIC X(40).
       01 WS-XCHECK-PRODUCTS      PIC 9(5) VALUE 0.
       01 WS-XCHECK-EXCEPTIONS    PIC 9(5) VALUE 0.
       01 WS-XCHECK-PRODUCTS-DISP PIC ZZ,ZZ9.
       01 WS-XCHECK-EXCEPT-DISP   PIC ZZ,ZZ9.
       01 WS-ACCOUNTS-DISP        PIC Z,ZZZ,ZZ9.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISP        PIC X(10).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-TIME-DISP        PIC X(8).

       01 WS-CONDITION-CODE       PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
                  WS-RUN-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISP

           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2) ":"
                  WS-RUN-TIME(5:2)
                  DELIMITED BY SIZE INTO WS-RUN-TIME-DISP

           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM WRITE-MAINT-HEADER

           OPEN I-O PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS = '35'
               OPEN OUTPUT PRODUCT-FILE
               CLOSE PRODUCT-FILE
               OPEN I-O PRODUCT-FILE
           END-IF
           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: PRODUCT CATALOG OPEN FAILED - STATUS "
                       WS-PRODUCT-FILE-STATUS " - NO CHANGES APPLIED"
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "PRODUCT CATALOG NOT AVAILABLE - CATALOG "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               CLOSE MAINT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '35'
               DISPLAY "WARNING: TRANSACTION FILE NOT FOUND - "
                       "CROSS-CHECK ONLY"
               MOVE 'N' TO WS-TRANS-AVAILABLE
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "NO TRANSACTION FILE SUPPLIED - CATALOG "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF

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

           PERFORM WRITE-CATALOG-LISTING
           PERFORM WRITE-MAINT-TRAILER
           CLOSE MAINT-REPORT-FILE

           PERFORM RUN-CROSS-CHECK
           CLOSE PRODUCT-FILE

           IF WS-REJECTED-COUNT > 0
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       PROCESS-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION

           IF WS-TRANS-VALID = 'Y'
               PERFORM APPLY-TRANSACTION
           END-IF

           IF WS-TRANS-VALID = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-HISTORY-RECORD
               PERFORM WRITE-APPLIED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECTED-LINE
           END-IF.

       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE SPACES TO WS-TRANS-REASON

           IF PT-ACTION NOT = 'A' AND PT-ACTION NOT = 'C'
                   AND PT-ACTION NOT = 'W' AND PT-ACTION NOT = 'R'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "INVALID ACTION CODE" TO WS-TRANS-REASON
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF PT-ACCT-TYPE = SPACES
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "BLANK ACCOUNT TYPE" TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF PT-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "OPERATOR ID REQUIRED" TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF PT-REASON = SPACES
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "REASON REQUIRED" TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               PERFORM FIND-PRODUCT-RECORD
               EVALUATE PT-ACTION
                   WHEN 'A'
                       IF WS-PRODUCT-FOUND = 'Y'
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "PRODUCT ALREADY IN CATALOG"
                               TO WS-TRANS-REASON
                       ELSE
                           IF PT-DESCRIPTION = SPACES
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "DESCRIPTION REQUIRED"
                                   TO WS-TRANS-REASON
                           ELSE
                               IF PT-MODES = SPACES
                                   MOVE 'N' TO WS-TRANS-VALID
                                   MOVE "CALC MODE REQUIRED"
                                       TO WS-TRANS-REASON
                               END-IF
                           END-IF
                       END-IF
                       IF WS-TRANS-VALID = 'Y'
                           MOVE 'N' TO WS-NEW-MODE-SIMPLE
                           MOVE 'N' TO WS-NEW-MODE-MONTHLY
                           MOVE 'N' TO WS-NEW-MODE-DAILY
                           MOVE 0 TO WS-NEW-MIN-TERM
                           MOVE 0 TO WS-NEW-MAX-TERM
                           MOVE 0 TO WS-NEW-MIN-OPEN-BAL
                           MOVE 'N' TO WS-NEW-DEBIT-INTEREST
                           PERFORM VALIDATE-PRODUCT-FIELDS
                       END-IF
                   WHEN 'C'
                       IF WS-PRODUCT-FOUND = 'N'
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "PRODUCT NOT IN CATALOG"
                               TO WS-TRANS-REASON
                       ELSE
                           IF PT-DESCRIPTION = SPACES
                                   AND PT-MODES = SPACES
                                   AND PT-MIN-TERM = SPACES
                                   AND PT-MAX-TERM = SPACES
                                   AND PT-MIN-OPEN-BAL = SPACES
                                   AND PT-TAX-CODE = SPACES
                                   AND PT-DEBIT-INTEREST = SPACES
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "NO FIELDS SUPPLIED TO CHANGE"
                                   TO WS-TRANS-REASON
                           ELSE
                               MOVE PRD-MODE-SIMPLE
                                   TO WS-NEW-MODE-SIMPLE
                               MOVE PRD-MODE-MONTHLY
                                   TO WS-NEW-MODE-MONTHLY
                               MOVE PRD-MODE-DAILY
                                   TO WS-NEW-MODE-DAILY
                               MOVE PRD-MIN-TERM TO WS-NEW-MIN-TERM
                               MOVE PRD-MAX-TERM TO WS-NEW-MAX-TERM
                               MOVE PRD-MIN-OPEN-BAL
                                   TO WS-NEW-MIN-OPEN-BAL
                               IF PRD-DEBIT-INTEREST = 'Y'
                                   MOVE 'Y' TO WS-NEW-DEBIT-INTEREST
                               ELSE
                                   MOVE 'N' TO WS-NEW-DEBIT-INTEREST
                               END-IF
                               PERFORM VALIDATE-PRODUCT-FIELDS
                           END-IF
                       END-IF
                   WHEN 'W'
                       IF WS-PRODUCT-FOUND = 'N'
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "PRODUCT NOT IN CATALOG"
                               TO WS-TRANS-REASON
                       ELSE
                           IF PRD-STATUS = 'W'
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "PRODUCT ALREADY WITHDRAWN"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
                   WHEN 'R'
                       IF WS-PRODUCT-FOUND = 'N'
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "PRODUCT NOT IN CATALOG"
                               TO WS-TRANS-REASON
                       ELSE
                           IF PRD-STATUS NOT = 'W'
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "PRODUCT NOT WITHDRAWN"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       VALIDATE-PRODUCT-FIELDS.
           IF PT-MODES NOT = SPACES
               MOVE 'N' TO WS-NEW-MODE-SIMPLE
               MOVE 'N' TO WS-NEW-MODE-MONTHLY
               MOVE 'N' TO WS-NEW-MODE-DAILY
               PERFORM VARYING WS-MODE-SUB FROM 1 BY 1
                       UNTIL WS-MODE-SUB > 3
                   MOVE PT-MODES(WS-MODE-SUB:1) TO WS-MODE-CHAR
                   EVALUATE WS-MODE-CHAR
                       WHEN 'S'
                           MOVE 'Y' TO WS-NEW-MODE-SIMPLE
                       WHEN 'M'
                           MOVE 'Y' TO WS-NEW-MODE-MONTHLY
                       WHEN 'D'
                           MOVE 'Y' TO WS-NEW-MODE-DAILY
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "INVALID CALC MODE - USE S, M OR D"
                               TO WS-TRANS-REASON
                   END-EVALUATE
               END-PERFORM
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF PT-MIN-TERM NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PT-MIN-TERM) NOT = 0
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "NON-NUMERIC MINIMUM TERM"
                           TO WS-TRANS-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(PT-MIN-TERM)
                           TO WS-NEW-MIN-TERM
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF PT-MAX-TERM NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PT-MAX-TERM) NOT = 0
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "NON-NUMERIC MAXIMUM TERM"
                           TO WS-TRANS-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(PT-MAX-TERM)
                           TO WS-NEW-MAX-TERM
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF PT-MIN-OPEN-BAL NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PT-MIN-OPEN-BAL) NOT = 0
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "NON-NUMERIC MINIMUM OPENING BALANCE"
                           TO WS-TRANS-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(PT-MIN-OPEN-BAL)
                           TO WS-NEW-MIN-OPEN-BAL
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF PT-DEBIT-INTEREST NOT = SPACES
                   IF PT-DEBIT-INTEREST = 'Y'
                           OR PT-DEBIT-INTEREST = 'N'
                       MOVE PT-DEBIT-INTEREST TO WS-NEW-DEBIT-INTEREST
                   ELSE
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "INVALID DEBIT INTEREST FLAG - USE Y OR N"
                           TO WS-TRANS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF WS-NEW-MODE-SIMPLE = 'N'
                       AND WS-NEW-MODE-MONTHLY = 'N'
                       AND WS-NEW-MODE-DAILY = 'N'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "AT LEAST ONE CALC MODE REQUIRED"
                       TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF WS-NEW-MIN-TERM > WS-MAX-TERM-MONTHS
                       OR WS-NEW-MAX-TERM > WS-MAX-TERM-MONTHS
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "TERM LIMIT EXCEEDS 360 MONTHS"
                       TO WS-TRANS-REASON
               ELSE
                   IF WS-NEW-MAX-TERM > 0
                           AND WS-NEW-MIN-TERM > WS-NEW-MAX-TERM
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "MINIMUM TERM EXCEEDS MAXIMUM TERM"
                           TO WS-TRANS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF WS-NEW-MIN-OPEN-BAL < 0
                       OR WS-NEW-MIN-OPEN-BAL > WS-MAX-OPEN-BAL
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "MINIMUM OPENING BALANCE OUT OF RANGE"
                       TO WS-TRANS-REASON
               END-IF
           END-IF.

       FIND-PRODUCT-RECORD.
           MOVE 'N' TO WS-PRODUCT-FOUND
           MOVE PT-ACCT-TYPE TO PRD-ACCT-TYPE
           READ PRODUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRODUCT-FOUND
           END-READ.

       APPLY-TRANSACTION.
           EVALUATE PT-ACTION
               WHEN 'A'
                   MOVE SPACES TO PRODUCT-RECORD
                   MOVE PT-ACCT-TYPE TO PRD-ACCT-TYPE
                   MOVE PT-DESCRIPTION TO PRD-DESCRIPTION
                   MOVE PT-TAX-CODE TO PRD-TAX-CODE
                   PERFORM SET-PRODUCT-FIELDS
                   MOVE SPACES TO WS-OLD-PRD-STATUS
                   MOVE 'A' TO PRD-STATUS
                   MOVE 'A' TO WS-NEW-PRD-STATUS
                   WRITE PRODUCT-RECORD
               WHEN 'C'
                   MOVE PRD-STATUS TO WS-OLD-PRD-STATUS
                   MOVE PRD-STATUS TO WS-NEW-PRD-STATUS
                   IF PT-DESCRIPTION NOT = SPACES
                       MOVE PT-DESCRIPTION TO PRD-DESCRIPTION
                   END-IF
                   IF PT-TAX-CODE NOT = SPACES
                       MOVE PT-TAX-CODE TO PRD-TAX-CODE
                   END-IF
                   PERFORM SET-PRODUCT-FIELDS
                   REWRITE PRODUCT-RECORD
               WHEN 'W'
                   MOVE PRD-STATUS TO WS-OLD-PRD-STATUS
                   MOVE 'W' TO PRD-STATUS
                   MOVE 'W' TO WS-NEW-PRD-STATUS
                   MOVE WS-RUN-DATE TO PRD-LAST-MAINT
                   REWRITE PRODUCT-RECORD
               WHEN 'R'
                   MOVE PRD-STATUS TO WS-OLD-PRD-STATUS
                   MOVE 'A' TO PRD-STATUS
                   MOVE 'A' TO WS-NEW-PRD-STATUS
                   MOVE WS-RUN-DATE TO PRD-LAST-MAINT
                   REWRITE PRODUCT-RECORD
           END-EVALUATE

           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "PRODUCT CATALOG UPDATE FAILED"
                   TO WS-TRANS-REASON
           END-IF.

       SET-PRODUCT-FIELDS.
           MOVE WS-NEW-MODE-SIMPLE TO PRD-MODE-SIMPLE
           MOVE WS-NEW-MODE-MONTHLY TO PRD-MODE-MONTHLY
           MOVE WS-NEW-MODE-DAILY TO PRD-MODE-DAILY
           MOVE WS-NEW-MIN-TERM TO PRD-MIN-TERM
           MOVE WS-NEW-MAX-TERM TO PRD-MAX-TERM
           MOVE WS-NEW-MIN-OPEN-BAL TO PRD-MIN-OPEN-BAL
           MOVE WS-NEW-DEBIT-INTEREST TO PRD-DEBIT-INTEREST
           MOVE WS-RUN-DATE TO PRD-LAST-MAINT.

       FORMAT-PRODUCT-FIELDS.
           MOVE SPACES TO WS-MODES-DISP
           IF PRD-MODE-SIMPLE = 'Y'
               MOVE 'S' TO WS-MODES-DISP(1:1)
           END-IF
           IF PRD-MODE-MONTHLY = 'Y'
               MOVE 'M' TO WS-MODES-DISP(2:1)
           END-IF
           IF PRD-MODE-DAILY = 'Y'
               MOVE 'D' TO WS-MODES-DISP(3:1)
           END-IF
           MOVE PRD-MIN-TERM TO WS-MIN-TERM-DISP
           MOVE PRD-MAX-TERM TO WS-MAX-TERM-DISP
           MOVE PRD-MIN-OPEN-BAL TO WS-MIN-BAL-DISP
           IF PRD-STATUS = 'W'
               MOVE "WITHDRAWN" TO WS-STATUS-DESC
           ELSE
               MOVE "ACTIVE   " TO WS-STATUS-DESC
           END-IF
           IF PRD-DEBIT-INTEREST = 'Y'
               MOVE "DEBIT " TO WS-INT-BASIS-DESC
           ELSE
               MOVE "CREDIT" TO WS-INT-BASIS-DESC
           END-IF.

       WRITE-HISTORY-RECORD.
           PERFORM FORMAT-PRODUCT-FIELDS
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-ACCT-TYPE DELIMITED BY SIZE
                  " OLD " DELIMITED BY SIZE
                  WS-OLD-PRD-STATUS DELIMITED BY SIZE
                  " NEW " DELIMITED BY SIZE
                  WS-NEW-PRD-STATUS DELIMITED BY SIZE
                  " MODES " DELIMITED BY SIZE
                  WS-MODES-DISP DELIMITED BY SIZE
                  " TERM " DELIMITED BY SIZE
                  PRD-MIN-TERM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  PRD-MAX-TERM DELIMITED BY SIZE
                  " MINBAL " DELIMITED BY SIZE
                  WS-MIN-BAL-DISP DELIMITED BY SIZE
                  " TAX " DELIMITED BY SIZE
                  PRD-TAX-CODE DELIMITED BY SIZE
                  " INT " DELIMITED BY SIZE
                  WS-INT-BASIS-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-REASON DELIMITED BY SIZE
                  INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD.

       WRITE-MAINT-HEADER.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "PRODMNT PRODUCT CATALOG MAINTENANCE REPORT"
                  DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD

           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD

           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  PT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-ACCT-TYPE DELIMITED BY SIZE
                  " STATUS " DELIMITED BY SIZE
                  WS-OLD-PRD-STATUS DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-NEW-PRD-STATUS DELIMITED BY SIZE
                  " MODES " DELIMITED BY SIZE
                  WS-MODES-DISP DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  PT-OPERATOR-ID DELIMITED BY SIZE
                  " - APPLIED" DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  PT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-ACCT-TYPE DELIMITED BY SIZE
                  " - REJECTED: " DELIMITED BY SIZE
                  WS-TRANS-REASON DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD.

       WRITE-CATALOG-LISTING.
           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "PRODUCT CATALOG AFTER MAINTENANCE:"
                  DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD

           MOVE 'N' TO WS-PRODUCT-EOF-FLAG
           MOVE LOW-VALUES TO PRD-ACCT-TYPE
           START PRODUCT-FILE KEY NOT < PRD-ACCT-TYPE
               INVALID KEY
                   MOVE 'Y' TO WS-PRODUCT-EOF-FLAG
           END-START
           PERFORM UNTIL WS-PRODUCT-EOF-FLAG = 'Y'
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRODUCT-EOF-FLAG
                   NOT AT END
                       PERFORM FORMAT-PRODUCT-FIELDS
                       MOVE SPACES TO MAINT-REPORT-RECORD
                       STRING "  " DELIMITED BY SIZE
                              PRD-ACCT-TYPE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              PRD-DESCRIPTION DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-MODES-DISP DELIMITED BY SIZE
                              " TERM " DELIMITED BY SIZE
                              WS-MIN-TERM-DISP DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              WS-MAX-TERM-DISP DELIMITED BY SIZE
                              " MIN " DELIMITED BY SIZE
                              WS-MIN-BAL-DISP DELIMITED BY SIZE
                              " TAX " DELIMITED BY SIZE
                              PRD-TAX-CODE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-STATUS-DESC DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-INT-BASIS-DESC DELIMITED BY SIZE
                              INTO MAINT-REPORT-RECORD
                       END-STRING
                       WRITE MAINT-REPORT-RECORD
               END-READ
           END-PERFORM.

       WRITE-MAINT-TRAILER.
           MOVE WS-TRANS-READ-COUNT TO WS-TRANS-READ-DISP
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISP
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP

           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD

           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
                  WS-TRANS-READ-DISP DELIMITED BY SIZE
                  "  APPLIED: " DELIMITED BY SIZE
                  WS-APPLIED-DISP DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-REJECTED-DISP DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD.

       RUN-CROSS-CHECK.
           OPEN OUTPUT XCHECK-REPORT-FILE
           MOVE SPACES TO XCHECK-REPORT-RECORD
           STRING "PRODMNT PRODUCT CATALOG CROSS-CHECK REPORT"
                  DELIMITED BY SIZE
                  INTO XCHECK-REPORT-RECORD
           END-STRING
           WRITE XCHECK-REPORT-RECORD
           MOVE SPACES TO XCHECK-REPORT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  INTO XCHECK-REPORT-RECORD
           END-STRING
           WRITE XCHECK-REPORT-RECORD
           MOVE SPACES TO XCHECK-REPORT-RECORD
           WRITE XCHECK-REPORT-RECORD

           MOVE 0 TO WS-TYPE-COUNT
           PERFORM LOAD-RATE-TYPES
           PERFORM LOAD-GLMAP-TYPES
           PERFORM COUNT-MASTER-TYPES

           MOVE 'N' TO WS-PRODUCT-EOF-FLAG
           MOVE LOW-VALUES TO PRD-ACCT-TYPE
           START PRODUCT-FILE KEY NOT < PRD-ACCT-TYPE
               INVALID KEY
                   MOVE 'Y' TO WS-PRODUCT-EOF-FLAG
           END-START
           PERFORM UNTIL WS-PRODUCT-EOF-FLAG = 'Y'
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRODUCT-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-PRODUCT
               END-READ
           END-PERFORM

           MOVE WS-XCHECK-PRODUCTS TO WS-XCHECK-PRODUCTS-DISP
           MOVE WS-XCHECK-EXCEPTIONS TO WS-XCHECK-EXCEPT-DISP
           MOVE SPACES TO XCHECK-REPORT-RECORD
           WRITE XCHECK-REPORT-RECORD
           MOVE SPACES TO XCHECK-REPORT-RECORD
           STRING "PRODUCTS CHECKED: " DELIMITED BY SIZE
                  WS-XCHECK-PRODUCTS-DISP DELIMITED BY SIZE
                  "  WITH EXCEPTIONS: " DELIMITED BY SIZE
                  WS-XCHECK-EXCEPT-DISP DELIMITED BY SIZE
                  INTO XCHECK-REPORT-RECORD
           END-STRING
           WRITE XCHECK-REPORT-RECORD

           IF WS-RATE-LOADED = 'N'
               MOVE SPACES TO XCHECK-REPORT-RECORD
               STRING "RATE TABLE NOT AVAILABLE - RATE CHECK NOT "
                      "PERFORMED" DELIMITED BY SIZE
                      INTO XCHECK-REPORT-RECORD
               END-STRING
               WRITE XCHECK-REPORT-RECORD
           END-IF
           IF WS-GLMAP-LOADED = 'N'
               MOVE SPACES TO XCHECK-REPORT-RECORD
               STRING "GL MAPPING FILE NOT AVAILABLE - GL CHECK NOT "
                      "PERFORMED" DELIMITED BY SIZE
                      INTO XCHECK-REPORT-RECORD
               END-STRING
               WRITE XCHECK-REPORT-RECORD
           END-IF
           IF WS-MASTER-LOADED = 'N'
               MOVE SPACES TO XCHECK-REPORT-RECORD
               STRING "MASTER FILE NOT AVAILABLE - ACCOUNT CHECK NOT "
                      "PERFORMED" DELIMITED BY SIZE
                      INTO XCHECK-REPORT-RECORD
               END-STRING
               WRITE XCHECK-REPORT-RECORD
           END-IF

           CLOSE XCHECK-REPORT-FILE

           IF WS-XCHECK-EXCEPTIONS > 0
               DISPLAY "WARNING: " WS-XCHECK-EXCEPTIONS
                       " CATALOG PRODUCTS FAILED CROSS-CHECK"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       FIND-TYPE-ENTRY.
           MOVE 'N' TO WS-TYPE-FOUND
           PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > WS-TYPE-COUNT
                       OR WS-TYPE-FOUND = 'Y'
               IF WS-TYPE-ID(TY-IDX) = WS-LOOKUP-TYPE
                   MOVE 'Y' TO WS-TYPE-FOUND
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND = 'Y'
               SET TY-IDX DOWN BY 1
           ELSE
               IF WS-TYPE-COUNT >= WS-TYPE-TABLE-MAX
                   IF WS-TYPE-OVERFLOW-WARNED = 'N'
                       DISPLAY "WARNING: MORE THAN "
                           WS-TYPE-TABLE-MAX " ACCOUNT TYPES IN USE "
                           "- EXTRA TYPES NOT CROSS-CHECKED"
                       MOVE 'Y' TO WS-TYPE-OVERFLOW-WARNED
                   END-IF
               ELSE
                   ADD 1 TO WS-TYPE-COUNT
                   SET TY-IDX TO WS-TYPE-COUNT
                   MOVE WS-LOOKUP-TYPE TO WS-TYPE-ID(TY-IDX)
                   MOVE 'N' TO WS-TYPE-HAS-RATE(TY-IDX)
                   MOVE 'N' TO WS-TYPE-HAS-GL(TY-IDX)
                   MOVE 'N' TO WS-TYPE-HAS-DEBIT-GL(TY-IDX)
                   MOVE 0 TO WS-TYPE-ACCOUNTS(TY-IDX)
                   MOVE 'Y' TO WS-TYPE-FOUND
               END-IF
           END-IF.

       LOAD-RATE-TYPES.
           MOVE 'N' TO WS-RATE-LOADED
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-RATE-LOADED
               MOVE 'N' TO WS-RATE-EOF-FLAG
               PERFORM UNTIL WS-RATE-EOF-FLAG = 'Y'
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF-FLAG
                       NOT AT END
                           MOVE RT-ACCT-TYPE TO WS-LOOKUP-TYPE
                           PERFORM FIND-TYPE-ENTRY
                           IF WS-TYPE-FOUND = 'Y'
                               MOVE 'Y' TO WS-TYPE-HAS-RATE(TY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       LOAD-GLMAP-TYPES.
           MOVE 'N' TO WS-GLMAP-LOADED
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-GLMAP-LOADED
               MOVE 'N' TO WS-GLMAP-EOF-FLAG
               PERFORM UNTIL WS-GLMAP-EOF-FLAG = 'Y'
                   READ GLMAP-FILE
                       AT END
                           MOVE 'Y' TO WS-GLMAP-EOF-FLAG
                       NOT AT END
                           MOVE GM-ACCT-TYPE TO WS-LOOKUP-TYPE
                           PERFORM FIND-TYPE-ENTRY
                           IF WS-TYPE-FOUND = 'Y'
                               MOVE 'Y' TO WS-TYPE-HAS-GL(TY-IDX)
                               IF GM-RECEIVABLE-GL NOT = SPACES
                                       AND GM-INCOME-GL NOT = SPACES
                                   MOVE 'Y'
                                       TO WS-TYPE-HAS-DEBIT-GL(TY-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF.

       COUNT-MASTER-TYPES.
           MOVE 'N' TO WS-MASTER-LOADED
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-LOADED
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
                           IF MST-STATUS NOT = 'C'
                               MOVE MST-ACCT-TYPE TO WS-LOOKUP-TYPE
                               PERFORM FIND-TYPE-ENTRY
                               IF WS-TYPE-FOUND = 'Y'
                                   ADD 1 TO WS-TYPE-ACCOUNTS(TY-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       CHECK-ONE-PRODUCT.
           ADD 1 TO WS-XCHECK-PRODUCTS
           MOVE PRD-ACCT-TYPE TO WS-LOOKUP-TYPE
           MOVE 'N' TO WS-TYPE-FOUND
           PERFORM VARYING TY-IDX FROM 1 BY 1
                   UNTIL TY-IDX > WS-TYPE-COUNT
                       OR WS-TYPE-FOUND = 'Y'
               IF WS-TYPE-ID(TY-IDX) = WS-LOOKUP-TYPE
                   MOVE 'Y' TO WS-TYPE-FOUND
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND = 'Y'
               SET TY-IDX DOWN BY 1
           END-IF

           MOVE SPACES TO WS-XCHECK-TEXT
           IF WS-TYPE-FOUND = 'N'
               IF WS-RATE-LOADED = 'Y'
                   MOVE " NO RATE" TO WS-XCHECK-TEXT
               END-IF
           ELSE
               IF WS-RATE-LOADED = 'Y'
                       AND WS-TYPE-HAS-RATE(TY-IDX) = 'N'
                   MOVE " NO RATE" TO WS-XCHECK-TEXT
               END-IF
           END-IF
           PERFORM CHECK-PRODUCT-GL-AND-ACCOUNTS

           IF WS-XCHECK-TEXT NOT = SPACES
               ADD 1 TO WS-XCHECK-EXCEPTIONS
               PERFORM FORMAT-PRODUCT-FIELDS
               MOVE 0 TO WS-ACCOUNTS-DISP
               IF WS-TYPE-FOUND = 'Y'
                   MOVE WS-TYPE-ACCOUNTS(TY-IDX) TO WS-ACCOUNTS-DISP
               END-IF
               MOVE SPACES TO XCHECK-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                      PRD-ACCT-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PRD-DESCRIPTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-STATUS-DESC DELIMITED BY SIZE
                      " OPEN ACCTS " DELIMITED BY SIZE
                      WS-ACCOUNTS-DISP DELIMITED BY SIZE
                      " -" DELIMITED BY SIZE
                      WS-XCHECK-TEXT DELIMITED BY SIZE
                      INTO XCHECK-REPORT-RECORD
               END-STRING
               WRITE XCHECK-REPORT-RECORD
           END-IF.

       CHECK-PRODUCT-GL-AND-ACCOUNTS.
           IF WS-GLMAP-LOADED = 'Y'
               IF WS-TYPE-FOUND = 'N'
                   PERFORM APPEND-NO-GL-TEXT
               ELSE
                   IF WS-TYPE-HAS-GL(TY-IDX) = 'N'
                       PERFORM APPEND-NO-GL-TEXT
                   ELSE
                       IF PRD-DEBIT-INTEREST = 'Y'
                               AND WS-TYPE-HAS-DEBIT-GL(TY-IDX) = 'N'
                           PERFORM APPEND-NO-DEBIT-GL-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MASTER-LOADED = 'Y'
               IF WS-TYPE-FOUND = 'N'
                   PERFORM APPEND-NO-ACCOUNTS-TEXT
               ELSE
                   IF WS-TYPE-ACCOUNTS(TY-IDX) = 0
                       PERFORM APPEND-NO-ACCOUNTS-TEXT
                   END-IF
               END-IF
           END-IF.

       APPEND-NO-GL-TEXT.
           IF WS-XCHECK-TEXT = SPACES
               MOVE " NO GL MAPPING" TO WS-XCHECK-TEXT
           ELSE
               MOVE WS-XCHECK-TEXT TO WS-XCHECK-WORK
               MOVE SPACES TO WS-XCHECK-TEXT
               STRING WS-XCHECK-WORK DELIMITED BY "  "
                      ", NO GL MAPPING" DELIMITED BY SIZE
                      INTO WS-XCHECK-TEXT
               END-STRING
           END-IF.

       APPEND-NO-DEBIT-GL-TEXT.
           IF WS-XCHECK-TEXT = SPACES
               MOVE " NO DEBIT INT GL" TO WS-XCHECK-TEXT
           ELSE
               MOVE WS-XCHECK-TEXT TO WS-XCHECK-WORK
               MOVE SPACES TO WS-XCHECK-TEXT
               STRING WS-XCHECK-WORK DELIMITED BY "  "
                      ", NO DEBIT INT GL" DELIMITED BY SIZE
                      INTO WS-XCHECK-TEXT
               END-STRING
           END-IF.

       APPEND-NO-ACCOUNTS-TEXT.
           IF WS-XCHECK-TEXT = SPACES
               MOVE " NO ACCOUNTS" TO WS-XCHECK-TEXT
           ELSE
               MOVE WS-XCHECK-TEXT TO WS-XCHECK-WORK
               MOVE SPACES TO WS-XCHECK-TEXT
               STRING WS-XCHECK-WORK DELIMITED BY "  "
                      ", NO ACCOUNTS" DELIMITED BY SIZE
                      INTO WS-XCHECK-TEXT
               END-STRING
           END-IF.
