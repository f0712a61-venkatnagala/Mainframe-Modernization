               ACCESS MODE IS RANDOM
               RECORD KEY IS ACL-ACCT-NO
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customer.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUST-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO 'acctxref.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ACCT-NO
               ALTERNATE RECORD KEY IS XR-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT INQPARM-FILE ASSIGN TO 'inqparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQPARM-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'statement.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO 'txnhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TXNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUS-CUST-ID         PIC X(10).
           05 CUS-NAME            PIC X(40).
           05 CUS-ADDR-LINE-1     PIC X(40).
           05 CUS-ADDR-LINE-2     PIC X(40).
           05 CUS-CITY            PIC X(25).
           05 CUS-STATE           PIC X(2).
           05 CUS-POSTAL-CODE     PIC X(10).
           05 CUS-TAX-ID          PIC X(11).
           05 CUS-STATUS          PIC X(1).
           05 CUS-OPEN-DATE       PIC 9(8).
           05 CUS-LAST-MAINT      PIC 9(8).
           05 FILLER              PIC X(20).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XR-ACCT-NO          PIC X(10).
           05 XR-CUST-ID          PIC X(10).
           05 XR-LINK-DATE        PIC 9(8).
           05 FILLER              PIC X(10).

       FD INQPARM-FILE.
       01 INQPARM-RECORD.
           05 IQ-ACCT-NO          PIC X(10).
           05 IQ-CUST-ID          PIC X(10).
           05 IQ-FROM-DATE        PIC X(8).
           05 IQ-TO-DATE          PIC X(8).

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD        PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-ACCRUAL-FILE-STATUS  PIC XX.
       01 WS-INQPARM-FILE-STATUS  PIC XX.
       01 WS-STATEMENT-FILE-STATUS PIC XX.
       01 WS-CUSTOMER-FILE-STATUS PIC XX.
       01 WS-XREF-FILE-STATUS     PIC XX.
       01 WS-TXNHIST-FILE-STATUS  PIC XX.

       01 WS-REQUEST-ACCT         PIC X(10) VALUE SPACES.
       01 WS-FULL-FILE-FLAG       PIC X VALUE 'Y'.
       01 WS-ACCRUAL-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-ACCRUAL-FOUND        PIC X VALUE 'N'.
       01 WS-ACCOUNT-FOUND        PIC X VALUE 'N'.
       01 WS-REQUEST-CUST         PIC X(10) VALUE SPACES.
       01 WS-CUSTOMER-OPEN-FLAG   PIC X VALUE 'N'.
       01 WS-CUSTOMER-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-CUSTOMER-FOUND       PIC X VALUE 'N'.
       01 WS-XREF-EOF-FLAG        PIC X VALUE 'N'.
       01 WS-LINKED-FLAG          PIC X VALUE 'N'.
       01 WS-STATEMENT-CUST       PIC X(10).
       01 WS-CUST-STATUS-DESC     PIC X(8).
       01 WS-CITY-LINE            PIC X(50).

       01 WS-RANGE-REQUESTED      PIC X VALUE 'N'.
       01 WS-RANGE-VALID          PIC X VALUE 'N'.
       01 WS-FROM-DATE-PARM       PIC X(8) VALUE SPACES.
       01 WS-TO-DATE-PARM         PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE            PIC 9(8) VALUE 0.
       01 WS-TO-DATE              PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-DISP       PIC X(10).
       01 WS-TO-DATE-DISP         PIC X(10).
       01 WS-TXNHIST-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-TXNHIST-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-OPENING-FOUND        PIC X VALUE 'N'.
       01 WS-STMT-OPENING         PIC S9(13)V99 VALUE 0.
       01 WS-STMT-CLOSING         PIC S9(13)V99 VALUE 0.
       01 WS-STMT-CREDITS         PIC S9(13)V99 VALUE 0.
       01 WS-STMT-DEBITS          PIC S9(13)V99 VALUE 0.
       01 WS-STMT-TXN-COUNT       PIC 9(5) VALUE 0.
       01 WS-STMT-TXN-DISP        PIC ZZ,ZZ9.
       01 WS-STMT-AMOUNT-DISP     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-STMT-AMOUNT-DISP-2   PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TXN-DATE-DISP        PIC X(10).
       01 WS-TXN-GROSS-DISP       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TXN-TAX-DISP         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TXN-NET-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TXN-BAL-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TXN-MEMO             PIC X(4).

       01 WS-CUSTOMER-COUNT       PIC 9(7) VALUE 0.
       01 WS-UNLINKED-COUNT       PIC 9(7) VALUE 0.
       01 WS-CUST-ACCOUNT-COUNT   PIC 9(5) VALUE 0.
       01 WS-CUST-BALANCE         PIC S9(13)V99 VALUE 0.
       01 WS-CUST-ACCRUED-INT     PIC S9(13)V99 VALUE 0.
       01 WS-CUST-UNCAP-ACCRUAL   PIC S9(13)V99 VALUE 0.
       01 WS-CUST-ACCOUNT-DISP    PIC ZZ,ZZ9.
       01 WS-CUSTOMER-COUNT-DISP  PIC Z,ZZZ,ZZ9.
       01 WS-UNLINKED-COUNT-DISP  PIC Z,ZZZ,ZZ9.

       01 WS-ACCOUNT-COUNT        PIC 9(7) VALUE 0.
       01 WS-TOTAL-BALANCE        PIC S9(13)V99 VALUE 0.
               END-IF
           END-IF

           MOVE 'N' TO WS-CUSTOMER-OPEN-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS = '00'
               OPEN INPUT XREF-FILE
               IF WS-XREF-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-CUSTOMER-OPEN-FLAG
               ELSE
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF
           IF WS-CUSTOMER-OPEN-FLAG = 'N'
               DISPLAY "WARNING: CUSTOMER FILE OR ACCOUNT CROSS-"
                       "REFERENCE NOT AVAILABLE - STATEMENTS BY ACCOUNT"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF

           MOVE 'N' TO WS-TXNHIST-OPEN-FLAG
           IF WS-RANGE-REQUESTED = 'Y' AND WS-RANGE-VALID = 'Y'
               OPEN INPUT TXNHIST-FILE
               IF WS-TXNHIST-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-TXNHIST-OPEN-FLAG
               ELSE
                   DISPLAY "WARNING: TRANSACTION HISTORY NOT "
                           "AVAILABLE - STATUS " WS-TXNHIST-FILE-STATUS
                           " - NO TRANSACTION DETAIL PRODUCED"
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-REQUEST-CUST NOT = SPACES
               IF WS-CUSTOMER-OPEN-FLAG = 'Y'
                   PERFORM REPORT-ONE-CUSTOMER
               ELSE
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "CUSTOMER FILE NOT AVAILABLE - NO STATEMENT "
                          "PRODUCED FOR CUSTOMER " DELIMITED BY SIZE
                          WS-REQUEST-CUST DELIMITED BY SIZE
                          INTO STATEMENT-RECORD
                   END-STRING
                   WRITE STATEMENT-RECORD
                   IF WS-CONDITION-CODE < 8
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
               END-IF
           ELSE
               IF WS-FULL-FILE-FLAG = 'Y'
                   IF WS-CUSTOMER-OPEN-FLAG = 'Y'
                       PERFORM REPORT-ALL-CUSTOMERS
                       PERFORM REPORT-UNLINKED-ACCOUNTS
                   ELSE
                       PERFORM REPORT-ALL-ACCOUNTS
                   END-IF
               ELSE
                   PERFORM REPORT-ONE-ACCOUNT
               END-IF
           END-IF

           PERFORM WRITE-STATEMENT-TOTALS
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               CLOSE ACCRUAL-FILE
           END-IF
           IF WS-CUSTOMER-OPEN-FLAG = 'Y'
               CLOSE CUSTOMER-FILE
               CLOSE XREF-FILE
           END-IF
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               CLOSE TXNHIST-FILE
           END-IF
           CLOSE STATEMENT-FILE

           MOVE WS-CONDITION-CODE TO RETURN-CODE
       LOAD-INQUIRY-PARM.
           MOVE 'Y' TO WS-FULL-FILE-FLAG
           MOVE SPACES TO WS-REQUEST-ACCT
           MOVE SPACES TO WS-REQUEST-CUST
           MOVE 'N' TO WS-RANGE-REQUESTED
           MOVE 'N' TO WS-RANGE-VALID
           OPEN INPUT INQPARM-FILE
           IF WS-INQPARM-FILE-STATUS = '00'
               READ INQPARM-FILE
                               AND IQ-ACCT-NO NOT = 'ALL'
                           MOVE IQ-ACCT-NO TO WS-REQUEST-ACCT
                           MOVE 'N' TO WS-FULL-FILE-FLAG
                       ELSE
                           IF IQ-CUST-ID NOT = SPACES
                               MOVE IQ-CUST-ID TO WS-REQUEST-CUST
                               MOVE 'N' TO WS-FULL-FILE-FLAG
                           END-IF
                       END-IF
                       IF IQ-FROM-DATE NOT = SPACES
                               OR IQ-TO-DATE NOT = SPACES
                           MOVE 'Y' TO WS-RANGE-REQUESTED
                           MOVE IQ-FROM-DATE TO WS-FROM-DATE-PARM
                           MOVE IQ-TO-DATE TO WS-TO-DATE-PARM
                           PERFORM VALIDATE-STATEMENT-RANGE
                       END-IF
               END-READ
               CLOSE INQPARM-FILE
           END-IF.

       VALIDATE-STATEMENT-RANGE.
           MOVE 'Y' TO WS-RANGE-VALID
           IF WS-FROM-DATE-PARM = SPACES
               MOVE 0 TO WS-FROM-DATE
           ELSE
               IF WS-FROM-DATE-PARM IS NUMERIC
                   MOVE WS-FROM-DATE-PARM TO WS-FROM-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                       MOVE 'N' TO WS-RANGE-VALID
                   END-IF
               ELSE
                   MOVE 'N' TO WS-RANGE-VALID
               END-IF
           END-IF
           IF WS-TO-DATE-PARM = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           ELSE
               IF WS-TO-DATE-PARM IS NUMERIC
                   MOVE WS-TO-DATE-PARM TO WS-TO-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                       MOVE 'N' TO WS-RANGE-VALID
                   END-IF
               ELSE
                   MOVE 'N' TO WS-RANGE-VALID
               END-IF
           END-IF
           IF WS-RANGE-VALID = 'Y'
               IF WS-FROM-DATE > WS-TO-DATE
                   MOVE 'N' TO WS-RANGE-VALID
               END-IF
           END-IF
           IF WS-RANGE-VALID = 'Y'
               IF WS-FROM-DATE = 0
                   MOVE "INCEPTION " TO WS-FROM-DATE-DISP
               ELSE
                   MOVE WS-FROM-DATE TO WS-POSTED-DATE-WORK
                   PERFORM FORMAT-POSTED-DATE
                   MOVE WS-POSTED-DATE-DISP TO WS-FROM-DATE-DISP
               END-IF
               MOVE WS-TO-DATE TO WS-POSTED-DATE-WORK
               PERFORM FORMAT-POSTED-DATE
               MOVE WS-POSTED-DATE-DISP TO WS-TO-DATE-DISP
           ELSE
               DISPLAY "WARNING: INVALID STATEMENT PERIOD "
                       WS-FROM-DATE-PARM " TO " WS-TO-DATE-PARM
                       " - NO TRANSACTION DETAIL PRODUCED"
               IF WS-CONDITION-CODE < 8
                   MOVE 8 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       REPORT-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE WS-REQUEST-ACCT TO MST-ACCT-NO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
                   PERFORM WRITE-ACCOUNT-DETAIL
                   IF WS-CUSTOMER-OPEN-FLAG = 'Y'
                       PERFORM WRITE-ACCOUNT-OWNER
                   END-IF
           END-READ

           IF WS-ACCOUNT-FOUND = 'N'
               END-READ
           END-PERFORM.

       WRITE-ACCOUNT-OWNER.
           PERFORM FIND-ACCOUNT-OWNER
           MOVE SPACES TO STATEMENT-RECORD
           IF WS-LINKED-FLAG = 'Y'
               STRING "                    "
                      "OWNING CUSTOMER: " DELIMITED BY SIZE
                      CUS-CUST-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CUS-NAME DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
           ELSE
               STRING "                    "
                      "OWNING CUSTOMER: NONE ON FILE" DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
           END-IF
           WRITE STATEMENT-RECORD.

       FIND-ACCOUNT-OWNER.
           MOVE 'N' TO WS-LINKED-FLAG
           MOVE MST-ACCT-NO TO XR-ACCT-NO
           READ XREF-FILE
               KEY IS XR-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XR-CUST-ID TO CUS-CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-LINKED-FLAG
                   END-READ
           END-READ.

       REPORT-ONE-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           MOVE WS-REQUEST-CUST TO CUS-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-FOUND
                   PERFORM WRITE-CUSTOMER-STATEMENT
           END-READ

           IF WS-CUSTOMER-FOUND = 'N'
               MOVE SPACES TO STATEMENT-RECORD
               STRING "CUSTOMER: " DELIMITED BY SIZE
                      WS-REQUEST-CUST DELIMITED BY SIZE
                      "  NOT ON CUSTOMER FILE" DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
               DISPLAY "WARNING: CUSTOMER " WS-REQUEST-CUST
                       " NOT ON CUSTOMER FILE"
               IF WS-CONDITION-CODE < 8
                   MOVE 8 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       REPORT-ALL-CUSTOMERS.
           MOVE 'N' TO WS-CUSTOMER-EOF-FLAG
           MOVE LOW-VALUES TO CUS-CUST-ID
           START CUSTOMER-FILE KEY NOT < CUS-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-EOF-FLAG
           END-START
           PERFORM UNTIL WS-CUSTOMER-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTOMER-EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-CUSTOMER-STATEMENT
               END-READ
           END-PERFORM.

       WRITE-CUSTOMER-STATEMENT.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE CUS-CUST-ID TO WS-STATEMENT-CUST
           MOVE 0 TO WS-CUST-ACCOUNT-COUNT
           MOVE 0 TO WS-CUST-BALANCE
           MOVE 0 TO WS-CUST-ACCRUED-INT
           MOVE 0 TO WS-CUST-UNCAP-ACCRUAL

           IF CUS-STATUS = 'C'
               MOVE "CLOSED  " TO WS-CUST-STATUS-DESC
           ELSE
               MOVE "ACTIVE  " TO WS-CUST-STATUS-DESC
           END-IF

           MOVE SPACES TO STATEMENT-RECORD
           STRING "========================================"
                  "========================================"
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING "CONSOLIDATED STATEMENT FOR CUSTOMER: "
                  DELIMITED BY SIZE
                  CUS-CUST-ID DELIMITED BY SIZE
                  "  STATUS: " DELIMITED BY SIZE
                  WS-CUST-STATUS-DESC DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING "  " DELIMITED BY SIZE
                  CUS-NAME DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING "  " DELIMITED BY SIZE
                  CUS-ADDR-LINE-1 DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           IF CUS-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  " DELIMITED BY SIZE
                      CUS-ADDR-LINE-2 DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF

           MOVE SPACES TO WS-CITY-LINE
           STRING CUS-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUS-STATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUS-POSTAL-CODE DELIMITED BY SIZE
                  INTO WS-CITY-LINE
           END-STRING
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-CITY-LINE DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'N' TO WS-XREF-EOF-FLAG
           MOVE WS-STATEMENT-CUST TO XR-CUST-ID
           START XREF-FILE KEY IS EQUAL TO XR-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-START
           PERFORM UNTIL WS-XREF-EOF-FLAG = 'Y'
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-FLAG
                   NOT AT END
                       IF XR-CUST-ID NOT = WS-STATEMENT-CUST
                           MOVE 'Y' TO WS-XREF-EOF-FLAG
                       ELSE
                           PERFORM WRITE-LINKED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CUST-ACCOUNT-COUNT = 0
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  NO ACCOUNTS LINKED TO THIS CUSTOMER"
                      DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF

           PERFORM WRITE-CUSTOMER-TOTALS.

       WRITE-LINKED-ACCOUNT.
           MOVE XR-ACCT-NO TO MST-ACCT-NO
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "ACCOUNT: " DELIMITED BY SIZE
                          XR-ACCT-NO DELIMITED BY SIZE
                          "  LINKED BUT NOT ON MASTER FILE"
                          DELIMITED BY SIZE
                          INTO STATEMENT-RECORD
                   END-STRING
                   WRITE STATEMENT-RECORD
                   DISPLAY "WARNING: LINKED ACCOUNT " XR-ACCT-NO
                           " NOT ON MASTER FILE"
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CUST-ACCOUNT-COUNT
                   ADD MST-BALANCE TO WS-CUST-BALANCE
                   ADD MST-ACCRUED-INT TO WS-CUST-ACCRUED-INT
                   PERFORM WRITE-ACCOUNT-DETAIL
                   IF WS-ACCRUAL-FOUND = 'Y'
                       ADD ACL-ACCRUED TO WS-CUST-UNCAP-ACCRUAL
                   END-IF
           END-READ.

       WRITE-CUSTOMER-TOTALS.
           MOVE WS-CUST-ACCOUNT-COUNT TO WS-CUST-ACCOUNT-DISP
           MOVE WS-CUST-BALANCE TO WS-TOTAL-BAL-DISP
           MOVE WS-CUST-ACCRUED-INT TO WS-TOTAL-ACC-DISP

           MOVE SPACES TO STATEMENT-RECORD
           STRING "  CUSTOMER TOTAL - ACCOUNTS: " DELIMITED BY SIZE
                  WS-CUST-ACCOUNT-DISP DELIMITED BY SIZE
                  "  BALANCE: " DELIMITED BY SIZE
                  WS-TOTAL-BAL-DISP DELIMITED BY SIZE
                  "  ACCRUED INT: " DELIMITED BY SIZE
                  WS-TOTAL-ACC-DISP DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               MOVE WS-CUST-UNCAP-ACCRUAL TO WS-TOTAL-UNC-DISP
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  CUSTOMER UNCAPITALIZED ACCRUAL: "
                      DELIMITED BY SIZE
                      WS-TOTAL-UNC-DISP DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       REPORT-UNLINKED-ACCOUNTS.
           MOVE SPACES TO STATEMENT-RECORD
           STRING "========================================"
                  "========================================"
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING "ACCOUNTS NOT LINKED TO A CUSTOMER ON FILE"
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

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
                       PERFORM FIND-ACCOUNT-OWNER
                       IF WS-LINKED-FLAG = 'N'
                           ADD 1 TO WS-UNLINKED-COUNT
                           PERFORM WRITE-ACCOUNT-DETAIL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-UNLINKED-COUNT = 0
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  NONE" DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           ELSE
               DISPLAY "WARNING: " WS-UNLINKED-COUNT
                       " ACCOUNTS NOT LINKED TO A CUSTOMER"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       GET-ACCRUAL-FOR-ACCOUNT.
           MOVE 'N' TO WS-ACCRUAL-FOUND
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
                   MOVE "CLOSED  " TO WS-STATUS-DESC
               WHEN 'F'
                   MOVE "FROZEN  " TO WS-STATUS-DESC
               WHEN 'D'
                   MOVE "DORMANT " TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "UNKNOWN " TO WS-STATUS-DESC
           END-EVALUATE

           ADD 1 TO WS-ACCOUNT-COUNT
           ADD MST-BALANCE TO WS-TOTAL-BALANCE
           ADD MST-ACCRUED-INT TO WS-TOTAL-ACCRUED-INT

           IF WS-RANGE-REQUESTED = 'Y' AND WS-RANGE-VALID = 'Y'
               PERFORM WRITE-TRANSACTION-STATEMENT
           END-IF.

       WRITE-TRANSACTION-STATEMENT.
           IF WS-TXNHIST-OPEN-FLAG = 'N'
               MOVE SPACES TO STATEMENT-RECORD
               STRING "                    "
                      "TRANSACTION HISTORY NOT AVAILABLE - NO DETAIL "
                      "FOR PERIOD" DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           ELSE
               PERFORM FIND-PERIOD-OPENING-BALANCE
               PERFORM LIST-PERIOD-TRANSACTIONS
           END-IF.

       FIND-PERIOD-OPENING-BALANCE.
           MOVE MST-BALANCE TO WS-STMT-OPENING
           MOVE 'N' TO WS-OPENING-FOUND
           MOVE 'N' TO WS-TXNHIST-EOF-FLAG
           MOVE MST-ACCT-NO TO TH-ACCT-NO
           MOVE WS-FROM-DATE TO TH-POST-DATE
           MOVE 0 TO TH-SEQ-NO
           START TXNHIST-FILE KEY NOT < TH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
           END-START
           PERFORM UNTIL WS-TXNHIST-EOF-FLAG = 'Y'
                   OR WS-OPENING-FOUND = 'Y'
               READ TXNHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
                   NOT AT END
                       IF TH-ACCT-NO NOT = MST-ACCT-NO
                           MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
                       ELSE
                           IF TH-BALANCE-IND = 'Y'
                               COMPUTE WS-STMT-OPENING =
                                   TH-RUNNING-BAL - TH-NET
                               MOVE 'Y' TO WS-OPENING-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIST-PERIOD-TRANSACTIONS.
           MOVE 0 TO WS-STMT-CREDITS
           MOVE 0 TO WS-STMT-DEBITS
           MOVE 0 TO WS-STMT-TXN-COUNT

           MOVE WS-STMT-OPENING TO WS-STMT-AMOUNT-DISP
           MOVE SPACES TO STATEMENT-RECORD
           STRING "                    "
                  "STATEMENT PERIOD " DELIMITED BY SIZE
                  WS-FROM-DATE-DISP DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE-DISP DELIMITED BY SIZE
                  "  OPENING BALANCE: " DELIMITED BY SIZE
                  WS-STMT-AMOUNT-DISP DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING "    DATE        TY DESCRIPTION             "
                  DELIMITED BY SIZE
                  "              GROSS             TAX"
                  DELIMITED BY SIZE
                  "                NET            BALANCE"
                  DELIMITED BY SIZE
                  " SOURCE" DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE 'N' TO WS-TXNHIST-EOF-FLAG
           MOVE MST-ACCT-NO TO TH-ACCT-NO
           MOVE WS-FROM-DATE TO TH-POST-DATE
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
                               OR TH-POST-DATE > WS-TO-DATE
                           MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
                       ELSE
                           PERFORM WRITE-TRANSACTION-LINE
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-STMT-CLOSING =
               WS-STMT-OPENING + WS-STMT-CREDITS + WS-STMT-DEBITS

           MOVE WS-STMT-TXN-COUNT TO WS-STMT-TXN-DISP
           MOVE WS-STMT-CREDITS TO WS-STMT-AMOUNT-DISP
           MOVE WS-STMT-DEBITS TO WS-STMT-AMOUNT-DISP-2
           MOVE SPACES TO STATEMENT-RECORD
           STRING "                    "
                  "TRANSACTIONS: " DELIMITED BY SIZE
                  WS-STMT-TXN-DISP DELIMITED BY SIZE
                  "  CREDITS: " DELIMITED BY SIZE
                  WS-STMT-AMOUNT-DISP DELIMITED BY SIZE
                  "  DEBITS: " DELIMITED BY SIZE
                  WS-STMT-AMOUNT-DISP-2 DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE WS-STMT-CLOSING TO WS-STMT-AMOUNT-DISP
           MOVE SPACES TO STATEMENT-RECORD
           STRING "                    "
                  "CLOSING BALANCE " DELIMITED BY SIZE
                  WS-TO-DATE-DISP DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-STMT-AMOUNT-DISP DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       WRITE-TRANSACTION-LINE.
           ADD 1 TO WS-STMT-TXN-COUNT
           IF TH-BALANCE-IND = 'Y'
               MOVE SPACES TO WS-TXN-MEMO
               IF TH-NET > 0
                   ADD TH-NET TO WS-STMT-CREDITS
               ELSE
                   ADD TH-NET TO WS-STMT-DEBITS
               END-IF
           ELSE
               MOVE "MEMO" TO WS-TXN-MEMO
           END-IF

           MOVE TH-POST-DATE TO WS-POSTED-DATE-WORK
           PERFORM FORMAT-POSTED-DATE
           MOVE WS-POSTED-DATE-DISP TO WS-TXN-DATE-DISP
           MOVE TH-GROSS TO WS-TXN-GROSS-DISP
           MOVE TH-TAX TO WS-TXN-TAX-DISP
           MOVE TH-NET TO WS-TXN-NET-DISP
           MOVE TH-RUNNING-BAL TO WS-TXN-BAL-DISP

           MOVE SPACES TO STATEMENT-RECORD
           STRING "    " DELIMITED BY SIZE
                  WS-TXN-DATE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TH-TXN-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TH-DESCRIPTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TXN-GROSS-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TXN-TAX-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TXN-NET-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TXN-BAL-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TH-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TXN-MEMO DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

       FORMAT-POSTED-DATE.
           IF WS-POSTED-DATE-WORK IS NUMERIC
                      INTO STATEMENT-RECORD
               END-STRING
           ELSE
               IF WS-REQUEST-CUST NOT = SPACES
                   STRING "REQUEST: CUSTOMER " DELIMITED BY SIZE
                          WS-REQUEST-CUST DELIMITED BY SIZE
                          INTO STATEMENT-RECORD
                   END-STRING
               ELSE
                   STRING "REQUEST: ACCOUNT " DELIMITED BY SIZE
                          WS-REQUEST-ACCT DELIMITED BY SIZE
                          INTO STATEMENT-RECORD
                   END-STRING
               END-IF
           END-IF
           WRITE STATEMENT-RECORD

           IF WS-RANGE-REQUESTED = 'Y'
               MOVE SPACES TO STATEMENT-RECORD
               IF WS-RANGE-VALID = 'Y'
                   STRING "STATEMENT PERIOD: " DELIMITED BY SIZE
                          WS-FROM-DATE-DISP DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          WS-TO-DATE-DISP DELIMITED BY SIZE
                          INTO STATEMENT-RECORD
                   END-STRING
               ELSE
                   STRING "STATEMENT PERIOD INVALID: "
                          DELIMITED BY SIZE
                          WS-FROM-DATE-PARM DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          WS-TO-DATE-PARM DELIMITED BY SIZE
                          " - NO TRANSACTION DETAIL PRODUCED"
                          DELIMITED BY SIZE
                          INTO STATEMENT-RECORD
                   END-STRING
               END-IF
               WRITE STATEMENT-RECORD
           END-IF

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

           END-STRING
           WRITE STATEMENT-RECORD

           IF WS-CUSTOMER-COUNT > 0
               MOVE WS-CUSTOMER-COUNT TO WS-CUSTOMER-COUNT-DISP
               MOVE SPACES TO STATEMENT-RECORD
               STRING "CUSTOMER STATEMENTS: " DELIMITED BY SIZE
                      WS-CUSTOMER-COUNT-DISP DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF

           IF WS-FULL-FILE-FLAG = 'Y' AND WS-CUSTOMER-OPEN-FLAG = 'Y'
               MOVE WS-UNLINKED-COUNT TO WS-UNLINKED-COUNT-DISP
               MOVE SPACES TO STATEMENT-RECORD
               STRING "ACCOUNTS NOT LINKED TO A CUSTOMER: "
                      DELIMITED BY SIZE
                      WS-UNLINKED-COUNT-DISP DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF

           MOVE WS-TOTAL-BALANCE TO WS-TOTAL-BAL-DISP
           MOVE SPACES TO STATEMENT-RECORD
           STRING "TOTAL MASTER BALANCE: " DELIMITED BY SIZE
