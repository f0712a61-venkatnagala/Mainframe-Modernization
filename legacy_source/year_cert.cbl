               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
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
           SELECT CERTPARM-FILE ASSIGN TO 'certparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTPARM-FILE-STATUS.
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

       FD CERTPARM-FILE.
       01 WS-CERTPARM-FILE-STATUS PIC XX.
       01 WS-CERT-FILE-STATUS     PIC XX.
       01 WS-CONTROL-REPORT-STATUS PIC XX.
       01 WS-CUSTOMER-FILE-STATUS PIC XX.
       01 WS-XREF-FILE-STATUS     PIC XX.

       01 WS-YTD-EOF-FLAG         PIC X VALUE 'N'.
       01 WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
       01 WS-CERT-YEAR            PIC 9(4) VALUE 0.
       01 WS-ACCT-TYPE-USED       PIC X(2).
       01 WS-CUSTOMER-OPEN-FLAG   PIC X VALUE 'N'.
       01 WS-CUSTOMER-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-XREF-EOF-FLAG        PIC X VALUE 'N'.
       01 WS-LINKED-FLAG          PIC X VALUE 'N'.
       01 WS-CERT-CUST            PIC X(10).
       01 WS-CITY-LINE            PIC X(50).

       01 WS-CERT-COUNT           PIC 9(7) VALUE 0.
       01 WS-OTHER-YEAR-COUNT     PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-COUNT        PIC 9(7) VALUE 0.
       01 WS-TOTAL-GROSS          PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-TAX            PIC S9(13)V99 VALUE 0.

       01 WS-CUST-ACCOUNT-COUNT   PIC 9(5) VALUE 0.
       01 WS-CUST-GROSS           PIC S9(13)V99 VALUE 0.
       01 WS-CUST-TAX             PIC S9(13)V99 VALUE 0.
       01 WS-CUST-CERT-COUNT      PIC 9(7) VALUE 0.
       01 WS-CUST-CERT-ACCOUNTS   PIC 9(7) VALUE 0.
       01 WS-CUST-CERT-GROSS      PIC S9(13)V99 VALUE 0.
       01 WS-CUST-CERT-TAX        PIC S9(13)V99 VALUE 0.
       01 WS-UNLINKED-CERT-COUNT  PIC 9(7) VALUE 0.
       01 WS-UNLINKED-GROSS       PIC S9(13)V99 VALUE 0.
       01 WS-UNLINKED-TAX         PIC S9(13)V99 VALUE 0.
       01 WS-CERTIFIED-ACCOUNTS   PIC 9(7) VALUE 0.
       01 WS-CERTIFIED-GROSS      PIC S9(13)V99 VALUE 0.
       01 WS-CERTIFIED-TAX        PIC S9(13)V99 VALUE 0.

       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 20 TIMES INDEXED BY CD-IDX.
               10 WS-CODE-ID      PIC X(2).
       01 WS-TOTAL-GROSS-DISP     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-TAX-DISP       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISP           PIC Z,ZZZ,ZZ9.
       01 WS-ACCOUNTS-DISP        PIC Z,ZZZ,ZZ9.
       01 WS-CODE-ID-DISP         PIC X(2).
       01 WS-YEAR-DISP            PIC 9(4).

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
                       "REFERENCE NOT AVAILABLE - CERTIFICATES BY "
                       "ACCOUNT"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF

           OPEN OUTPUT CERT-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE

           PERFORM WRITE-CONTROL-HEADER

           IF WS-CUSTOMER-OPEN-FLAG = 'Y'
               PERFORM ISSUE-CUSTOMER-CERTIFICATES
               MOVE SPACES TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           MOVE 'N' TO WS-YTD-EOF-FLAG
           MOVE LOW-VALUES TO YTD-ACCT-NO
           START YTD-FILE KEY NOT < YTD-ACCT-NO
           END-PERFORM

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-CUSTOMER-PROOF

           CLOSE YTD-FILE
           IF WS-MASTER-OPEN-FLAG = 'Y'
               CLOSE MASTER-FILE
           END-IF
           IF WS-CUSTOMER-OPEN-FLAG = 'Y'
               CLOSE CUSTOMER-FILE
               CLOSE XREF-FILE
           END-IF
           CLOSE CERT-FILE
           CLOSE CONTROL-REPORT-FILE

           IF YTD-YEAR NOT = WS-CERT-YEAR
               ADD 1 TO WS-OTHER-YEAR-COUNT
           ELSE
               PERFORM ACCUMULATE-CODE-TOTALS
               ADD 1 TO WS-ACCOUNT-COUNT
               ADD YTD-GROSS-INT TO WS-TOTAL-GROSS
               ADD YTD-TAX-WITHHELD TO WS-TOTAL-TAX
               MOVE 'N' TO WS-LINKED-FLAG
               IF WS-CUSTOMER-OPEN-FLAG = 'Y'
                   PERFORM FIND-ACCOUNT-OWNER
               END-IF
               IF WS-LINKED-FLAG = 'N'
                   PERFORM GET-ACCOUNT-TYPE
                   PERFORM WRITE-CERTIFICATE
                   ADD 1 TO WS-CERT-COUNT
                   ADD 1 TO WS-UNLINKED-CERT-COUNT
                   ADD YTD-GROSS-INT TO WS-UNLINKED-GROSS
                   ADD YTD-TAX-WITHHELD TO WS-UNLINKED-TAX
               END-IF
           END-IF.

       FIND-ACCOUNT-OWNER.
           MOVE 'N' TO WS-LINKED-FLAG
           MOVE YTD-ACCT-NO TO XR-ACCT-NO
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

       ISSUE-CUSTOMER-CERTIFICATES.
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
                       PERFORM PROCESS-CUSTOMER
               END-READ
           END-PERFORM.

       PROCESS-CUSTOMER.
           MOVE CUS-CUST-ID TO WS-CERT-CUST
           MOVE 0 TO WS-CUST-ACCOUNT-COUNT
           MOVE 0 TO WS-CUST-GROSS
           MOVE 0 TO WS-CUST-TAX

           MOVE 'N' TO WS-XREF-EOF-FLAG
           MOVE WS-CERT-CUST TO XR-CUST-ID
           START XREF-FILE KEY IS EQUAL TO XR-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-START
           PERFORM UNTIL WS-XREF-EOF-FLAG = 'Y'
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-FLAG
                   NOT AT END
                       IF XR-CUST-ID NOT = WS-CERT-CUST
                           MOVE 'Y' TO WS-XREF-EOF-FLAG
                       ELSE
                           PERFORM PROCESS-LINKED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CUST-ACCOUNT-COUNT > 0
               PERFORM WRITE-CUSTOMER-CERT-TOTALS
               ADD 1 TO WS-CERT-COUNT
               ADD 1 TO WS-CUST-CERT-COUNT
               ADD WS-CUST-ACCOUNT-COUNT TO WS-CUST-CERT-ACCOUNTS
               ADD WS-CUST-GROSS TO WS-CUST-CERT-GROSS
               ADD WS-CUST-TAX TO WS-CUST-CERT-TAX
           END-IF.

       PROCESS-LINKED-ACCOUNT.
           MOVE XR-ACCT-NO TO YTD-ACCT-NO
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-YEAR = WS-CERT-YEAR
                       IF WS-CUST-ACCOUNT-COUNT = 0
                           PERFORM WRITE-CUSTOMER-CERT-HEADER
                       END-IF
                       ADD 1 TO WS-CUST-ACCOUNT-COUNT
                       ADD YTD-GROSS-INT TO WS-CUST-GROSS
                       ADD YTD-TAX-WITHHELD TO WS-CUST-TAX
                       PERFORM GET-ACCOUNT-TYPE
                       PERFORM WRITE-CUSTOMER-CERT-ACCOUNT
                   END-IF
           END-READ.

       WRITE-CUSTOMER-CERT-HEADER.
           MOVE WS-CERT-YEAR TO WS-YEAR-DISP

           MOVE SPACES TO CERT-RECORD
           STRING "ANNUAL INTEREST AND WITHHOLDING CERTIFICATE - "
                  "TAX YEAR " DELIMITED BY SIZE
                  WS-YEAR-DISP DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-RECORD
           STRING "CUSTOMER: " DELIMITED BY SIZE
                  CUS-CUST-ID DELIMITED BY SIZE
                  "  TAX ID: " DELIMITED BY SIZE
                  CUS-TAX-ID DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-RECORD
           STRING "  " DELIMITED BY SIZE
                  CUS-NAME DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-RECORD
           STRING "  " DELIMITED BY SIZE
                  CUS-ADDR-LINE-1 DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD

           IF CUS-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO CERT-RECORD
               STRING "  " DELIMITED BY SIZE
                      CUS-ADDR-LINE-2 DELIMITED BY SIZE
                      INTO CERT-RECORD
               END-STRING
               WRITE CERT-RECORD
           END-IF

           MOVE SPACES TO WS-CITY-LINE
           STRING CUS-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUS-STATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUS-POSTAL-CODE DELIMITED BY SIZE
                  INTO WS-CITY-LINE
           END-STRING
           MOVE SPACES TO CERT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-CITY-LINE DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD.

       WRITE-CUSTOMER-CERT-ACCOUNT.
           MOVE YTD-GROSS-INT TO WS-GROSS-DISP
           MOVE YTD-TAX-WITHHELD TO WS-TAX-DISP
           MOVE SPACES TO CERT-RECORD
           STRING "  ACCOUNT: " DELIMITED BY SIZE
                  YTD-ACCT-NO DELIMITED BY SIZE
                  "  TYPE: " DELIMITED BY SIZE
                  WS-ACCT-TYPE-USED DELIMITED BY SIZE
                  "  CODE: " DELIMITED BY SIZE
                  YTD-TAX-CODE DELIMITED BY SIZE
                  "  GROSS: " DELIMITED BY SIZE
                  WS-GROSS-DISP DELIMITED BY SIZE
                  "  WITHHELD: " DELIMITED BY SIZE
                  WS-TAX-DISP DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD.

       WRITE-CUSTOMER-CERT-TOTALS.
           MOVE WS-CUST-GROSS TO WS-GROSS-DISP
           MOVE WS-CUST-TAX TO WS-TAX-DISP
           MOVE SPACES TO CERT-RECORD
           STRING "GROSS INTEREST EARNED: " DELIMITED BY SIZE
                  WS-GROSS-DISP DELIMITED BY SIZE
                  "  TAX WITHHELD: " DELIMITED BY SIZE
                  WS-TAX-DISP DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD

           MOVE WS-CUST-ACCOUNT-COUNT TO WS-ACCOUNTS-DISP
           MOVE WS-CUST-GROSS TO WS-TOTAL-GROSS-DISP
           MOVE WS-CUST-TAX TO WS-TOTAL-TAX-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-CERT-CUST DELIMITED BY SIZE
                  "  ACCOUNTS: " DELIMITED BY SIZE
                  WS-ACCOUNTS-DISP DELIMITED BY SIZE
                  "  GROSS: " DELIMITED BY SIZE
                  WS-TOTAL-GROSS-DISP DELIMITED BY SIZE
                  "  WITHHELD: " DELIMITED BY SIZE
                  WS-TOTAL-TAX-DISP DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD.

       GET-ACCOUNT-TYPE.
           MOVE SPACES TO WS-ACCT-TYPE-USED
           IF WS-MASTER-OPEN-FLAG = 'Y'
           END-STRING
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "ACCOUNTS CERTIFIED: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-TOTAL-GROSS TO WS-TOTAL-GROSS-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "TOTAL GROSS INTEREST: " DELIMITED BY SIZE
               END-STRING
               WRITE CONTROL-REPORT-RECORD
           END-IF.

       WRITE-CUSTOMER-PROOF.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "CUSTOMER CERTIFICATE PROOF" DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-CUST-CERT-COUNT TO WS-COUNT-DISP
           MOVE WS-CUST-CERT-ACCOUNTS TO WS-ACCOUNTS-DISP
           MOVE WS-CUST-CERT-GROSS TO WS-TOTAL-GROSS-DISP
           MOVE WS-CUST-CERT-TAX TO WS-TOTAL-TAX-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "CUSTOMER CERTIFICATES: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "  ACCOUNTS: " DELIMITED BY SIZE
                  WS-ACCOUNTS-DISP DELIMITED BY SIZE
                  "  GROSS: " DELIMITED BY SIZE
                  WS-TOTAL-GROSS-DISP DELIMITED BY SIZE
                  "  WITHHELD: " DELIMITED BY SIZE
                  WS-TOTAL-TAX-DISP DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-UNLINKED-CERT-COUNT TO WS-COUNT-DISP
           MOVE WS-UNLINKED-CERT-COUNT TO WS-ACCOUNTS-DISP
           MOVE WS-UNLINKED-GROSS TO WS-TOTAL-GROSS-DISP
           MOVE WS-UNLINKED-TAX TO WS-TOTAL-TAX-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "UNLINKED ACCOUNT CERTS: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "  ACCOUNTS: " DELIMITED BY SIZE
                  WS-ACCOUNTS-DISP DELIMITED BY SIZE
                  "  GROSS: " DELIMITED BY SIZE
                  WS-TOTAL-GROSS-DISP DELIMITED BY SIZE
                  "  WITHHELD: " DELIMITED BY SIZE
                  WS-TOTAL-TAX-DISP DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD

           COMPUTE WS-CERTIFIED-ACCOUNTS = WS-CUST-CERT-ACCOUNTS
                                         + WS-UNLINKED-CERT-COUNT
           COMPUTE WS-CERTIFIED-GROSS = WS-CUST-CERT-GROSS
                                      + WS-UNLINKED-GROSS
           COMPUTE WS-CERTIFIED-TAX = WS-CUST-CERT-TAX
                                    + WS-UNLINKED-TAX

           MOVE WS-CERTIFIED-ACCOUNTS TO WS-ACCOUNTS-DISP
           MOVE WS-CERTIFIED-GROSS TO WS-TOTAL-GROSS-DISP
           MOVE WS-CERTIFIED-TAX TO WS-TOTAL-TAX-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "TOTAL CERTIFIED:            ACCOUNTS: "
                  DELIMITED BY SIZE
                  WS-ACCOUNTS-DISP DELIMITED BY SIZE
                  "  GROSS: " DELIMITED BY SIZE
                  WS-TOTAL-GROSS-DISP DELIMITED BY SIZE
                  "  WITHHELD: " DELIMITED BY SIZE
                  WS-TOTAL-TAX-DISP DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNTS-DISP
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-GROSS-DISP
           MOVE WS-TOTAL-TAX TO WS-TOTAL-TAX-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "PER-ACCOUNT TOTALS:         ACCOUNTS: "
                  DELIMITED BY SIZE
                  WS-ACCOUNTS-DISP DELIMITED BY SIZE
                  "  GROSS: " DELIMITED BY SIZE
                  WS-TOTAL-GROSS-DISP DELIMITED BY SIZE
                  "  WITHHELD: " DELIMITED BY SIZE
                  WS-TOTAL-TAX-DISP DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           IF WS-CERTIFIED-ACCOUNTS = WS-ACCOUNT-COUNT
                   AND WS-CERTIFIED-GROSS = WS-TOTAL-GROSS
                   AND WS-CERTIFIED-TAX = WS-TOTAL-TAX
               STRING "PER-CUSTOMER TOTALS AGREE WITH PER-ACCOUNT "
                      "TOTALS" DELIMITED BY SIZE
                      INTO CONTROL-REPORT-RECORD
               END-STRING
           ELSE
               STRING "*** OUT OF BALANCE - PER-CUSTOMER TOTALS DO "
                      "NOT EQUAL PER-ACCOUNT TOTALS ***"
                      DELIMITED BY SIZE
                      INTO CONTROL-REPORT-RECORD
               END-STRING
               DISPLAY "ERROR: CUSTOMER CERTIFICATE TOTALS DO NOT "
                       "EQUAL ACCOUNT TOTALS"
               IF WS-CONDITION-CODE < 8
                   MOVE 8 TO WS-CONDITION-CODE
               END-IF
           END-IF
           WRITE CONTROL-REPORT-RECORD.
