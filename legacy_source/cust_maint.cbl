       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'customer.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO 'acctxref.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ACCT-NO
               ALTERNATE RECORD KEY IS XR-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'custtrans.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'custhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'custmnt.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
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

       FD TRANS-FILE.
       01 TRANS-RECORD.
           05 CT-ACTION           PIC X(1).
           05 CT-CUST-ID          PIC X(10).
           05 CT-ACCT-NO          PIC X(10).
           05 CT-NAME             PIC X(40).
           05 CT-ADDR-LINE-1      PIC X(40).
           05 CT-ADDR-LINE-2      PIC X(40).
           05 CT-CITY             PIC X(25).
           05 CT-STATE            PIC X(2).
           05 CT-POSTAL-CODE      PIC X(10).
           05 CT-TAX-ID           PIC X(11).
           05 CT-OPERATOR-ID      PIC X(8).
           05 CT-REASON           PIC X(30).

       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(150).

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-STATUS PIC XX.
       01 WS-XREF-FILE-STATUS     PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-TRANS-FILE-STATUS    PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-MAINT-REPORT-STATUS  PIC XX.

       01 WS-TRANS-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-XREF-EOF-FLAG        PIC X VALUE 'N'.
       01 WS-TRANS-VALID          PIC X VALUE 'Y'.
       01 WS-TRANS-REASON         PIC X(40) VALUE SPACES.
       01 WS-CUSTOMER-FOUND       PIC X VALUE 'N'.
       01 WS-XREF-FOUND           PIC X VALUE 'N'.
       01 WS-MASTER-FOUND         PIC X VALUE 'N'.
       01 WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
       01 WS-OPEN-ACCOUNT-COUNT   PIC 9(5) VALUE 0.
       01 WS-OLD-CUST-STATUS      PIC X(1).
       01 WS-NEW-CUST-STATUS      PIC X(1).
       01 WS-OLD-TAX-ID           PIC X(11).
       01 WS-ACTION-TEXT          PIC X(30).

       01 WS-TRANS-READ-COUNT     PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-TRANS-READ-DISP      PIC ZZ,ZZ9.
       01 WS-APPLIED-DISP         PIC ZZ,ZZ9.
       01 WS-REJECTED-DISP        PIC ZZ,ZZ9.

       01 WS-PROCDATE-FILE-STATUS PIC XX.
       01 WS-PROCDATE-FOUND       PIC X VALUE 'N'.
       01 WS-CYCLE-STATUS         PIC X VALUE SPACE.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISP        PIC X(10).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-TIME-DISP        PIC X(8).

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

           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM WRITE-MAINT-HEADER

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '35'
               DISPLAY "ERROR: TRANSACTION FILE NOT FOUND - NO "
                       "CHANGES APPLIED"
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "NO TRANSACTION FILE SUPPLIED - CUSTOMER FILE "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               CLOSE MAINT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: CUSTOMER FILE OPEN FAILED - STATUS "
                       WS-CUSTOMER-FILE-STATUS " - NO CHANGES APPLIED"
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "CUSTOMER FILE NOT AVAILABLE - CUSTOMER FILE "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               CLOSE TRANS-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O XREF-FILE
           IF WS-XREF-FILE-STATUS = '35'
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: ACCOUNT CROSS-REFERENCE OPEN FAILED - "
                       "STATUS " WS-XREF-FILE-STATUS
                       " - NO CHANGES APPLIED"
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "ACCOUNT CROSS-REFERENCE NOT AVAILABLE - "
                      "CUSTOMER FILE UNCHANGED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               CLOSE TRANS-FILE
               CLOSE CUSTOMER-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               MOVE 'N' TO WS-MASTER-OPEN-FLAG
               DISPLAY "WARNING: MASTER FILE NOT AVAILABLE - "
                       "ACCOUNT LINKS AND CLOSURES WILL BE REJECTED"
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF

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
           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE XREF-FILE
           IF WS-MASTER-OPEN-FLAG = 'Y'
               CLOSE MASTER-FILE
           END-IF

           PERFORM WRITE-MAINT-TRAILER
           CLOSE MAINT-REPORT-FILE

           IF WS-REJECTED-COUNT > 0
                   OR WS-MASTER-OPEN-FLAG = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF
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

           IF CT-ACTION NOT = 'A' AND CT-ACTION NOT = 'U'
                   AND CT-ACTION NOT = 'L' AND CT-ACTION NOT = 'X'
                   AND CT-ACTION NOT = 'C'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "INVALID ACTION CODE" TO WS-TRANS-REASON
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF CT-CUST-ID = SPACES
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "BLANK CUSTOMER ID" TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF CT-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "OPERATOR ID REQUIRED" TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF CT-REASON = SPACES
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "REASON REQUIRED" TO WS-TRANS-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               IF CT-ACTION = 'L' OR CT-ACTION = 'X'
                   IF CT-ACCT-NO = SPACES
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "ACCOUNT NUMBER REQUIRED"
                           TO WS-TRANS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID = 'Y'
               PERFORM FIND-CUSTOMER-RECORD
               EVALUATE CT-ACTION
                   WHEN 'A'
                       IF WS-CUSTOMER-FOUND = 'Y'
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "CUSTOMER ALREADY ON FILE"
                               TO WS-TRANS-REASON
                       ELSE
                           IF CT-NAME = SPACES
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "CUSTOMER NAME REQUIRED"
                                   TO WS-TRANS-REASON
                           ELSE
                               IF CT-ADDR-LINE-1 = SPACES
                                   MOVE 'N' TO WS-TRANS-VALID
                                   MOVE "MAILING ADDRESS REQUIRED"
                                       TO WS-TRANS-REASON
                               ELSE
                                   IF CT-TAX-ID = SPACES
                                       MOVE 'N' TO WS-TRANS-VALID
                                       MOVE "TAX IDENTIFIER REQUIRED"
                                           TO WS-TRANS-REASON
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   WHEN 'U'
                       PERFORM CHECK-CUSTOMER-ACTIVE
                       IF WS-TRANS-VALID = 'Y'
                           IF CT-NAME = SPACES
                                   AND CT-ADDR-LINE-1 = SPACES
                                   AND CT-ADDR-LINE-2 = SPACES
                                   AND CT-CITY = SPACES
                                   AND CT-STATE = SPACES
                                   AND CT-POSTAL-CODE = SPACES
                                   AND CT-TAX-ID = SPACES
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "NO FIELDS SUPPLIED TO UPDATE"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
                   WHEN 'L'
                       PERFORM CHECK-CUSTOMER-ACTIVE
                       IF WS-TRANS-VALID = 'Y'
                           PERFORM FIND-MASTER-RECORD
                           IF WS-MASTER-FOUND = 'N'
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "ACCOUNT NOT ON MASTER FILE"
                                   TO WS-TRANS-REASON
                           END-IF
                       END-IF
                       IF WS-TRANS-VALID = 'Y'
                           PERFORM FIND-XREF-RECORD
                           IF WS-XREF-FOUND = 'Y'
                               MOVE 'N' TO WS-TRANS-VALID
                               IF XR-CUST-ID = CT-CUST-ID
                                   MOVE "ACCOUNT ALREADY LINKED"
                                       TO WS-TRANS-REASON
                               ELSE
                                   MOVE "LINKED TO ANOTHER CUSTOMER"
                                       TO WS-TRANS-REASON
                               END-IF
                           END-IF
                       END-IF
                   WHEN 'X'
                       IF WS-CUSTOMER-FOUND = 'N'
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "CUSTOMER NOT ON FILE"
                               TO WS-TRANS-REASON
                       ELSE
                           PERFORM FIND-XREF-RECORD
                           IF WS-XREF-FOUND = 'N'
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "ACCOUNT NOT LINKED"
                                   TO WS-TRANS-REASON
                           ELSE
                               IF XR-CUST-ID NOT = CT-CUST-ID
                                   MOVE 'N' TO WS-TRANS-VALID
                                   MOVE "LINKED TO ANOTHER CUSTOMER"
                                       TO WS-TRANS-REASON
                               END-IF
                           END-IF
                       END-IF
                   WHEN 'C'
                       PERFORM CHECK-CUSTOMER-ACTIVE
                       IF WS-TRANS-VALID = 'Y'
                           PERFORM COUNT-OPEN-ACCOUNTS
                           IF WS-MASTER-OPEN-FLAG = 'N'
                               MOVE 'N' TO WS-TRANS-VALID
                               MOVE "MASTER FILE NOT AVAILABLE"
                                   TO WS-TRANS-REASON
                           ELSE
                               IF WS-OPEN-ACCOUNT-COUNT > 0
                                   MOVE 'N' TO WS-TRANS-VALID
                                   MOVE "CUSTOMER HAS OPEN ACCOUNTS"
                                       TO WS-TRANS-REASON
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-CUSTOMER-ACTIVE.
           IF WS-CUSTOMER-FOUND = 'N'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "CUSTOMER NOT ON FILE" TO WS-TRANS-REASON
           ELSE
               IF CUS-STATUS = 'C'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "CUSTOMER CLOSED" TO WS-TRANS-REASON
               END-IF
           END-IF.

       FIND-CUSTOMER-RECORD.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           MOVE CT-CUST-ID TO CUS-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-FOUND
           END-READ.

       FIND-XREF-RECORD.
           MOVE 'N' TO WS-XREF-FOUND
           MOVE CT-ACCT-NO TO XR-ACCT-NO
           READ XREF-FILE
               KEY IS XR-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-XREF-FOUND
           END-READ.

       FIND-MASTER-RECORD.
           MOVE 'N' TO WS-MASTER-FOUND
           IF WS-MASTER-OPEN-FLAG = 'Y'
               MOVE CT-ACCT-NO TO MST-ACCT-NO
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-FOUND
               END-READ
           END-IF.

       COUNT-OPEN-ACCOUNTS.
           MOVE 0 TO WS-OPEN-ACCOUNT-COUNT
           MOVE 'N' TO WS-XREF-EOF-FLAG
           MOVE CT-CUST-ID TO XR-CUST-ID
           START XREF-FILE KEY IS EQUAL TO XR-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-START
           PERFORM UNTIL WS-XREF-EOF-FLAG = 'Y'
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-FLAG
                   NOT AT END
                       IF XR-CUST-ID NOT = CT-CUST-ID
                           MOVE 'Y' TO WS-XREF-EOF-FLAG
                       ELSE
                           IF WS-MASTER-OPEN-FLAG = 'Y'
                               MOVE XR-ACCT-NO TO MST-ACCT-NO
                               READ MASTER-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF MST-STATUS NOT = 'C'
                                           ADD 1
                                             TO WS-OPEN-ACCOUNT-COUNT
                                       END-IF
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-TRANSACTION.
           EVALUATE CT-ACTION
               WHEN 'A'
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE CT-CUST-ID TO CUS-CUST-ID
                   MOVE CT-NAME TO CUS-NAME
                   MOVE CT-ADDR-LINE-1 TO CUS-ADDR-LINE-1
                   MOVE CT-ADDR-LINE-2 TO CUS-ADDR-LINE-2
                   MOVE CT-CITY TO CUS-CITY
                   MOVE CT-STATE TO CUS-STATE
                   MOVE CT-POSTAL-CODE TO CUS-POSTAL-CODE
                   MOVE CT-TAX-ID TO CUS-TAX-ID
                   MOVE 'A' TO CUS-STATUS
                   MOVE WS-RUN-DATE TO CUS-OPEN-DATE
                   MOVE WS-RUN-DATE TO CUS-LAST-MAINT
                   MOVE SPACES TO WS-OLD-CUST-STATUS
                   MOVE 'A' TO WS-NEW-CUST-STATUS
                   MOVE "CUSTOMER ADDED" TO WS-ACTION-TEXT
                   WRITE CUSTOMER-RECORD
               WHEN 'U'
                   MOVE CUS-STATUS TO WS-OLD-CUST-STATUS
                   MOVE CUS-STATUS TO WS-NEW-CUST-STATUS
                   MOVE CUS-TAX-ID TO WS-OLD-TAX-ID
                   IF CT-NAME NOT = SPACES
                       MOVE CT-NAME TO CUS-NAME
                   END-IF
                   IF CT-ADDR-LINE-1 NOT = SPACES
                       MOVE CT-ADDR-LINE-1 TO CUS-ADDR-LINE-1
                   END-IF
                   IF CT-ADDR-LINE-2 NOT = SPACES
                       MOVE CT-ADDR-LINE-2 TO CUS-ADDR-LINE-2
                   END-IF
                   IF CT-CITY NOT = SPACES
                       MOVE CT-CITY TO CUS-CITY
                   END-IF
                   IF CT-STATE NOT = SPACES
                       MOVE CT-STATE TO CUS-STATE
                   END-IF
                   IF CT-POSTAL-CODE NOT = SPACES
                       MOVE CT-POSTAL-CODE TO CUS-POSTAL-CODE
                   END-IF
                   IF CT-TAX-ID NOT = SPACES
                       MOVE CT-TAX-ID TO CUS-TAX-ID
                   END-IF
                   MOVE WS-RUN-DATE TO CUS-LAST-MAINT
                   IF CUS-TAX-ID NOT = WS-OLD-TAX-ID
                       MOVE "DETAILS UPDATED - TAX ID CHANGED"
                           TO WS-ACTION-TEXT
                   ELSE
                       MOVE "DETAILS UPDATED" TO WS-ACTION-TEXT
                   END-IF
                   REWRITE CUSTOMER-RECORD
               WHEN 'L'
                   MOVE CUS-STATUS TO WS-OLD-CUST-STATUS
                   MOVE CUS-STATUS TO WS-NEW-CUST-STATUS
                   MOVE SPACES TO XREF-RECORD
                   MOVE CT-ACCT-NO TO XR-ACCT-NO
                   MOVE CT-CUST-ID TO XR-CUST-ID
                   MOVE WS-RUN-DATE TO XR-LINK-DATE
                   MOVE "ACCOUNT LINKED" TO WS-ACTION-TEXT
                   WRITE XREF-RECORD
               WHEN 'X'
                   MOVE CUS-STATUS TO WS-OLD-CUST-STATUS
                   MOVE CUS-STATUS TO WS-NEW-CUST-STATUS
                   MOVE "ACCOUNT UNLINKED" TO WS-ACTION-TEXT
                   DELETE XREF-FILE RECORD
               WHEN 'C'
                   MOVE CUS-STATUS TO WS-OLD-CUST-STATUS
                   MOVE 'C' TO CUS-STATUS
                   MOVE 'C' TO WS-NEW-CUST-STATUS
                   MOVE WS-RUN-DATE TO CUS-LAST-MAINT
                   MOVE "CUSTOMER CLOSED" TO WS-ACTION-TEXT
                   REWRITE CUSTOMER-RECORD
           END-EVALUATE.

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-CUST-ID DELIMITED BY SIZE
                  " ACCT " DELIMITED BY SIZE
                  CT-ACCT-NO DELIMITED BY SIZE
                  " OLD " DELIMITED BY SIZE
                  WS-OLD-CUST-STATUS DELIMITED BY SIZE
                  " NEW " DELIMITED BY SIZE
                  WS-NEW-CUST-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-REASON DELIMITED BY SIZE
                  INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD.

       WRITE-MAINT-HEADER.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "CUSTMNT CUSTOMER MAINTENANCE REPORT"
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
           IF CT-ACTION = 'L' OR CT-ACTION = 'X'
               STRING "  " DELIMITED BY SIZE
                      CT-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CT-CUST-ID DELIMITED BY SIZE
                      " ACCOUNT " DELIMITED BY SIZE
                      CT-ACCT-NO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ACTION-TEXT DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      CT-OPERATOR-ID DELIMITED BY SIZE
                      " - APPLIED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      CT-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CT-CUST-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ACTION-TEXT DELIMITED BY SIZE
                      " STATUS " DELIMITED BY SIZE
                      WS-OLD-CUST-STATUS DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-NEW-CUST-STATUS DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      CT-OPERATOR-ID DELIMITED BY SIZE
                      " - APPLIED" DELIMITED BY SIZE
                      INTO MAINT-REPORT-RECORD
               END-STRING
           END-IF
           WRITE MAINT-REPORT-RECORD.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  CT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-ACCT-NO DELIMITED BY SIZE
                  " - REJECTED: " DELIMITED BY SIZE
                  WS-TRANS-REASON DELIMITED BY SIZE
                  INTO MAINT-REPORT-RECORD
           END-STRING
           WRITE MAINT-REPORT-RECORD.

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
                       "CUSTOMER MAINTENANCE NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - CUSTOMER MAINTENANCE NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
