       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO 'txnhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TXNHIST-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'balsnap.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BS-ACCT-NO
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO 'txnproof.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REPORT-STATUS.
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

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
           05 BS-ACCT-NO          PIC X(10).
           05 BS-PROOF-DATE       PIC 9(8).
           05 BS-BALANCE          PIC S9(11)V99.
           05 BS-LAST-DATE        PIC 9(8).
           05 BS-LAST-SEQ         PIC 9(5).
           05 BS-PRIOR-PROOF-DATE PIC 9(8).
           05 BS-PRIOR-BALANCE    PIC S9(11)V99.
           05 BS-PRIOR-LAST-DATE  PIC 9(8).
           05 BS-PRIOR-LAST-SEQ   PIC 9(5).
           05 FILLER              PIC X(20).

       FD PROOF-REPORT-FILE.
       01 PROOF-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-TXNHIST-FILE-STATUS  PIC XX.
       01 WS-SNAPSHOT-FILE-STATUS PIC XX.
       01 WS-PROOF-REPORT-STATUS  PIC XX.

       01 WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-TXNHIST-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-SNAPSHOT-OPEN-FLAG   PIC X VALUE 'N'.
       01 WS-SNAPSHOT-FOUND       PIC X VALUE 'N'.
       01 WS-OPENING-FOUND        PIC X VALUE 'N'.

       01 WS-PROOF-BASIS          PIC X(8).
       01 WS-START-DATE           PIC 9(8) VALUE 0.
       01 WS-START-SEQ            PIC 9(5) VALUE 0.
       01 WS-LAST-DATE            PIC 9(8) VALUE 0.
       01 WS-LAST-SEQ             PIC 9(5) VALUE 0.
       01 WS-OPENING-BALANCE      PIC S9(11)V99 VALUE 0.
       01 WS-MOVEMENTS            PIC S9(11)V99 VALUE 0.
       01 WS-EXPECTED-BALANCE     PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE           PIC S9(11)V99 VALUE 0.
       01 WS-ENTRY-COUNT          PIC 9(5) VALUE 0.

       01 WS-MASTER-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-IN-BALANCE-COUNT     PIC 9(7) VALUE 0.
       01 WS-BREAK-COUNT          PIC 9(7) VALUE 0.
       01 WS-SNAPSHOT-FAIL-COUNT  PIC 9(7) VALUE 0.
       01 WS-TOTAL-ENTRIES        PIC 9(9) VALUE 0.
       01 WS-TOTAL-OPENING        PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-MOVEMENTS      PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-MASTER         PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-DIFFERENCE     PIC S9(13)V99 VALUE 0.

       01 WS-COUNT-DISP           PIC Z,ZZZ,ZZ9.
       01 WS-ENTRY-DISP           PIC ZZ,ZZ9.
       01 WS-OPENING-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-MOVEMENTS-DISP       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-MASTER-BAL-DISP      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIFFERENCE-DISP      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PROOF-RESULT         PIC X(12).
       01 WS-AMOUNT-DISP          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT2-DISP         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PROCDATE-FILE-STATUS PIC XX.
       01 WS-PROCDATE-FOUND       PIC X VALUE 'N'.
       01 WS-CYCLE-STATUS         PIC X VALUE SPACE.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISP        PIC X(10).

       01 WS-CONDITION-CODE       PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PROCESSING-DATE
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
                  WS-RUN-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISP

           OPEN OUTPUT PROOF-REPORT-FILE
           PERFORM WRITE-PROOF-HEADER

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: MASTER FILE NOT AVAILABLE - STATUS "
                       WS-MASTER-FILE-STATUS " - HISTORY PROOF "
                       "NOT RUN"
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "MASTER FILE NOT AVAILABLE - HISTORY PROOF "
                      "NOT RUN" DELIMITED BY SIZE
                      INTO PROOF-REPORT-RECORD
               END-STRING
               WRITE PROOF-REPORT-RECORD
               CLOSE PROOF-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TXNHIST-FILE
           IF WS-TXNHIST-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: TRANSACTION HISTORY NOT AVAILABLE - "
                       "STATUS " WS-TXNHIST-FILE-STATUS
                       " - HISTORY PROOF NOT RUN"
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "TRANSACTION HISTORY NOT AVAILABLE - HISTORY "
                      "PROOF NOT RUN" DELIMITED BY SIZE
                      INTO PROOF-REPORT-RECORD
               END-STRING
               WRITE PROOF-REPORT-RECORD
               CLOSE MASTER-FILE
               CLOSE PROOF-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS = '35'
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF
           IF WS-SNAPSHOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SNAPSHOT-OPEN-FLAG
           ELSE
               MOVE 'N' TO WS-SNAPSHOT-OPEN-FLAG
               DISPLAY "WARNING: BALANCE SNAPSHOT FILE OPEN FAILED - "
                       "STATUS " WS-SNAPSHOT-FILE-STATUS
                       " - PROVING FROM FULL HISTORY, SNAPSHOTS "
                       "NOT UPDATED"
               PERFORM RAISE-WARNING-CONDITION
           END-IF

           PERFORM PROVE-ALL-ACCOUNTS
           PERFORM WRITE-PROOF-TRAILER

           CLOSE MASTER-FILE
           CLOSE TXNHIST-FILE
           IF WS-SNAPSHOT-OPEN-FLAG = 'Y'
               CLOSE SNAPSHOT-FILE
           END-IF
           CLOSE PROOF-REPORT-FILE

           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       RAISE-WARNING-CONDITION.
           IF WS-CONDITION-CODE < 4
               MOVE 4 TO WS-CONDITION-CODE
           END-IF.

       RAISE-BREAK-CONDITION.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-CONDITION-CODE < 8
               MOVE 8 TO WS-CONDITION-CODE
           END-IF.

       PROVE-ALL-ACCOUNTS.
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
                       PERFORM PROVE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       PROVE-ONE-ACCOUNT.
           PERFORM FIND-PROOF-BASIS
           PERFORM SCAN-ACCOUNT-HISTORY

           COMPUTE WS-EXPECTED-BALANCE =
               WS-OPENING-BALANCE + WS-MOVEMENTS
           COMPUTE WS-DIFFERENCE = MST-BALANCE - WS-EXPECTED-BALANCE

           ADD WS-ENTRY-COUNT TO WS-TOTAL-ENTRIES
           ADD WS-OPENING-BALANCE TO WS-TOTAL-OPENING
           ADD WS-MOVEMENTS TO WS-TOTAL-MOVEMENTS
           ADD MST-BALANCE TO WS-TOTAL-MASTER

           IF WS-DIFFERENCE = 0
               ADD 1 TO WS-IN-BALANCE-COUNT
               MOVE "IN BALANCE  " TO WS-PROOF-RESULT
               IF WS-SNAPSHOT-OPEN-FLAG = 'Y'
                   PERFORM UPDATE-BALANCE-SNAPSHOT
               END-IF
           ELSE
               ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE
               MOVE "*** BREAK   " TO WS-PROOF-RESULT
               DISPLAY "WARNING: ACCOUNT " MST-ACCT-NO
                       " DOES NOT PROVE TO TRANSACTION HISTORY"
               PERFORM RAISE-BREAK-CONDITION
           END-IF

           PERFORM WRITE-PROOF-LINE.

       FIND-PROOF-BASIS.
           MOVE 'N' TO WS-SNAPSHOT-FOUND
           MOVE "LEDGER  " TO WS-PROOF-BASIS
           MOVE 0 TO WS-START-DATE
           MOVE 0 TO WS-START-SEQ
           MOVE MST-BALANCE TO WS-OPENING-BALANCE

           IF WS-SNAPSHOT-OPEN-FLAG = 'Y'
               MOVE MST-ACCT-NO TO BS-ACCT-NO
               READ SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SNAPSHOT-FOUND
               END-READ
           END-IF

           IF WS-SNAPSHOT-FOUND = 'Y'
               IF BS-PROOF-DATE < WS-RUN-DATE
                   MOVE "SNAPSHOT" TO WS-PROOF-BASIS
                   MOVE BS-BALANCE TO WS-OPENING-BALANCE
                   MOVE BS-LAST-DATE TO WS-START-DATE
                   MOVE BS-LAST-SEQ TO WS-START-SEQ
               ELSE
                   IF BS-PRIOR-PROOF-DATE > 0
                       MOVE "SNAPSHOT" TO WS-PROOF-BASIS
                       MOVE BS-PRIOR-BALANCE TO WS-OPENING-BALANCE
                       MOVE BS-PRIOR-LAST-DATE TO WS-START-DATE
                       MOVE BS-PRIOR-LAST-SEQ TO WS-START-SEQ
                   END-IF
               END-IF
           END-IF.

       SCAN-ACCOUNT-HISTORY.
           MOVE 0 TO WS-MOVEMENTS
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE WS-START-DATE TO WS-LAST-DATE
           MOVE WS-START-SEQ TO WS-LAST-SEQ
           MOVE 'N' TO WS-OPENING-FOUND

           MOVE 'N' TO WS-TXNHIST-EOF-FLAG
           MOVE MST-ACCT-NO TO TH-ACCT-NO
           MOVE WS-START-DATE TO TH-POST-DATE
           MOVE WS-START-SEQ TO TH-SEQ-NO
           START TXNHIST-FILE KEY > TH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
           END-START
           PERFORM UNTIL WS-TXNHIST-EOF-FLAG = 'Y'
               READ TXNHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
                   NOT AT END
                       IF TH-ACCT-NO NOT = MST-ACCT-NO
                           MOVE 'Y' TO WS-TXNHIST-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE TH-POST-DATE TO WS-LAST-DATE
                           MOVE TH-SEQ-NO TO WS-LAST-SEQ
                           IF TH-BALANCE-IND = 'Y'
                               IF WS-PROOF-BASIS = "LEDGER  "
                                       AND WS-OPENING-FOUND = 'N'
                                   COMPUTE WS-OPENING-BALANCE =
                                       TH-RUNNING-BAL - TH-NET
                               END-IF
                               MOVE 'Y' TO WS-OPENING-FOUND
                               ADD TH-NET TO WS-MOVEMENTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PROOF-BASIS = "LEDGER  " AND WS-OPENING-FOUND = 'N'
               MOVE "NO MOVES" TO WS-PROOF-BASIS
           END-IF.

       UPDATE-BALANCE-SNAPSHOT.
           IF WS-SNAPSHOT-FOUND = 'Y'
               IF BS-PROOF-DATE NOT = WS-RUN-DATE
                   MOVE BS-PROOF-DATE TO BS-PRIOR-PROOF-DATE
                   MOVE BS-BALANCE TO BS-PRIOR-BALANCE
                   MOVE BS-LAST-DATE TO BS-PRIOR-LAST-DATE
                   MOVE BS-LAST-SEQ TO BS-PRIOR-LAST-SEQ
               END-IF
               MOVE WS-RUN-DATE TO BS-PROOF-DATE
               MOVE MST-BALANCE TO BS-BALANCE
               MOVE WS-LAST-DATE TO BS-LAST-DATE
               MOVE WS-LAST-SEQ TO BS-LAST-SEQ
               REWRITE SNAPSHOT-RECORD
           ELSE
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE MST-ACCT-NO TO BS-ACCT-NO
               MOVE WS-RUN-DATE TO BS-PROOF-DATE
               MOVE MST-BALANCE TO BS-BALANCE
               MOVE WS-LAST-DATE TO BS-LAST-DATE
               MOVE WS-LAST-SEQ TO BS-LAST-SEQ
               MOVE 0 TO BS-PRIOR-PROOF-DATE
               MOVE 0 TO BS-PRIOR-BALANCE
               MOVE 0 TO BS-PRIOR-LAST-DATE
               MOVE 0 TO BS-PRIOR-LAST-SEQ
               WRITE SNAPSHOT-RECORD
           END-IF
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               ADD 1 TO WS-SNAPSHOT-FAIL-COUNT
               DISPLAY "WARNING: BALANCE SNAPSHOT UPDATE FAILED FOR "
                       MST-ACCT-NO " - STATUS "
                       WS-SNAPSHOT-FILE-STATUS
               PERFORM RAISE-WARNING-CONDITION
           END-IF.

       WRITE-PROOF-HEADER.
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "TXNPROOF TRANSACTION HISTORY PROOF REPORT"
                  DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "ACCOUNT    TY BASIS    " DELIMITED BY SIZE
                  "       OPENING BAL" DELIMITED BY SIZE
                  "          MOVEMENTS ENTRIES" DELIMITED BY SIZE
                  "         MASTER BAL" DELIMITED BY SIZE
                  "         DIFFERENCE RESULT" DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD.

       WRITE-PROOF-LINE.
           MOVE WS-OPENING-BALANCE TO WS-OPENING-DISP
           MOVE WS-MOVEMENTS TO WS-MOVEMENTS-DISP
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-DISP
           MOVE MST-BALANCE TO WS-MASTER-BAL-DISP
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-DISP

           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING MST-ACCT-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PROOF-BASIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPENING-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOVEMENTS-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENTRY-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MASTER-BAL-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIFFERENCE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PROOF-RESULT DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD.

       WRITE-PROOF-TRAILER.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "ACCOUNTS PROVED: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-IN-BALANCE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "  IN BALANCE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-BREAK-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "  OUT OF BALANCE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-TOTAL-ENTRIES TO WS-COUNT-DISP
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "HISTORY ENTRIES IN PROOF PERIOD: "
                  DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-TOTAL-OPENING TO WS-AMOUNT-DISP
           MOVE WS-TOTAL-MOVEMENTS TO WS-AMOUNT2-DISP
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "TOTAL OPENING BALANCE: " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  "  TOTAL MOVEMENTS: " DELIMITED BY SIZE
                  WS-AMOUNT2-DISP DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-TOTAL-MASTER TO WS-AMOUNT-DISP
           MOVE WS-TOTAL-DIFFERENCE TO WS-AMOUNT2-DISP
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "TOTAL MASTER BALANCE: " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  "  TOTAL DIFFERENCE: " DELIMITED BY SIZE
                  WS-AMOUNT2-DISP DELIMITED BY SIZE
                  INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           IF WS-SNAPSHOT-FAIL-COUNT > 0
               MOVE WS-SNAPSHOT-FAIL-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "BALANCE SNAPSHOTS NOT UPDATED: "
                      DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      INTO PROOF-REPORT-RECORD
               END-STRING
               WRITE PROOF-REPORT-RECORD
           END-IF

           MOVE WS-BREAK-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO PROOF-REPORT-RECORD
           IF WS-BREAK-COUNT = 0
               STRING "HISTORY PROVES TO MASTER - NO BREAKS"
                      DELIMITED BY SIZE
                      INTO PROOF-REPORT-RECORD
               END-STRING
           ELSE
               STRING "*** " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      " BREAK(S) - INVESTIGATE BEFORE MONTH-END "
                      "CLOSE ***" DELIMITED BY SIZE
                      INTO PROOF-REPORT-RECORD
               END-STRING
           END-IF
           WRITE PROOF-REPORT-RECORD.

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
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               DISPLAY "WARNING: PROCESSING DATE CONTROL NOT AVAILABLE"
                       " - USING SYSTEM DATE " WS-RUN-DATE
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.
