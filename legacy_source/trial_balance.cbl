           SELECT TRIAL-REPORT-FILE ASSIGN TO 'trialbal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-REPORT-STATUS.
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

       FD GL-FILE.
       01 GL-RECORD.
           05 WS-GLD-DRCR         PIC X(2).
           05 WS-GLD-AMOUNT-TEXT  PIC X(15).
           05 WS-GLD-ACCT-TYPE    PIC X(2).
           05 WS-GLD-INT-SIDE     PIC X(1).
       01 WS-GL-TRAILER-REDEF.
           05 WS-GLT-TYPE         PIC X(1).
           05 WS-GLT-COUNT        PIC X(7).
           05 WS-GLT-DEBIT-TEXT   PIC X(15).
           05 WS-GLT-CREDIT-TEXT  PIC X(15).
           05 WS-GLT-CR-INT-TEXT  PIC X(15).
           05 WS-GLT-DR-INT-TEXT  PIC X(15).
       01 WS-GL-HEADER-REDEF.
           05 WS-GLH-TYPE         PIC X(1).
           05 WS-GLH-DATE         PIC X(8).
           05 WS-GLH-SOURCE       PIC X(8).
       01 WS-GL-SOURCE            PIC X(8) VALUE 'INTCALC'.
       01 WS-GL-INTCALC-DEBIT     PIC 9(13)V99 VALUE 0.
       01 WS-GL-INTCALC-CR-INT    PIC 9(13)V99 VALUE 0.
       01 WS-GL-INTCALC-DR-INT    PIC 9(13)V99 VALUE 0.
       01 WS-GL-TRAILER-CR-INT    PIC 9(13)V99 VALUE 0.
       01 WS-GL-TRAILER-DR-INT    PIC 9(13)V99 VALUE 0.

       01 WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-ACCRUAL-EOF-FLAG     PIC X VALUE 'N'.
               10 WS-TY-ACL-ACCRUED PIC S9(13)V99.
               10 WS-TY-GL-DEBIT  PIC 9(13)V99.
               10 WS-TY-GL-CREDIT PIC 9(13)V99.
               10 WS-TY-GL-CR-INT PIC 9(13)V99.
               10 WS-TY-GL-DR-INT PIC 9(13)V99.
       01 WS-TYPE-COUNT           PIC 9(3) VALUE 0.
       01 WS-TYPE-TABLE-MAX       PIC 9(3) VALUE 50.
       01 WS-TYPE-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-BREAK-COUNT          PIC 9(7) VALUE 0.
       01 WS-MST-TOTAL-ACCRUED    PIC S9(13)V99 VALUE 0.
       01 WS-ACL-TOTAL-ACCRUED    PIC S9(13)V99 VALUE 0.
       01 WS-MST-CREDIT-ACCRUED   PIC S9(13)V99 VALUE 0.
       01 WS-MST-DEBIT-ACCRUED    PIC S9(13)V99 VALUE 0.

       01 WS-STATS-PRESENT        PIC X VALUE 'N'.
       01 WS-STATS-INTEREST       PIC 9(13)V99 VALUE 0.
       01 WS-STATS-SPLIT-PRESENT  PIC X VALUE 'N'.
       01 WS-STATS-CREDIT-INT     PIC 9(13)V99 VALUE 0.
       01 WS-STATS-DEBIT-INT      PIC 9(13)V99 VALUE 0.
       01 WS-PROVE-LABEL          PIC X(6).
       01 WS-PROVE-REPORTED       PIC 9(13)V99 VALUE 0.
       01 WS-PROVE-POSTED         PIC 9(13)V99 VALUE 0.
       01 WS-STATS-KEY            PIC X(30).
       01 WS-STATS-VALUE          PIC X(30).

       01 WS-AMOUNT-DISP          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT2-DISP         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT3-DISP         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT4-DISP         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT5-DISP         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DELTA                PIC S9(13)V99.
       01 WS-DELTA-DISP           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PROCDATE-FILE-STATUS PIC XX.
       01 WS-PROCDATE-FOUND       PIC X VALUE 'N'.
       01 WS-CYCLE-STATUS         PIC X VALUE SPACE.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISP        PIC X(10).


       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PROCESSING-DATE
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
                  WS-RUN-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
                   MOVE 0 TO WS-TY-ACL-ACCRUED(TY-IDX)
                   MOVE 0 TO WS-TY-GL-DEBIT(TY-IDX)
                   MOVE 0 TO WS-TY-GL-CREDIT(TY-IDX)
                   MOVE 0 TO WS-TY-GL-CR-INT(TY-IDX)
                   MOVE 0 TO WS-TY-GL-DR-INT(TY-IDX)
                   MOVE 'Y' TO WS-TYPE-FOUND
               END-IF
           END-IF.
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       ADD MST-ACCRUED-INT TO WS-MST-TOTAL-ACCRUED
                       IF MST-ACCRUED-INT < 0
                           SUBTRACT MST-ACCRUED-INT
                               FROM WS-MST-DEBIT-ACCRUED
                       ELSE
                           ADD MST-ACCRUED-INT
                               TO WS-MST-CREDIT-ACCRUED
                       END-IF
                       MOVE MST-ACCT-TYPE TO WS-WORK-TYPE
                       PERFORM FIND-TYPE-ENTRY
                       IF WS-TYPE-FOUND = 'Y'
                   ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
                   IF WS-GL-SOURCE = 'INTCALC'
                       ADD WS-GL-AMOUNT TO WS-GL-INTCALC-DEBIT
                       IF WS-GLD-INT-SIDE = 'D'
                           ADD WS-GL-AMOUNT TO WS-GL-INTCALC-DR-INT
                       ELSE
                           ADD WS-GL-AMOUNT TO WS-GL-INTCALC-CR-INT
                       END-IF
                   END-IF
                   IF WS-TYPE-FOUND = 'Y'
                       ADD WS-GL-AMOUNT TO WS-TY-GL-DEBIT(TY-IDX)
                       IF WS-GL-SOURCE = 'INTCALC'
                           IF WS-GLD-INT-SIDE = 'D'
                               ADD WS-GL-AMOUNT
                                   TO WS-TY-GL-DR-INT(TY-IDX)
                           ELSE
                               ADD WS-GL-AMOUNT
                                   TO WS-TY-GL-CR-INT(TY-IDX)
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           IF FUNCTION TEST-NUMVAL(WS-GLT-CREDIT-TEXT) = 0
               ADD FUNCTION NUMVAL(WS-GLT-CREDIT-TEXT)
                   TO WS-GL-TRAILER-CREDIT
           END-IF
           IF WS-GL-SOURCE = 'INTCALC'
               IF WS-GLT-CR-INT-TEXT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-GLT-DEBIT-TEXT) = 0
                       ADD FUNCTION NUMVAL(WS-GLT-DEBIT-TEXT)
                           TO WS-GL-TRAILER-CR-INT
                   END-IF
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-GLT-CR-INT-TEXT) = 0
                       ADD FUNCTION NUMVAL(WS-GLT-CR-INT-TEXT)
                           TO WS-GL-TRAILER-CR-INT
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-GLT-DR-INT-TEXT) = 0
                       ADD FUNCTION NUMVAL(WS-GLT-DR-INT-TEXT)
                           TO WS-GL-TRAILER-DR-INT
                   END-IF
               END-IF
           END-IF.

       LOAD-RUN-STATS.
                               MOVE FUNCTION NUMVAL(WS-STATS-VALUE)
                                   TO WS-STATS-INTEREST
                           END-IF
                           IF WS-STATS-KEY = "CREDIT-INTEREST"
                                   AND FUNCTION TEST-NUMVAL
                                       (WS-STATS-VALUE) = 0
                               MOVE 'Y' TO WS-STATS-SPLIT-PRESENT
                               MOVE FUNCTION NUMVAL(WS-STATS-VALUE)
                                   TO WS-STATS-CREDIT-INT
                           END-IF
                           IF WS-STATS-KEY = "DEBIT-INTEREST"
                                   AND FUNCTION TEST-NUMVAL
                                       (WS-STATS-VALUE) = 0
                               MOVE FUNCTION NUMVAL(WS-STATS-VALUE)
                                   TO WS-STATS-DEBIT-INT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSTATS-FILE
           END-IF
           IF WS-STATS-PRESENT = 'Y' AND WS-STATS-SPLIT-PRESENT = 'N'
               MOVE WS-STATS-INTEREST TO WS-STATS-CREDIT-INT
               MOVE 0 TO WS-STATS-DEBIT-INT
           END-IF.

       WRITE-TYPE-BALANCES.
           MOVE SPACES TO TRIAL-REPORT-RECORD
           STRING "TYPE       MASTER ACCRUED INT"
                  "     ACCRUAL UNCAPITALIZED"
                  "        GL POSTED (DEBIT)"
                  "        GL CREDIT INTEREST"
                  "        GL DEBIT INTEREST" DELIMITED BY SIZE
                  INTO TRIAL-REPORT-RECORD
           END-STRING
           WRITE TRIAL-REPORT-RECORD
               MOVE WS-TY-MST-ACCRUED(TY-IDX) TO WS-AMOUNT-DISP
               MOVE WS-TY-ACL-ACCRUED(TY-IDX) TO WS-AMOUNT2-DISP
               MOVE WS-TY-GL-DEBIT(TY-IDX) TO WS-AMOUNT3-DISP
               MOVE WS-TY-GL-CR-INT(TY-IDX) TO WS-AMOUNT4-DISP
               MOVE WS-TY-GL-DR-INT(TY-IDX) TO WS-AMOUNT5-DISP
               MOVE SPACES TO TRIAL-REPORT-RECORD
               STRING " " DELIMITED BY SIZE
                      WS-TY-TYPE(TY-IDX) DELIMITED BY SIZE
                      WS-AMOUNT2-DISP DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-AMOUNT3-DISP DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-AMOUNT4-DISP DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-AMOUNT5-DISP DELIMITED BY SIZE
                      INTO TRIAL-REPORT-RECORD
               END-STRING
               WRITE TRIAL-REPORT-RECORD
                               NOT = WS-GL-TRAILER-DEBIT
                           OR WS-GL-CREDIT-TOTAL
                               NOT = WS-GL-TRAILER-CREDIT
                           OR WS-GL-INTCALC-CR-INT
                               NOT = WS-GL-TRAILER-CR-INT
                           OR WS-GL-INTCALC-DR-INT
                               NOT = WS-GL-TRAILER-DR-INT
                       PERFORM RAISE-BREAK-CONDITION
                       MOVE SPACES TO TRIAL-REPORT-RECORD
                       STRING "BREAK: GL TRAILER DOES NOT TIE TO "
                       END-STRING
                       WRITE TRIAL-REPORT-RECORD
                   END-IF

                   MOVE "CREDIT" TO WS-PROVE-LABEL
                   MOVE WS-STATS-CREDIT-INT TO WS-PROVE-REPORTED
                   MOVE WS-GL-INTCALC-CR-INT TO WS-PROVE-POSTED
                   PERFORM PROVE-INTEREST-SIDE

                   MOVE "DEBIT" TO WS-PROVE-LABEL
                   MOVE WS-STATS-DEBIT-INT TO WS-PROVE-REPORTED
                   MOVE WS-GL-INTCALC-DR-INT TO WS-PROVE-POSTED
                   PERFORM PROVE-INTEREST-SIDE
               END-IF
           END-IF.

       PROVE-INTEREST-SIDE.
           MOVE SPACES TO TRIAL-REPORT-RECORD
           IF WS-PROVE-REPORTED NOT = WS-PROVE-POSTED
               PERFORM RAISE-BREAK-CONDITION
               MOVE WS-PROVE-REPORTED TO WS-AMOUNT-DISP
               MOVE WS-PROVE-POSTED TO WS-AMOUNT2-DISP
               COMPUTE WS-DELTA = WS-PROVE-POSTED - WS-PROVE-REPORTED
               MOVE WS-DELTA TO WS-DELTA-DISP
               STRING "BREAK: " DELIMITED BY SIZE
                      WS-PROVE-LABEL DELIMITED BY SPACE
                      " INTEREST REPORTED " DELIMITED BY SIZE
                      WS-AMOUNT-DISP DELIMITED BY SIZE
                      " BUT INTCALC GL " DELIMITED BY SIZE
                      WS-AMOUNT2-DISP DELIMITED BY SIZE
                      " DIFFERENCE " DELIMITED BY SIZE
                      WS-DELTA-DISP DELIMITED BY SIZE
                      INTO TRIAL-REPORT-RECORD
               END-STRING
           ELSE
               MOVE WS-PROVE-REPORTED TO WS-AMOUNT-DISP
               STRING WS-PROVE-LABEL DELIMITED BY SPACE
                      " INTEREST REPORTED TIES TO INTCALC GL: "
                      DELIMITED BY SIZE
                      WS-AMOUNT-DISP DELIMITED BY SIZE
                      INTO TRIAL-REPORT-RECORD
               END-STRING
           END-IF
           WRITE TRIAL-REPORT-RECORD.

       WRITE-TRIAL-HEADER.
           MOVE SPACES TO TRIAL-REPORT-RECORD
           STRING "TRIALBAL LEDGER TRIAL BALANCE REPORT"
           END-STRING
           WRITE TRIAL-REPORT-RECORD

           MOVE WS-MST-CREDIT-ACCRUED TO WS-AMOUNT-DISP
           MOVE WS-MST-DEBIT-ACCRUED TO WS-AMOUNT2-DISP
           MOVE SPACES TO TRIAL-REPORT-RECORD
           STRING "  CREDIT INTEREST ACCRUED: " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  "  DEBIT INTEREST ACCRUED: " DELIMITED BY SIZE
                  WS-AMOUNT2-DISP DELIMITED BY SIZE
                  INTO TRIAL-REPORT-RECORD
           END-STRING
           WRITE TRIAL-REPORT-RECORD

           MOVE WS-ACCRUAL-READ-COUNT TO WS-COUNT-DISP
           MOVE WS-ACL-TOTAL-ACCRUED TO WS-AMOUNT-DISP
           MOVE SPACES TO TRIAL-REPORT-RECORD
           END-STRING
           WRITE TRIAL-REPORT-RECORD

           MOVE WS-GL-INTCALC-CR-INT TO WS-AMOUNT-DISP
           MOVE WS-GL-INTCALC-DR-INT TO WS-AMOUNT2-DISP
           MOVE SPACES TO TRIAL-REPORT-RECORD
           STRING "INTCALC GL CREDIT INTEREST: " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  "  DEBIT INTEREST: " DELIMITED BY SIZE
                  WS-AMOUNT2-DISP DELIMITED BY SIZE
                  INTO TRIAL-REPORT-RECORD
           END-STRING
           WRITE TRIAL-REPORT-RECORD

           IF WS-SUSPENSE-COUNT > 0
               MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISP
               MOVE WS-SUSPENSE-TOTAL TO WS-AMOUNT-DISP
               END-STRING
           END-IF
           WRITE TRIAL-REPORT-RECORD.

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
