       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.

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
           SELECT DORMPARM-FILE ASSIGN TO 'dormparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMPARM-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'accthist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT DORMANCY-REPORT-FILE ASSIGN TO 'dormancy.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-REPORT-STATUS.
           SELECT ESCHEAT-REPORT-FILE ASSIGN TO 'escheat.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-REPORT-STATUS.
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

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 ACL-ACCT-NO         PIC X(10).
           05 ACL-ACCT-TYPE       PIC X(2).
           05 ACL-ACCRUED         PIC S9(11)V99.
           05 ACL-LAST-ACCRUED    PIC 9(8).
           05 ACL-INT-SIDE        PIC X(1).
           05 FILLER              PIC X(9).

       FD DORMPARM-FILE.
       01 DORMPARM-RECORD.
           05 DP-ACCT-TYPE        PIC X(2).
           05 DP-INACTIVE-DAYS    PIC X(5).
           05 DP-DORMANT-DAYS     PIC X(5).
           05 DP-ESCHEAT-YEARS    PIC X(2).
           05 DP-ACCRUE-FLAG      PIC X(1).

       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(120).

       FD DORMANCY-REPORT-FILE.
       01 DORMANCY-REPORT-RECORD  PIC X(132).

       FD ESCHEAT-REPORT-FILE.
       01 ESCHEAT-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-ACCRUAL-FILE-STATUS  PIC XX.
       01 WS-DORMPARM-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-DORMANCY-REPORT-STATUS PIC XX.
       01 WS-ESCHEAT-REPORT-STATUS PIC XX.

       01 WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-DORMPARM-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-ACCRUAL-OPEN-FLAG    PIC X VALUE 'N'.

       01 WS-DORM-TABLE.
           05 WS-DORM-ENTRY OCCURS 20 TIMES INDEXED BY DM-IDX.
               10 WS-DORM-TYPE    PIC X(2).
               10 WS-DORM-INACTIVE-DAYS PIC 9(5).
               10 WS-DORM-DORMANT-DAYS PIC 9(5).
               10 WS-DORM-ESCHEAT-YEARS PIC 9(2).
       01 WS-DORM-COUNT           PIC 9(3) VALUE 0.
       01 WS-DORM-TABLE-MAX       PIC 9(3) VALUE 20.
       01 WS-DORM-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-DORM-FOUND           PIC X VALUE 'N'.
       01 WS-DEFAULT-INACTIVE-DAYS PIC 9(5) VALUE 365.
       01 WS-DEFAULT-DORMANT-DAYS PIC 9(5) VALUE 730.
       01 WS-DEFAULT-ESCHEAT-YEARS PIC 9(2) VALUE 5.
       01 WS-INACTIVE-DAYS-USED   PIC 9(5).
       01 WS-DORMANT-DAYS-USED    PIC 9(5).
       01 WS-ESCHEAT-YEARS-USED   PIC 9(2).

       01 WS-LAST-ACTIVITY        PIC 9(8) VALUE 0.
       01 WS-DAYS-IDLE            PIC S9(7) VALUE 0.
       01 WS-ESCHEAT-DATE         PIC 9(8) VALUE 0.
       01 WS-OLD-STATUS           PIC X(1).
       01 WS-ACCOUNT-ACTION       PIC X(12).

       01 WS-MASTER-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-INACTIVE-COUNT       PIC 9(7) VALUE 0.
       01 WS-NEW-DORMANT-COUNT    PIC 9(7) VALUE 0.
       01 WS-DORMANT-COUNT        PIC 9(7) VALUE 0.
       01 WS-NO-DATE-COUNT        PIC 9(7) VALUE 0.
       01 WS-ESCHEAT-COUNT        PIC 9(7) VALUE 0.
       01 WS-ESCHEAT-BALANCE      PIC S9(13)V99 VALUE 0.
       01 WS-ESCHEAT-ACCRUED      PIC S9(13)V99 VALUE 0.
       01 WS-UNPAID-INTEREST      PIC S9(11)V99 VALUE 0.

       01 WS-COUNT-DISP           PIC Z,ZZZ,ZZ9.
       01 WS-DAYS-DISP            PIC Z,ZZZ,ZZ9.
       01 WS-BALANCE-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ACCRUED-DISP         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISP           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ACTIVITY-DATE-DISP   PIC X(10).
       01 WS-ESCHEAT-DATE-DISP    PIC X(10).
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

           PERFORM LOAD-DORMANCY-PARAMETERS

           OPEN OUTPUT DORMANCY-REPORT-FILE
           OPEN OUTPUT ESCHEAT-REPORT-FILE
           PERFORM WRITE-DORMANCY-HEADER
           PERFORM WRITE-ESCHEAT-HEADER

           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: MASTER FILE OPEN FAILED - STATUS "
                       WS-MASTER-FILE-STATUS " - DORMANCY REVIEW "
                       "NOT RUN"
               MOVE SPACES TO DORMANCY-REPORT-RECORD
               STRING "MASTER FILE NOT AVAILABLE - MASTER "
                      "UNCHANGED" DELIMITED BY SIZE
                      INTO DORMANCY-REPORT-RECORD
               END-STRING
               WRITE DORMANCY-REPORT-RECORD
               CLOSE DORMANCY-REPORT-FILE
               CLOSE ESCHEAT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCRUAL-OPEN-FLAG
           ELSE
               MOVE 'N' TO WS-ACCRUAL-OPEN-FLAG
               DISPLAY "WARNING: ACCRUAL FILE OPEN FAILED - STATUS "
                       WS-ACCRUAL-FILE-STATUS " - UNPAID INTEREST "
                       "REPORTED AS ZERO"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF

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

           CLOSE MASTER-FILE
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               CLOSE ACCRUAL-FILE
           END-IF
           CLOSE HISTORY-FILE

           PERFORM WRITE-DORMANCY-TRAILER
           PERFORM WRITE-ESCHEAT-TRAILER
           CLOSE DORMANCY-REPORT-FILE
           CLOSE ESCHEAT-REPORT-FILE

           IF WS-ESCHEAT-COUNT > 0 OR WS-NO-DATE-COUNT > 0
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-DORMANCY-PARAMETERS.
           OPEN INPUT DORMPARM-FILE
           IF WS-DORMPARM-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: DORMANCY PARAMETER FILE NOT FOUND - "
                       "DEFAULT THRESHOLDS USED FOR ALL TYPES"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-DORMPARM-EOF-FLAG
               PERFORM UNTIL WS-DORMPARM-EOF-FLAG = 'Y'
                   READ DORMPARM-FILE
                       AT END
                           MOVE 'Y' TO WS-DORMPARM-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-DORMANCY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE DORMPARM-FILE
           END-IF.

       STORE-DORMANCY-PARAMETER.
           IF WS-DORM-COUNT >= WS-DORM-TABLE-MAX
               IF WS-DORM-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: DORMANCY PARAMETER FILE HAS MORE "
                       "THAN " WS-DORM-TABLE-MAX " ENTRIES - EXTRA "
                       "ROWS IGNORED"
                   MOVE 'Y' TO WS-DORM-OVERFLOW-WARNED
               END-IF
           ELSE
               IF DP-INACTIVE-DAYS IS NOT NUMERIC
                       OR DP-DORMANT-DAYS IS NOT NUMERIC
                       OR DP-ESCHEAT-YEARS IS NOT NUMERIC
                       OR DP-INACTIVE-DAYS > DP-DORMANT-DAYS
                   DISPLAY "WARNING: INVALID DORMANCY PARAMETERS FOR "
                       "ACCT TYPE " DP-ACCT-TYPE " - ROW IGNORED"
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-DORM-COUNT
                   SET DM-IDX TO WS-DORM-COUNT
                   MOVE DP-ACCT-TYPE TO WS-DORM-TYPE(DM-IDX)
                   MOVE DP-INACTIVE-DAYS
                       TO WS-DORM-INACTIVE-DAYS(DM-IDX)
                   MOVE DP-DORMANT-DAYS
                       TO WS-DORM-DORMANT-DAYS(DM-IDX)
                   MOVE DP-ESCHEAT-YEARS
                       TO WS-DORM-ESCHEAT-YEARS(DM-IDX)
               END-IF
           END-IF.

       LOOKUP-DORMANCY-PARAMETERS.
           MOVE WS-DEFAULT-INACTIVE-DAYS TO WS-INACTIVE-DAYS-USED
           MOVE WS-DEFAULT-DORMANT-DAYS TO WS-DORMANT-DAYS-USED
           MOVE WS-DEFAULT-ESCHEAT-YEARS TO WS-ESCHEAT-YEARS-USED
           MOVE 'N' TO WS-DORM-FOUND
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > WS-DORM-COUNT
                       OR WS-DORM-FOUND = 'Y'
               IF WS-DORM-TYPE(DM-IDX) = MST-ACCT-TYPE
                   MOVE 'Y' TO WS-DORM-FOUND
                   MOVE WS-DORM-INACTIVE-DAYS(DM-IDX)
                       TO WS-INACTIVE-DAYS-USED
                   MOVE WS-DORM-DORMANT-DAYS(DM-IDX)
                       TO WS-DORMANT-DAYS-USED
                   MOVE WS-DORM-ESCHEAT-YEARS(DM-IDX)
                       TO WS-ESCHEAT-YEARS-USED
               END-IF
           END-PERFORM.

       REVIEW-ONE-ACCOUNT.
           IF MST-STATUS = 'A' OR MST-STATUS = 'D'
               PERFORM LOOKUP-DORMANCY-PARAMETERS
               PERFORM DETERMINE-LAST-ACTIVITY
               IF WS-LAST-ACTIVITY = 0
                   ADD 1 TO WS-NO-DATE-COUNT
                   MOVE "NO ACTIVITY " TO WS-ACCOUNT-ACTION
                   PERFORM WRITE-DORMANCY-LINE
               ELSE
                   COMPUTE WS-DAYS-IDLE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY)
                   IF MST-STATUS = 'A'
                       PERFORM CLASSIFY-ACTIVE-ACCOUNT
                   ELSE
                       ADD 1 TO WS-DORMANT-COUNT
                   END-IF
                   IF MST-STATUS = 'D'
                       PERFORM CHECK-ESCHEATMENT
                   END-IF
               END-IF
           END-IF.

       DETERMINE-LAST-ACTIVITY.
           MOVE 0 TO WS-LAST-ACTIVITY
           IF MST-ACTIVITY-DATE IS NUMERIC
               MOVE MST-ACTIVITY-DATE TO WS-LAST-ACTIVITY
           END-IF
           IF WS-LAST-ACTIVITY = 0
               IF MST-OPEN-DATE IS NUMERIC
                   MOVE MST-OPEN-DATE TO WS-LAST-ACTIVITY
               END-IF
           END-IF
           IF WS-LAST-ACTIVITY = 0
               IF MST-LAST-POSTED IS NUMERIC
                   MOVE MST-LAST-POSTED TO WS-LAST-ACTIVITY
               END-IF
           END-IF
           IF WS-LAST-ACTIVITY > WS-RUN-DATE
               MOVE 0 TO WS-LAST-ACTIVITY
           END-IF.

       CLASSIFY-ACTIVE-ACCOUNT.
           IF WS-DAYS-IDLE >= WS-DORMANT-DAYS-USED
               MOVE MST-STATUS TO WS-OLD-STATUS
               MOVE 'D' TO MST-STATUS
               MOVE WS-LAST-ACTIVITY TO MST-ACTIVITY-DATE
               REWRITE MASTER-RECORD
               IF WS-MASTER-FILE-STATUS = '00'
                   ADD 1 TO WS-NEW-DORMANT-COUNT
                   ADD 1 TO WS-DORMANT-COUNT
                   MOVE "NOW DORMANT " TO WS-ACCOUNT-ACTION
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM WRITE-DORMANCY-LINE
               ELSE
                   DISPLAY "WARNING: MASTER REWRITE FAILED FOR "
                           MST-ACCT-NO " - STATUS "
                           WS-MASTER-FILE-STATUS
                   MOVE WS-OLD-STATUS TO MST-STATUS
                   IF WS-CONDITION-CODE < 8
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
               END-IF
           ELSE
               IF WS-DAYS-IDLE >= WS-INACTIVE-DAYS-USED
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE "INACTIVE    " TO WS-ACCOUNT-ACTION
                   PERFORM WRITE-DORMANCY-LINE
               END-IF
           END-IF.

       CHECK-ESCHEATMENT.
           COMPUTE WS-ESCHEAT-DATE =
               WS-LAST-ACTIVITY + WS-ESCHEAT-YEARS-USED * 10000
           IF WS-RUN-DATE >= WS-ESCHEAT-DATE
               PERFORM WRITE-ESCHEAT-LINE
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-DAYS-IDLE TO WS-DAYS-DISP
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "DORMANT " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "D" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-ACCT-NO DELIMITED BY SIZE
                  " OLD " DELIMITED BY SIZE
                  WS-OLD-STATUS DELIMITED BY SIZE
                  " NEW " DELIMITED BY SIZE
                  MST-STATUS DELIMITED BY SIZE
                  " NO ACTIVITY FOR " DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
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
               MOVE "NEVER     " TO WS-DATE-WORK-DISP
           END-IF.

       WRITE-DORMANCY-LINE.
           MOVE WS-LAST-ACTIVITY TO WS-DATE-WORK
           PERFORM FORMAT-REPORT-DATE
           MOVE WS-DATE-WORK-DISP TO WS-ACTIVITY-DATE-DISP
           MOVE MST-BALANCE TO WS-BALANCE-DISP

           MOVE SPACES TO DORMANCY-REPORT-RECORD
           IF WS-LAST-ACTIVITY = 0
               STRING "  " DELIMITED BY SIZE
                      MST-ACCT-NO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MST-ACCT-TYPE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ACCOUNT-ACTION DELIMITED BY SIZE
                      "  LAST ACTIVITY: " DELIMITED BY SIZE
                      WS-ACTIVITY-DATE-DISP DELIMITED BY SIZE
                      "  NOT CLASSIFIED" DELIMITED BY SIZE
                      INTO DORMANCY-REPORT-RECORD
               END-STRING
           ELSE
               MOVE WS-DAYS-IDLE TO WS-DAYS-DISP
               STRING "  " DELIMITED BY SIZE
                      MST-ACCT-NO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MST-ACCT-TYPE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ACCOUNT-ACTION DELIMITED BY SIZE
                      "  LAST ACTIVITY: " DELIMITED BY SIZE
                      WS-ACTIVITY-DATE-DISP DELIMITED BY SIZE
                      "  DAYS IDLE: " DELIMITED BY SIZE
                      WS-DAYS-DISP DELIMITED BY SIZE
                      "  BALANCE: " DELIMITED BY SIZE
                      WS-BALANCE-DISP DELIMITED BY SIZE
                      INTO DORMANCY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE DORMANCY-REPORT-RECORD.

       WRITE-ESCHEAT-LINE.
           ADD 1 TO WS-ESCHEAT-COUNT
           ADD MST-BALANCE TO WS-ESCHEAT-BALANCE
           MOVE 0 TO WS-UNPAID-INTEREST
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               MOVE MST-ACCT-NO TO ACL-ACCT-NO
               READ ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACL-ACCRUED TO WS-UNPAID-INTEREST
               END-READ
           END-IF
           ADD WS-UNPAID-INTEREST TO WS-ESCHEAT-ACCRUED

           MOVE WS-LAST-ACTIVITY TO WS-DATE-WORK
           PERFORM FORMAT-REPORT-DATE
           MOVE WS-DATE-WORK-DISP TO WS-ACTIVITY-DATE-DISP
           MOVE WS-ESCHEAT-DATE TO WS-DATE-WORK
           PERFORM FORMAT-REPORT-DATE
           MOVE WS-DATE-WORK-DISP TO WS-ESCHEAT-DATE-DISP
           MOVE MST-BALANCE TO WS-BALANCE-DISP
           MOVE WS-UNPAID-INTEREST TO WS-ACCRUED-DISP

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING MST-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MST-ACCT-TYPE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-ACTIVITY-DATE-DISP DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-ESCHEAT-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACCRUED-DISP DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           WRITE ESCHEAT-REPORT-RECORD.

       WRITE-DORMANCY-HEADER.
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           STRING "DORMANT ACCOUNT DORMANCY REVIEW REPORT"
                  DELIMITED BY SIZE
                  INTO DORMANCY-REPORT-RECORD
           END-STRING
           WRITE DORMANCY-REPORT-RECORD

           MOVE SPACES TO DORMANCY-REPORT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  INTO DORMANCY-REPORT-RECORD
           END-STRING
           WRITE DORMANCY-REPORT-RECORD

           MOVE SPACES TO DORMANCY-REPORT-RECORD
           WRITE DORMANCY-REPORT-RECORD.

       WRITE-ESCHEAT-HEADER.
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING "DORMANT UNCLAIMED PROPERTY (ESCHEATMENT) REPORT"
                  DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING "ACCOUNT     TYPE  LAST ACTIVITY  ESCHEAT DATE"
                  "            BALANCE        ACCRUED INT"
                  DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           WRITE ESCHEAT-REPORT-RECORD.

       WRITE-DORMANCY-TRAILER.
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           WRITE DORMANCY-REPORT-RECORD

           MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           STRING "MASTER RECORDS READ: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO DORMANCY-REPORT-RECORD
           END-STRING
           WRITE DORMANCY-REPORT-RECORD

           MOVE WS-INACTIVE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           STRING "ACCOUNTS INACTIVE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO DORMANCY-REPORT-RECORD
           END-STRING
           WRITE DORMANCY-REPORT-RECORD

           MOVE WS-NEW-DORMANT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           STRING "ACCOUNTS MOVED TO DORMANT: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO DORMANCY-REPORT-RECORD
           END-STRING
           WRITE DORMANCY-REPORT-RECORD

           MOVE WS-DORMANT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           STRING "TOTAL DORMANT ACCOUNTS: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO DORMANCY-REPORT-RECORD
           END-STRING
           WRITE DORMANCY-REPORT-RECORD

           MOVE WS-NO-DATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           STRING "ACCOUNTS WITH NO ACTIVITY DATE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO DORMANCY-REPORT-RECORD
           END-STRING
           WRITE DORMANCY-REPORT-RECORD.

       WRITE-ESCHEAT-TRAILER.
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           IF WS-ESCHEAT-COUNT = 0
               MOVE SPACES TO ESCHEAT-REPORT-RECORD
               STRING "NO ACCOUNTS PAST THE UNCLAIMED PROPERTY PERIOD"
                      DELIMITED BY SIZE
                      INTO ESCHEAT-REPORT-RECORD
               END-STRING
               WRITE ESCHEAT-REPORT-RECORD
           END-IF

           MOVE WS-ESCHEAT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING "ACCOUNTS REPORTABLE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           WRITE ESCHEAT-REPORT-RECORD

           MOVE WS-ESCHEAT-BALANCE TO WS-TOTAL-DISP
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING "TOTAL BALANCE: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           WRITE ESCHEAT-REPORT-RECORD

           MOVE WS-ESCHEAT-ACCRUED TO WS-TOTAL-DISP
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING "TOTAL ACCRUED INTEREST: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           WRITE ESCHEAT-REPORT-RECORD.

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
                       "DORMANCY REVIEW NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - DORMANCY REVIEW NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
