           SELECT BALANCE-REPORT-FILE ASSIGN TO 'cyclebal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-REPORT-STATUS.
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

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-RECORD-COUNT    PIC 9(7).
       01 WS-DATE-DISP            PIC X(8).
       01 WS-DATE2-DISP           PIC X(8).

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
               END-STRING
           END-IF
           WRITE BALANCE-REPORT-RECORD.

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
