               ACCESS MODE IS RANDOM
               RECORD KEY IS AWK-ACCT-NO
               FILE STATUS IS WS-ACCT-WORK-STATUS.
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

       FD BRANCH1-FILE.
       01 BRANCH1-RECORD          PIC X(31).

       01 WS-EXPECT-COUNT-DISP    PIC Z,ZZZ,ZZ9.
       01 WS-EXPECT-AMOUNT-DISP   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

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
                       " DUPLICATE ACCOUNT(S) EXCLUDED FROM MERGE - "
                       "SEE brdups.txt"
           END-IF.

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
                       "MERGE NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - MERGE NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
