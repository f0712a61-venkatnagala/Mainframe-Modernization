       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDPARM-FILE ASSIGN TO 'bdparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDPARM-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO 'procdate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'holidays.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT CYCLE-LOG-FILE ASSIGN TO 'cyclelog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-LOG-STATUS.
           SELECT BUSDATE-REPORT-FILE ASSIGN TO 'busdate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BDPARM-FILE.
       01 BDPARM-RECORD.
           05 BP-ACTION           PIC X(1).
           05 BP-DATE             PIC X(8).
           05 BP-OPERATOR-ID      PIC X(8).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
           05 PD-PROC-DATE        PIC X(8).
           05 PD-CYCLE-STATUS     PIC X(1).
           05 PD-PRIOR-DATE       PIC X(8).
           05 PD-OPENED-BY        PIC X(8).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HL-DATE             PIC X(8).
           05 HL-DESCRIPTION      PIC X(30).

       FD CYCLE-LOG-FILE.
       01 CYCLE-LOG-RECORD.
           05 CL-PROC-DATE        PIC X(8).
           05 CL-EVENT            PIC X(1).
           05 CL-LOG-DATE         PIC X(8).
           05 CL-LOG-TIME         PIC X(8).
           05 CL-OPERATOR-ID      PIC X(8).

       FD BUSDATE-REPORT-FILE.
       01 BUSDATE-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BDPARM-FILE-STATUS   PIC XX.
       01 WS-PROCDATE-FILE-STATUS PIC XX.
       01 WS-HOLIDAY-FILE-STATUS  PIC XX.
       01 WS-CYCLE-LOG-STATUS     PIC XX.
       01 WS-BUSDATE-REPORT-STATUS PIC XX.

       01 WS-ACTION               PIC X VALUE SPACE.
       01 WS-REQUEST-DATE         PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.

       01 WS-CONTROL-PRESENT      PIC X VALUE 'N'.
       01 WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01 WS-CURRENT-STATUS       PIC X VALUE SPACE.
       01 WS-CURRENT-PRIOR        PIC 9(8) VALUE 0.

       01 WS-HOLIDAY-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 200 TIMES INDEXED BY HL-IDX.
               10 WS-HOLIDAY-DATE PIC 9(8).
               10 WS-HOLIDAY-DESC PIC X(30).
       01 WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-TABLE-MAX    PIC 9(3) VALUE 200.
       01 WS-HOLIDAY-OVERFLOW-WARNED PIC X VALUE 'N'.

       01 WS-LOG-EOF-FLAG         PIC X VALUE 'N'.
       01 WS-DATE-CLOSED          PIC X VALUE 'N'.

       01 WS-CHECK-DATE           PIC 9(8) VALUE 0.
       01 WS-CHECK-INTEGER        PIC 9(7) VALUE 0.
       01 WS-CHECK-WEEKDAY        PIC 9(1) VALUE 0.
       01 WS-BUSINESS-DAY         PIC X VALUE 'N'.
       01 WS-NON-BUSINESS-REASON  PIC X(30) VALUE SPACES.
       01 WS-STEP-COUNT           PIC 9(3) VALUE 0.
       01 WS-STEP-LIMIT           PIC 9(3) VALUE 366.

       01 WS-TARGET-DATE          PIC 9(8) VALUE 0.
       01 WS-PRIOR-DATE           PIC 9(8) VALUE 0.
       01 WS-GAP-DAYS             PIC 9(5) VALUE 0.
       01 WS-GAP-DAYS-DISP        PIC ZZ,ZZ9.

       01 WS-REQUEST-VALID        PIC X VALUE 'Y'.
       01 WS-REJECT-REASON        PIC X(50) VALUE SPACES.

       01 WS-DATE-WORK            PIC X(8).
       01 WS-DATE-WORK-DISP       PIC X(10).
       01 WS-TARGET-DATE-DISP     PIC X(10).
       01 WS-PRIOR-DATE-DISP      PIC X(10).

       01 WS-SYSTEM-DATE          PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-TIME-DISP        PIC X(8).
       01 WS-SYSTEM-DATE-DISP     PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           STRING WS-SYSTEM-DATE(5:2) "/" WS-SYSTEM-DATE(7:2) "/"
                  WS-SYSTEM-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-SYSTEM-DATE-DISP

           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2) ":"
                  WS-RUN-TIME(5:2)
                  DELIMITED BY SIZE INTO WS-RUN-TIME-DISP

           OPEN OUTPUT BUSDATE-REPORT-FILE
           PERFORM WRITE-BUSDATE-HEADER

           PERFORM LOAD-CYCLE-REQUEST
           PERFORM LOAD-CURRENT-CONTROL
           PERFORM LOAD-HOLIDAY-CALENDAR

           MOVE 'Y' TO WS-REQUEST-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE WS-ACTION
               WHEN 'O'
                   PERFORM OPEN-BUSINESS-DATE
               WHEN 'C'
                   PERFORM CLOSE-BUSINESS-DATE
               WHEN OTHER
                   MOVE 'N' TO WS-REQUEST-VALID
                   MOVE "INVALID OR MISSING CYCLE ACTION"
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REQUEST-VALID = 'N'
               DISPLAY "ERROR: CYCLE REQUEST REJECTED - "
                       WS-REJECT-REASON
               MOVE SPACES TO BUSDATE-REPORT-RECORD
               STRING "REQUEST REJECTED: " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO BUSDATE-REPORT-RECORD
               END-STRING
               WRITE BUSDATE-REPORT-RECORD
               MOVE SPACES TO BUSDATE-REPORT-RECORD
               STRING "PROCESSING DATE CONTROL UNCHANGED"
                      DELIMITED BY SIZE
                      INTO BUSDATE-REPORT-RECORD
               END-STRING
               WRITE BUSDATE-REPORT-RECORD
               CLOSE BUSDATE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE BUSDATE-REPORT-FILE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-CYCLE-REQUEST.
           MOVE SPACE TO WS-ACTION
           MOVE 0 TO WS-REQUEST-DATE
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT BDPARM-FILE
           IF WS-BDPARM-FILE-STATUS = '00'
               READ BDPARM-FILE
                   NOT AT END
                       MOVE BP-ACTION TO WS-ACTION
                       MOVE BP-OPERATOR-ID TO WS-OPERATOR-ID
                       IF BP-DATE IS NUMERIC
                           MOVE BP-DATE TO WS-REQUEST-DATE
                       END-IF
               END-READ
               CLOSE BDPARM-FILE
           END-IF.

       LOAD-CURRENT-CONTROL.
           MOVE 'N' TO WS-CONTROL-PRESENT
           OPEN INPUT PROCDATE-FILE
           IF WS-PROCDATE-FILE-STATUS = '00'
               READ PROCDATE-FILE
                   NOT AT END
                       IF PD-PROC-DATE IS NUMERIC
                           MOVE 'Y' TO WS-CONTROL-PRESENT
                           MOVE PD-PROC-DATE TO WS-CURRENT-DATE
                           MOVE PD-CYCLE-STATUS TO WS-CURRENT-STATUS
                           IF PD-PRIOR-DATE IS NUMERIC
                               MOVE PD-PRIOR-DATE TO WS-CURRENT-PRIOR
                           END-IF
                       END-IF
               END-READ
               CLOSE PROCDATE-FILE
           END-IF

           MOVE SPACES TO BUSDATE-REPORT-RECORD
           IF WS-CONTROL-PRESENT = 'Y'
               MOVE WS-CURRENT-DATE TO WS-DATE-WORK
               PERFORM FORMAT-REPORT-DATE
               STRING "CURRENT PROCESSING DATE: " DELIMITED BY SIZE
                      WS-DATE-WORK-DISP DELIMITED BY SIZE
                      "  CYCLE STATUS: " DELIMITED BY SIZE
                      WS-CURRENT-STATUS DELIMITED BY SIZE
                      INTO BUSDATE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "NO PROCESSING DATE ON FILE - FIRST CYCLE"
                      DELIMITED BY SIZE
                      INTO BUSDATE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE BUSDATE-REPORT-RECORD.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: HOLIDAY CALENDAR NOT FOUND - ONLY "
                       "WEEKENDS TREATED AS NON-BUSINESS DAYS"
           ELSE
               MOVE 'N' TO WS-HOLIDAY-EOF-FLAG
               PERFORM UNTIL WS-HOLIDAY-EOF-FLAG = 'Y'
                   READ HOLIDAY-FILE
                       AT END
                           MOVE 'Y' TO WS-HOLIDAY-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       STORE-HOLIDAY.
           IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-TABLE-MAX
               IF WS-HOLIDAY-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: HOLIDAY CALENDAR HAS MORE THAN "
                       WS-HOLIDAY-TABLE-MAX " ENTRIES - EXTRA ROWS "
                       "IGNORED"
                   MOVE 'Y' TO WS-HOLIDAY-OVERFLOW-WARNED
               END-IF
           ELSE
               IF HL-DATE IS NOT NUMERIC
                   DISPLAY "WARNING: INVALID HOLIDAY DATE " HL-DATE
                       " - ROW IGNORED"
               ELSE
                   MOVE HL-DATE TO WS-CHECK-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE)
                           NOT = 0
                       DISPLAY "WARNING: INVALID HOLIDAY DATE "
                           HL-DATE " - ROW IGNORED"
                   ELSE
                       ADD 1 TO WS-HOLIDAY-COUNT
                       SET HL-IDX TO WS-HOLIDAY-COUNT
                       MOVE HL-DATE TO WS-HOLIDAY-DATE(HL-IDX)
                       MOVE HL-DESCRIPTION TO WS-HOLIDAY-DESC(HL-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY
           MOVE SPACES TO WS-NON-BUSINESS-REASON
           COMPUTE WS-CHECK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           COMPUTE WS-CHECK-WEEKDAY =
               FUNCTION MOD(WS-CHECK-INTEGER, 7)
           IF WS-CHECK-WEEKDAY = 0 OR WS-CHECK-WEEKDAY = 6
               MOVE 'N' TO WS-BUSINESS-DAY
               MOVE "WEEKEND" TO WS-NON-BUSINESS-REASON
           ELSE
               PERFORM VARYING HL-IDX FROM 1 BY 1
                       UNTIL HL-IDX > WS-HOLIDAY-COUNT
                           OR WS-BUSINESS-DAY = 'N'
                   IF WS-HOLIDAY-DATE(HL-IDX) = WS-CHECK-DATE
                       MOVE 'N' TO WS-BUSINESS-DAY
                       MOVE WS-HOLIDAY-DESC(HL-IDX)
                           TO WS-NON-BUSINESS-REASON
                   END-IF
               END-PERFORM
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           MOVE 0 TO WS-STEP-COUNT
           MOVE 'N' TO WS-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY = 'Y'
                   OR WS-STEP-COUNT >= WS-STEP-LIMIT
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       FIND-PRIOR-BUSINESS-DAY.
           MOVE 0 TO WS-STEP-COUNT
           MOVE 'N' TO WS-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY = 'Y'
                   OR WS-STEP-COUNT >= WS-STEP-LIMIT
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       CHECK-DATE-CLOSED.
           MOVE 'N' TO WS-DATE-CLOSED
           MOVE 'N' TO WS-LOG-EOF-FLAG
           OPEN INPUT CYCLE-LOG-FILE
           IF WS-CYCLE-LOG-STATUS = '00'
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
                   READ CYCLE-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF-FLAG
                       NOT AT END
                           IF CL-EVENT = 'C'
                                   AND CL-PROC-DATE = WS-TARGET-DATE
                               MOVE 'Y' TO WS-DATE-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-LOG-FILE
           END-IF.

       OPEN-BUSINESS-DATE.
           IF WS-CONTROL-PRESENT = 'Y' AND WS-CURRENT-STATUS = 'O'
               MOVE 'N' TO WS-REQUEST-VALID
               MOVE "CURRENT CYCLE STILL OPEN - CLOSE IT FIRST"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REQUEST-VALID = 'Y'
               IF WS-REQUEST-DATE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REQUEST-DATE)
                           NOT = 0
                       MOVE 'N' TO WS-REQUEST-VALID
                       MOVE "REQUESTED DATE IS NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-REQUEST-DATE TO WS-TARGET-DATE
                       MOVE WS-TARGET-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-BUSINESS-DAY
                       IF WS-BUSINESS-DAY = 'N'
                           MOVE 'N' TO WS-REQUEST-VALID
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING "REQUESTED DATE IS NOT A BUSINESS "
                                  "DAY - " DELIMITED BY SIZE
                                  WS-NON-BUSINESS-REASON
                                  DELIMITED BY SIZE
                                  INTO WS-REJECT-REASON
                           END-STRING
                       END-IF
                   END-IF
               ELSE
                   IF WS-CONTROL-PRESENT = 'Y'
                       MOVE WS-CURRENT-DATE TO WS-CHECK-DATE
                       PERFORM FIND-NEXT-BUSINESS-DAY
                   ELSE
                       MOVE WS-SYSTEM-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-BUSINESS-DAY
                       IF WS-BUSINESS-DAY = 'N'
                           PERFORM FIND-NEXT-BUSINESS-DAY
                       END-IF
                   END-IF
                   IF WS-BUSINESS-DAY = 'N'
                       MOVE 'N' TO WS-REQUEST-VALID
                       MOVE "NO BUSINESS DAY FOUND WITHIN ONE YEAR"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-CHECK-DATE TO WS-TARGET-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-REQUEST-VALID = 'Y'
               PERFORM CHECK-DATE-CLOSED
               IF WS-DATE-CLOSED = 'Y'
                   MOVE 'N' TO WS-REQUEST-VALID
                   MOVE "BUSINESS DATE ALREADY CLOSED - NO REPROCESSING"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REQUEST-VALID = 'Y'
               MOVE WS-TARGET-DATE TO WS-CHECK-DATE
               PERFORM FIND-PRIOR-BUSINESS-DAY
               MOVE WS-CHECK-DATE TO WS-PRIOR-DATE

               OPEN OUTPUT PROCDATE-FILE
               MOVE SPACES TO PROCDATE-RECORD
               MOVE WS-TARGET-DATE TO PD-PROC-DATE
               MOVE 'O' TO PD-CYCLE-STATUS
               MOVE WS-PRIOR-DATE TO PD-PRIOR-DATE
               MOVE WS-OPERATOR-ID TO PD-OPENED-BY
               WRITE PROCDATE-RECORD
               CLOSE PROCDATE-FILE

               MOVE 'O' TO CL-EVENT
               PERFORM WRITE-CYCLE-LOG

               COMPUTE WS-GAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE)
               MOVE WS-GAP-DAYS TO WS-GAP-DAYS-DISP
               MOVE WS-TARGET-DATE TO WS-DATE-WORK
               PERFORM FORMAT-REPORT-DATE
               MOVE WS-DATE-WORK-DISP TO WS-TARGET-DATE-DISP
               MOVE WS-PRIOR-DATE TO WS-DATE-WORK
               PERFORM FORMAT-REPORT-DATE
               MOVE WS-DATE-WORK-DISP TO WS-PRIOR-DATE-DISP

               MOVE SPACES TO BUSDATE-REPORT-RECORD
               STRING "BUSINESS DATE OPENED: " DELIMITED BY SIZE
                      WS-TARGET-DATE-DISP DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                      INTO BUSDATE-REPORT-RECORD
               END-STRING
               WRITE BUSDATE-REPORT-RECORD

               MOVE SPACES TO BUSDATE-REPORT-RECORD
               STRING "PRIOR BUSINESS DATE: " DELIMITED BY SIZE
                      WS-PRIOR-DATE-DISP DELIMITED BY SIZE
                      "  CALENDAR DAYS SINCE: " DELIMITED BY SIZE
                      WS-GAP-DAYS-DISP DELIMITED BY SIZE
                      INTO BUSDATE-REPORT-RECORD
               END-STRING
               WRITE BUSDATE-REPORT-RECORD
           END-IF.

       CLOSE-BUSINESS-DATE.
           IF WS-CONTROL-PRESENT = 'N'
               MOVE 'N' TO WS-REQUEST-VALID
               MOVE "NO PROCESSING DATE ON FILE TO CLOSE"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-CURRENT-STATUS NOT = 'O'
                   MOVE 'N' TO WS-REQUEST-VALID
                   MOVE "CURRENT CYCLE IS NOT OPEN"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REQUEST-VALID = 'Y'
               MOVE WS-CURRENT-DATE TO WS-TARGET-DATE
               OPEN OUTPUT PROCDATE-FILE
               MOVE SPACES TO PROCDATE-RECORD
               MOVE WS-CURRENT-DATE TO PD-PROC-DATE
               MOVE 'C' TO PD-CYCLE-STATUS
               MOVE WS-CURRENT-PRIOR TO PD-PRIOR-DATE
               MOVE WS-OPERATOR-ID TO PD-OPENED-BY
               WRITE PROCDATE-RECORD
               CLOSE PROCDATE-FILE

               MOVE 'C' TO CL-EVENT
               PERFORM WRITE-CYCLE-LOG

               MOVE WS-TARGET-DATE TO WS-DATE-WORK
               PERFORM FORMAT-REPORT-DATE
               MOVE SPACES TO BUSDATE-REPORT-RECORD
               STRING "BUSINESS DATE CLOSED: " DELIMITED BY SIZE
                      WS-DATE-WORK-DISP DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                      INTO BUSDATE-REPORT-RECORD
               END-STRING
               WRITE BUSDATE-REPORT-RECORD
           END-IF.

       WRITE-CYCLE-LOG.
           MOVE WS-TARGET-DATE TO CL-PROC-DATE
           MOVE WS-SYSTEM-DATE TO CL-LOG-DATE
           MOVE WS-RUN-TIME-DISP TO CL-LOG-TIME
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
           OPEN EXTEND CYCLE-LOG-FILE
           IF WS-CYCLE-LOG-STATUS = '35'
               OPEN OUTPUT CYCLE-LOG-FILE
           END-IF
           WRITE CYCLE-LOG-RECORD
           CLOSE CYCLE-LOG-FILE.

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
               MOVE "NONE      " TO WS-DATE-WORK-DISP
           END-IF.

       WRITE-BUSDATE-HEADER.
           MOVE SPACES TO BUSDATE-REPORT-RECORD
           STRING "BUSDATE BUSINESS DATE CYCLE CONTROL REPORT"
                  DELIMITED BY SIZE
                  INTO BUSDATE-REPORT-RECORD
           END-STRING
           WRITE BUSDATE-REPORT-RECORD

           MOVE SPACES TO BUSDATE-REPORT-RECORD
           STRING "SYSTEM DATE: " DELIMITED BY SIZE
                  WS-SYSTEM-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  INTO BUSDATE-REPORT-RECORD
           END-STRING
           WRITE BUSDATE-REPORT-RECORD

           MOVE SPACES TO BUSDATE-REPORT-RECORD
           WRITE BUSDATE-REPORT-RECORD.
