       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'pendmaint.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-ITEM-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT DECISION-FILE ASSIGN TO 'apprdecn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.
           SELECT APPRPARM-FILE ASSIGN TO 'apprparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRPARM-FILE-STATUS.
           SELECT APPRLIMIT-FILE ASSIGN TO 'apprlimit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRLIMIT-FILE-STATUS.
           SELECT APPRLOG-FILE ASSIGN TO 'apprlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRLOG-FILE-STATUS.
           SELECT APPROVAL-REPORT-FILE ASSIGN TO 'approval.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-REPORT-STATUS.
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

       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PQ-ITEM-ID.
               10 PQ-SOURCE       PIC X(8).
               10 PQ-QUEUE-DATE   PIC 9(8).
               10 PQ-QUEUE-TIME   PIC 9(6).
               10 PQ-QUEUE-SEQ    PIC 9(5).
           05 PQ-ACTION           PIC X(1).
           05 PQ-SUBJECT          PIC X(10).
           05 PQ-AMOUNT           PIC S9(11)V99.
           05 PQ-MAKER-ID         PIC X(8).
           05 PQ-STATUS           PIC X(1).
           05 PQ-APPROVALS-REQ    PIC 9(1).
           05 PQ-APPROVER-1       PIC X(8).
           05 PQ-APPROVER-2       PIC X(8).
           05 PQ-REJECTED-BY      PIC X(8).
           05 PQ-DECISION-DATE    PIC 9(8).
           05 PQ-APPLIED-DATE     PIC 9(8).
           05 PQ-STATUS-REASON    PIC X(40).
           05 PQ-TRANS-IMAGE      PIC X(120).
           05 FILLER              PIC X(20).

       FD DECISION-FILE.
       01 DECISION-RECORD.
           05 AD-ITEM-ID          PIC X(27).
           05 AD-DECISION         PIC X(1).
           05 AD-APPROVER-ID      PIC X(8).
           05 AD-REASON           PIC X(30).

       FD APPRPARM-FILE.
       01 APPRPARM-RECORD.
           05 AP-EXPIRY-DAYS      PIC X(3).

       FD APPRLIMIT-FILE.
       01 APPRLIMIT-RECORD.
           05 AL-SOURCE           PIC X(8).
           05 AL-ACTION           PIC X(1).
           05 AL-LIMIT            PIC X(13).

       FD APPRLOG-FILE.
       01 APPRLOG-RECORD          PIC X(150).

       FD APPROVAL-REPORT-FILE.
       01 APPROVAL-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-FILE-STATUS  PIC XX.
       01 WS-DECISION-FILE-STATUS PIC XX.
       01 WS-APPRPARM-FILE-STATUS PIC XX.
       01 WS-APPRLIMIT-FILE-STATUS PIC XX.
       01 WS-APPRLOG-FILE-STATUS  PIC XX.
       01 WS-APPROVAL-REPORT-STATUS PIC XX.

       01 WS-PENDING-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-DECISION-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-APPRLIMIT-EOF-FLAG   PIC X VALUE 'N'.

       01 WS-EXPIRY-DAYS          PIC 9(3) VALUE 10.

       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 50 TIMES INDEXED BY LM-IDX.
               10 WS-LIMIT-SOURCE PIC X(8).
               10 WS-LIMIT-ACTION PIC X(1).
               10 WS-LIMIT-AMOUNT PIC S9(11)V99.
       01 WS-LIMIT-COUNT          PIC 9(3) VALUE 0.
       01 WS-LIMIT-TABLE-MAX      PIC 9(3) VALUE 50.
       01 WS-LIMIT-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-LIMIT-FOUND          PIC X VALUE 'N'.
       01 WS-LIMIT-USED           PIC S9(11)V99 VALUE 0.

       01 WS-DECISION-TABLE.
           05 WS-DEC-ENTRY OCCURS 500 TIMES INDEXED BY DEC-IDX.
               10 WS-DEC-ITEM-ID  PIC X(27).
               10 WS-DEC-CODE     PIC X(1).
               10 WS-DEC-APPROVER PIC X(8).
               10 WS-DEC-REASON   PIC X(30).
               10 WS-DEC-USED     PIC X(1).
       01 WS-DEC-COUNT            PIC 9(3) VALUE 0.
       01 WS-DEC-TABLE-MAX        PIC 9(3) VALUE 500.
       01 WS-DEC-OVERFLOW-WARNED  PIC X VALUE 'N'.

       01 WS-REFUSAL-REASON       PIC X(40) VALUE SPACES.
       01 WS-DECISION-RESULT      PIC X(40) VALUE SPACES.
       01 WS-APPROVALS-HELD       PIC 9(1) VALUE 0.
       01 WS-ABS-AMOUNT           PIC S9(11)V99 VALUE 0.
       01 WS-ITEM-CHANGED         PIC X VALUE 'N'.
       01 WS-LIST-STATUS          PIC X(1).
       01 WS-LIST-COUNT           PIC 9(7) VALUE 0.

       01 WS-RUN-INTEGER          PIC 9(7) VALUE 0.
       01 WS-QUEUE-INTEGER        PIC 9(7) VALUE 0.
       01 WS-ITEM-AGE             PIC S9(7) VALUE 0.

       01 WS-DECISIONS-READ       PIC 9(7) VALUE 0.
       01 WS-ITEMS-READ           PIC 9(7) VALUE 0.
       01 WS-APPROVED-COUNT       PIC 9(7) VALUE 0.
       01 WS-PARTIAL-COUNT        PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.
       01 WS-REFUSED-COUNT        PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
       01 WS-STILL-PENDING-COUNT  PIC 9(7) VALUE 0.
       01 WS-AWAITING-APPLY-COUNT PIC 9(7) VALUE 0.

       01 WS-COUNT-DISP           PIC Z,ZZZ,ZZ9.
       01 WS-AMOUNT-DISP          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DATE-WORK            PIC X(8).
       01 WS-DATE-WORK-DISP       PIC X(10).
       01 WS-SECTION-TITLE        PIC X(60).

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

           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM LOAD-APPROVAL-PARAMETERS
           PERFORM LOAD-APPROVAL-LIMITS
           PERFORM LOAD-DECISIONS

           OPEN OUTPUT APPROVAL-REPORT-FILE
           PERFORM WRITE-APPROVAL-HEADER

           OPEN I-O PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: PENDING MAINTENANCE QUEUE OPEN FAILED - "
                       "STATUS " WS-PENDING-FILE-STATUS
                       " - NO DECISIONS APPLIED"
               MOVE SPACES TO APPROVAL-REPORT-RECORD
               STRING "PENDING MAINTENANCE QUEUE NOT AVAILABLE - "
                      "NO DECISIONS APPLIED" DELIMITED BY SIZE
                      INTO APPROVAL-REPORT-RECORD
               END-STRING
               WRITE APPROVAL-REPORT-RECORD
               CLOSE APPROVAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND APPRLOG-FILE
           IF WS-APPRLOG-FILE-STATUS = '35'
               OPEN OUTPUT APPRLOG-FILE
           END-IF

           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "DECISIONS AND EXPIRIES THIS RUN:" DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE 'N' TO WS-PENDING-EOF-FLAG
           MOVE LOW-VALUES TO PQ-ITEM-ID
           START PENDING-FILE KEY NOT < PQ-ITEM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDING-EOF-FLAG
           END-START
           PERFORM UNTIL WS-PENDING-EOF-FLAG = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM REVIEW-PENDING-ITEM
               END-READ
           END-PERFORM

           PERFORM REPORT-UNMATCHED-DECISIONS

           MOVE 'P' TO WS-LIST-STATUS
           MOVE "ITEMS STILL PENDING APPROVAL:" TO WS-SECTION-TITLE
           PERFORM WRITE-STATUS-SECTION
           MOVE WS-LIST-COUNT TO WS-STILL-PENDING-COUNT

           MOVE 'A' TO WS-LIST-STATUS
           MOVE "ITEMS APPROVED - AWAITING APPLICATION:"
               TO WS-SECTION-TITLE
           PERFORM WRITE-STATUS-SECTION
           MOVE WS-LIST-COUNT TO WS-AWAITING-APPLY-COUNT

           MOVE 'R' TO WS-LIST-STATUS
           MOVE "ITEMS REJECTED THIS RUN:" TO WS-SECTION-TITLE
           PERFORM WRITE-STATUS-SECTION

           MOVE 'E' TO WS-LIST-STATUS
           MOVE "ITEMS EXPIRED THIS RUN:" TO WS-SECTION-TITLE
           PERFORM WRITE-STATUS-SECTION

           CLOSE PENDING-FILE
           CLOSE APPRLOG-FILE

           PERFORM WRITE-APPROVAL-TRAILER
           CLOSE APPROVAL-REPORT-FILE

           IF WS-REFUSED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-APPROVAL-PARAMETERS.
           OPEN INPUT APPRPARM-FILE
           IF WS-APPRPARM-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: APPROVAL PARAMETER FILE NOT FOUND - "
                       "DEFAULT EXPIRY PERIOD USED"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               READ APPRPARM-FILE
                   NOT AT END
                       IF AP-EXPIRY-DAYS NOT = SPACES
                           IF FUNCTION TEST-NUMVAL(AP-EXPIRY-DAYS)
                                   = 0
                               MOVE FUNCTION NUMVAL(AP-EXPIRY-DAYS)
                                   TO WS-EXPIRY-DAYS
                           ELSE
                               DISPLAY "WARNING: INVALID EXPIRY DAYS "
                                   AP-EXPIRY-DAYS " - DEFAULT USED"
                               IF WS-CONDITION-CODE < 4
                                   MOVE 4 TO WS-CONDITION-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE APPRPARM-FILE
           END-IF.

       LOAD-APPROVAL-LIMITS.
           OPEN INPUT APPRLIMIT-FILE
           IF WS-APPRLIMIT-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: APPROVAL LIMIT FILE NOT FOUND - "
                       "ONE APPROVAL REQUIRED FOR ALL ITEMS"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-APPRLIMIT-EOF-FLAG
               PERFORM UNTIL WS-APPRLIMIT-EOF-FLAG = 'Y'
                   READ APPRLIMIT-FILE
                       AT END
                           MOVE 'Y' TO WS-APPRLIMIT-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-APPROVAL-LIMIT
                   END-READ
               END-PERFORM
               CLOSE APPRLIMIT-FILE
           END-IF.

       STORE-APPROVAL-LIMIT.
           IF WS-LIMIT-COUNT >= WS-LIMIT-TABLE-MAX
               IF WS-LIMIT-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: APPROVAL LIMIT FILE HAS MORE THAN "
                       WS-LIMIT-TABLE-MAX " ENTRIES - EXTRA ROWS "
                       "IGNORED"
                   MOVE 'Y' TO WS-LIMIT-OVERFLOW-WARNED
               END-IF
           ELSE
               IF AL-LIMIT = SPACES
                       OR FUNCTION TEST-NUMVAL(AL-LIMIT) NOT = 0
                   DISPLAY "WARNING: INVALID APPROVAL LIMIT FOR "
                       AL-SOURCE " ACTION " AL-ACTION
                       " - ROW IGNORED"
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-LIMIT-COUNT
                   SET LM-IDX TO WS-LIMIT-COUNT
                   MOVE AL-SOURCE TO WS-LIMIT-SOURCE(LM-IDX)
                   MOVE AL-ACTION TO WS-LIMIT-ACTION(LM-IDX)
                   MOVE FUNCTION NUMVAL(AL-LIMIT)
                       TO WS-LIMIT-AMOUNT(LM-IDX)
               END-IF
           END-IF.

       LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: APPROVER DECISION FILE NOT FOUND - "
                       "EXPIRY CHECK AND REPORT ONLY"
           ELSE
               MOVE 'N' TO WS-DECISION-EOF-FLAG
               PERFORM UNTIL WS-DECISION-EOF-FLAG = 'Y'
                   READ DECISION-FILE
                       AT END
                           MOVE 'Y' TO WS-DECISION-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-DECISIONS-READ
                           PERFORM STORE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

       STORE-DECISION.
           IF WS-DEC-COUNT >= WS-DEC-TABLE-MAX
               IF WS-DEC-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: DECISION FILE HAS MORE THAN "
                       WS-DEC-TABLE-MAX " ENTRIES - EXTRA ROWS "
                       "IGNORED"
                   MOVE 'Y' TO WS-DEC-OVERFLOW-WARNED
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-DEC-COUNT
               SET DEC-IDX TO WS-DEC-COUNT
               MOVE AD-ITEM-ID TO WS-DEC-ITEM-ID(DEC-IDX)
               MOVE AD-DECISION TO WS-DEC-CODE(DEC-IDX)
               MOVE AD-APPROVER-ID TO WS-DEC-APPROVER(DEC-IDX)
               MOVE AD-REASON TO WS-DEC-REASON(DEC-IDX)
               MOVE 'N' TO WS-DEC-USED(DEC-IDX)
           END-IF.

       REVIEW-PENDING-ITEM.
           MOVE 'N' TO WS-ITEM-CHANGED
           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > WS-DEC-COUNT
               IF WS-DEC-ITEM-ID(DEC-IDX) = PQ-ITEM-ID
                   MOVE 'Y' TO WS-DEC-USED(DEC-IDX)
                   PERFORM APPLY-DECISION
               END-IF
           END-PERFORM

           IF PQ-STATUS = 'P'
               PERFORM CHECK-ITEM-EXPIRY
           END-IF

           IF WS-ITEM-CHANGED = 'Y'
               REWRITE PENDING-RECORD
               IF WS-PENDING-FILE-STATUS NOT = '00'
                   DISPLAY "ERROR: PENDING QUEUE REWRITE FAILED FOR "
                           PQ-ITEM-ID " - STATUS "
                           WS-PENDING-FILE-STATUS
                   MOVE 8 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       APPLY-DECISION.
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SPACES TO WS-DECISION-RESULT

           IF WS-DEC-CODE(DEC-IDX) NOT = 'A'
                   AND WS-DEC-CODE(DEC-IDX) NOT = 'R'
               MOVE "INVALID DECISION CODE" TO WS-REFUSAL-REASON
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               IF WS-DEC-APPROVER(DEC-IDX) = SPACES
                   MOVE "APPROVER ID REQUIRED" TO WS-REFUSAL-REASON
               END-IF
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               IF PQ-STATUS NOT = 'P'
                   MOVE "ITEM NO LONGER PENDING" TO WS-REFUSAL-REASON
               END-IF
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               IF WS-DEC-APPROVER(DEC-IDX) = PQ-MAKER-ID
                   MOVE "APPROVER KEYED THIS ITEM - REFUSED"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               IF WS-DEC-APPROVER(DEC-IDX) = PQ-APPROVER-1
                   MOVE "OPERATOR HAS ALREADY APPROVED ITEM"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF

           IF WS-REFUSAL-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-REFUSAL-REASON TO WS-DECISION-RESULT
           ELSE
               MOVE 'Y' TO WS-ITEM-CHANGED
               IF WS-DEC-CODE(DEC-IDX) = 'R'
                   MOVE 'R' TO PQ-STATUS
                   MOVE WS-DEC-APPROVER(DEC-IDX) TO PQ-REJECTED-BY
                   MOVE WS-RUN-DATE TO PQ-DECISION-DATE
                   IF WS-DEC-REASON(DEC-IDX) = SPACES
                       MOVE "REJECTED BY CHECKER" TO PQ-STATUS-REASON
                   ELSE
                       MOVE WS-DEC-REASON(DEC-IDX)
                           TO PQ-STATUS-REASON
                   END-IF
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-DECISION-RESULT
               ELSE
                   PERFORM LOOKUP-APPROVAL-LIMIT
                   IF PQ-APPROVER-1 = SPACES
                       MOVE WS-DEC-APPROVER(DEC-IDX) TO PQ-APPROVER-1
                       MOVE 1 TO WS-APPROVALS-HELD
                   ELSE
                       MOVE WS-DEC-APPROVER(DEC-IDX) TO PQ-APPROVER-2
                       MOVE 2 TO WS-APPROVALS-HELD
                   END-IF
                   IF WS-APPROVALS-HELD >= PQ-APPROVALS-REQ
                       MOVE 'A' TO PQ-STATUS
                       MOVE WS-RUN-DATE TO PQ-DECISION-DATE
                       MOVE "APPROVED - AWAITING APPLICATION"
                           TO PQ-STATUS-REASON
                       ADD 1 TO WS-APPROVED-COUNT
                       MOVE "APPROVED" TO WS-DECISION-RESULT
                   ELSE
                       MOVE "AWAITING SECOND APPROVAL"
                           TO PQ-STATUS-REASON
                       ADD 1 TO WS-PARTIAL-COUNT
                       MOVE "FIRST APPROVAL - SECOND APPROVAL REQUIRED"
                           TO WS-DECISION-RESULT
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-DECISION-LOG
           PERFORM WRITE-DECISION-LINE.

       LOOKUP-APPROVAL-LIMIT.
           MOVE 1 TO PQ-APPROVALS-REQ
           MOVE 'N' TO WS-LIMIT-FOUND
           PERFORM VARYING LM-IDX FROM 1 BY 1
                   UNTIL LM-IDX > WS-LIMIT-COUNT
               IF WS-LIMIT-SOURCE(LM-IDX) = PQ-SOURCE
                       AND WS-LIMIT-ACTION(LM-IDX) = PQ-ACTION
                   MOVE WS-LIMIT-AMOUNT(LM-IDX) TO WS-LIMIT-USED
                   MOVE 'Y' TO WS-LIMIT-FOUND
                   SET LM-IDX TO WS-LIMIT-COUNT
               END-IF
           END-PERFORM
           IF WS-LIMIT-FOUND = 'Y'
               IF PQ-AMOUNT < 0
                   COMPUTE WS-ABS-AMOUNT = 0 - PQ-AMOUNT
               ELSE
                   MOVE PQ-AMOUNT TO WS-ABS-AMOUNT
               END-IF
               IF WS-ABS-AMOUNT > WS-LIMIT-USED
                   MOVE 2 TO PQ-APPROVALS-REQ
               END-IF
           END-IF.

       CHECK-ITEM-EXPIRY.
           IF PQ-QUEUE-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(PQ-QUEUE-DATE) = 0
                   COMPUTE WS-QUEUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(PQ-QUEUE-DATE)
                   COMPUTE WS-ITEM-AGE =
                       WS-RUN-INTEGER - WS-QUEUE-INTEGER
                   IF WS-ITEM-AGE > WS-EXPIRY-DAYS
                       MOVE 'Y' TO WS-ITEM-CHANGED
                       MOVE 'E' TO PQ-STATUS
                       MOVE WS-RUN-DATE TO PQ-DECISION-DATE
                       MOVE "EXPIRED - NOT APPROVED IN TIME"
                           TO PQ-STATUS-REASON
                       ADD 1 TO WS-EXPIRED-COUNT
                       PERFORM WRITE-EXPIRY-LOG
                       PERFORM WRITE-EXPIRY-LINE
                   END-IF
               END-IF
           END-IF.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > WS-DEC-COUNT
               IF WS-DEC-USED(DEC-IDX) = 'N'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO APPROVAL-REPORT-RECORD
                   STRING "  WARNING: DECISION FOR ITEM "
                          DELIMITED BY SIZE
                          WS-DEC-ITEM-ID(DEC-IDX) DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          WS-DEC-APPROVER(DEC-IDX) DELIMITED BY SIZE
                          " MATCHED NO QUEUED ITEM" DELIMITED BY SIZE
                          INTO APPROVAL-REPORT-RECORD
                   END-STRING
                   WRITE APPROVAL-REPORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-DECISION-LOG.
           MOVE SPACES TO APPRLOG-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEC-APPROVER(DEC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEC-CODE(DEC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  " MAKER " DELIMITED BY SIZE
                  PQ-MAKER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECISION-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEC-REASON(DEC-IDX) DELIMITED BY SIZE
                  INTO APPRLOG-RECORD
           END-STRING
           WRITE APPRLOG-RECORD.

       WRITE-EXPIRY-LOG.
           MOVE SPACES TO APPRLOG-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "MNTAPPR " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "E" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  " MAKER " DELIMITED BY SIZE
                  PQ-MAKER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-STATUS-REASON DELIMITED BY SIZE
                  INTO APPRLOG-RECORD
           END-STRING
           WRITE APPRLOG-RECORD.

       WRITE-DECISION-LINE.
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEC-CODE(DEC-IDX) DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-DEC-APPROVER(DEC-IDX) DELIMITED BY SIZE
                  "  MAKER " DELIMITED BY SIZE
                  PQ-MAKER-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DECISION-RESULT DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD.

       WRITE-EXPIRY-LINE.
           MOVE PQ-QUEUE-DATE TO WS-DATE-WORK
           PERFORM FORMAT-REPORT-DATE
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  "  EXPIRED - QUEUED " DELIMITED BY SIZE
                  WS-DATE-WORK-DISP DELIMITED BY SIZE
                  "  MAKER " DELIMITED BY SIZE
                  PQ-MAKER-ID DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD.

       WRITE-STATUS-SECTION.
           MOVE 0 TO WS-LIST-COUNT

           MOVE SPACES TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD

           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING WS-SECTION-TITLE DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "  ITEM ID                     A SUBJECT   "
                  DELIMITED BY SIZE
                  "             AMOUNT MAKER    APPR 1   APPR 2   "
                  DELIMITED BY SIZE
                  "NO QUEUED      STATUS" DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE 'N' TO WS-PENDING-EOF-FLAG
           MOVE LOW-VALUES TO PQ-ITEM-ID
           START PENDING-FILE KEY NOT < PQ-ITEM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDING-EOF-FLAG
           END-START
           PERFORM UNTIL WS-PENDING-EOF-FLAG = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF-FLAG
                   NOT AT END
                       IF PQ-STATUS = WS-LIST-STATUS
                           IF WS-LIST-STATUS = 'P'
                                   OR WS-LIST-STATUS = 'A'
                                   OR PQ-DECISION-DATE = WS-RUN-DATE
                               ADD 1 TO WS-LIST-COUNT
                               PERFORM WRITE-ITEM-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LIST-COUNT = 0
               MOVE SPACES TO APPROVAL-REPORT-RECORD
               STRING "  (NONE)" DELIMITED BY SIZE
                      INTO APPROVAL-REPORT-RECORD
               END-STRING
               WRITE APPROVAL-REPORT-RECORD
           END-IF.

       WRITE-ITEM-LINE.
           MOVE PQ-AMOUNT TO WS-AMOUNT-DISP
           MOVE PQ-QUEUE-DATE TO WS-DATE-WORK
           PERFORM FORMAT-REPORT-DATE
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  PQ-ITEM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-SUBJECT DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-MAKER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-APPROVER-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-APPROVER-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-APPROVALS-REQ DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DATE-WORK-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PQ-STATUS-REASON DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD.

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

       WRITE-APPROVAL-HEADER.
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "MNTAPPR MAINTENANCE APPROVAL REPORT"
                  DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-EXPIRY-DAYS TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "ITEMS EXPIRE WHEN UNAPPROVED AFTER (DAYS): "
                  DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE SPACES TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD.

       WRITE-APPROVAL-TRAILER.
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-DECISIONS-READ TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "DECISIONS READ:           " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-ITEMS-READ TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "QUEUE ITEMS READ:         " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-APPROVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "ITEMS APPROVED:           " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-PARTIAL-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "FIRST OF TWO APPROVALS:   " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "ITEMS REJECTED:           " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "ITEMS EXPIRED:            " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "DECISIONS REFUSED:        " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "DECISIONS UNMATCHED:      " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-STILL-PENDING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "STILL PENDING:            " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD

           MOVE WS-AWAITING-APPLY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "APPROVED, NOT YET APPLIED:" DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD.

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
                       "APPROVAL RUN NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CYCLE-STATUS NOT = 'O'
               DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                       " IS NOT OPEN - APPROVAL RUN NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
