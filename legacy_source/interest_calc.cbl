               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-ACCT-NO
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO 'txnhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TXNHIST-FILE-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO 'resubmit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-FILE-STATUS.
           SELECT IMPACT-FILE ASSIGN TO 'impact.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-FILE-STATUS.
           SELECT DORMPARM-FILE ASSIGN TO 'dormparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMPARM-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO 'procdate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-ACCT-TYPE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.
           SELECT PAYINSTR-FILE ASSIGN TO 'payinstr.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYINSTR-FILE-STATUS.
           SELECT PAYPARM-FILE ASSIGN TO 'payparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPARM-FILE-STATUS.
           SELECT DISBURSE-FILE ASSIGN TO 'disburse.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSE-FILE-STATUS.
           SELECT PAYREG-FILE ASSIGN TO 'payreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
           05 PD-PROC-DATE        PIC X(8).
           05 PD-CYCLE-STATUS     PIC X(1).
           05 PD-PRIOR-DATE       PIC X(8).
           05 PD-OPENED-BY        PIC X(8).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PRD-ACCT-TYPE       PIC X(2).
           05 PRD-DESCRIPTION     PIC X(30).
           05 PRD-MODE-SIMPLE     PIC X(1).
           05 PRD-MODE-MONTHLY    PIC X(1).
           05 PRD-MODE-DAILY      PIC X(1).
           05 PRD-MIN-TERM        PIC 9(5).
           05 PRD-MAX-TERM        PIC 9(5).
           05 PRD-MIN-OPEN-BAL    PIC S9(11)V99.
           05 PRD-TAX-CODE        PIC X(2).
           05 PRD-STATUS          PIC X(1).
           05 PRD-LAST-MAINT      PIC 9(8).
           05 PRD-DEBIT-INTEREST  PIC X(1).
           05 FILLER              PIC X(19).

       FD INPUT-FILE.
       01 INPUT-RECORD.
           05 IR-ACCT-NO          PIC X(10).
       01 REJECT-RECORD           PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(200).

       FD CSV-FILE.
       01 CSV-RECORD              PIC X(132).
           05 CKPT-AUDIT-LINES    PIC 9(7).
           05 CKPT-CSV-LINES      PIC 9(7).
           05 CKPT-SUMMARY-COUNT  PIC 9(3).
           05 CKPT-SUMMARY-TABLE  PIC X(4680).
           05 CKPT-BRANCH-COUNT   PIC 9(3).
           05 CKPT-BRANCH-TABLE   PIC X(220).
           05 CKPT-REMIT-COUNT    PIC 9(3).
           05 CKPT-SKIP-CLOSED    PIC 9(7).
           05 CKPT-SKIP-FROZEN    PIC 9(7).
           05 CKPT-YTD-COUNT      PIC 9(7).
           05 CKPT-SKIP-DORMANT   PIC 9(7).
           05 CKPT-CREDIT-INTEREST PIC 9(11)V99.
           05 CKPT-DEBIT-INTEREST PIC 9(11)V99.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
       01 TEMP-REJECT-RECORD      PIC X(80).

       FD TEMP-AUDIT-FILE.
       01 TEMP-AUDIT-RECORD      PIC X(200).

       FD TEMP-CSV-FILE.
       01 TEMP-CSV-RECORD         PIC X(132).
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

       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           05 GM-ACCT-TYPE        PIC X(2).
           05 GM-EXPENSE-GL       PIC X(8).
           05 GM-LIABILITY-GL     PIC X(8).
           05 GM-RECEIVABLE-GL    PIC X(8).
           05 GM-INCOME-GL        PIC X(8).

       FD GL-FILE.
       01 GL-RECORD               PIC X(80).
           05 ACL-ACCT-TYPE       PIC X(2).
           05 ACL-ACCRUED         PIC S9(11)V99.
           05 ACL-LAST-ACCRUED    PIC 9(8).
           05 ACL-INT-SIDE        PIC X(1).
           05 FILLER              PIC X(9).

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD         PIC X(33).
       FD IMPACT-FILE.
       01 IMPACT-RECORD           PIC X(132).

       FD DORMPARM-FILE.
       01 DORMPARM-RECORD.
           05 DP-ACCT-TYPE        PIC X(2).
           05 DP-INACTIVE-DAYS    PIC X(5).
           05 DP-DORMANT-DAYS     PIC X(5).
           05 DP-ESCHEAT-YEARS    PIC X(2).
           05 DP-ACCRUE-FLAG      PIC X(1).

       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-ACCT-NO         PIC X(10).
           05 YTD-LAST-UPDATED    PIC 9(8).
           05 FILLER              PIC X(10).

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

       FD PAYINSTR-FILE.
       01 PAYINSTR-RECORD.
           05 PI-ACCT-NO          PIC X(10).
           05 PI-FREQUENCY        PIC X(1).
           05 PI-ROUTING          PIC X(9).
           05 PI-DEST-ACCT        PIC X(17).
           05 PI-DEST-TYPE        PIC X(1).
           05 PI-EFF-DATE         PIC X(8).
           05 PI-PAYEE-NAME       PIC X(22).

       FD PAYPARM-FILE.
       01 PAYPARM-RECORD.
           05 PP-CLEARING-GL      PIC X(8).
           05 PP-ORIGIN-DFI       PIC X(8).
           05 PP-COMPANY-ID       PIC X(10).
           05 PP-COMPANY-NAME     PIC X(16).

       FD DISBURSE-FILE.
       01 DISBURSE-RECORD         PIC X(94).

       FD PAYREG-FILE.
       01 PAYREG-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
       01 WS-RATE-EOF-FLAG        PIC X VALUE 'N'.
       01 WS-RATE-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-RATE-FILE-STATUS     PIC XX.

       01 WS-PROCDATE-FILE-STATUS PIC XX.
       01 WS-PROCDATE-FOUND       PIC X VALUE 'N'.
       01 WS-CYCLE-STATUS         PIC X VALUE SPACE.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISP        PIC X(10).
       01 WS-ACCOUNT-COUNT        PIC 9(7) VALUE 0.
       01 WS-TOTAL-INTEREST       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-INTEREST-DISP  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-CREDIT-INT     PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDIT-DISP    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DEBIT-INT      PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DEBIT-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ACCOUNT-COUNT-DISP   PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-OVERFLOW-FLAG  PIC X VALUE 'N'.

       01 WS-MAX-TERM-MONTHS      PIC 9(5) VALUE 360.
       01 WS-MAX-TERM-DAYS        PIC 9(5) VALUE 36500.

       01 WS-PRODUCT-FILE-STATUS  PIC XX.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY PC-IDX.
               10 WS-PRODUCT-TYPE PIC X(2).
               10 WS-PRODUCT-SIMPLE PIC X(1).
               10 WS-PRODUCT-MONTHLY PIC X(1).
               10 WS-PRODUCT-DAILY PIC X(1).
               10 WS-PRODUCT-MIN-TERM PIC 9(5).
               10 WS-PRODUCT-MAX-TERM PIC 9(5).
               10 WS-PRODUCT-TAX-CODE PIC X(2).
               10 WS-PRODUCT-DEBIT-INT PIC X(1).
       01 WS-PRODUCT-COUNT        PIC 9(3) VALUE 0.
       01 WS-PRODUCT-TABLE-MAX    PIC 9(3) VALUE 50.
       01 WS-PRODUCT-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-PRODUCT-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-PRODUCT-LOADED       PIC X VALUE 'N'.
       01 WS-PRODUCT-FOUND        PIC X VALUE 'N'.
       01 WS-PRODUCT-LOOKUP-TYPE  PIC X(2).
       01 WS-PRODUCT-TERM-MONTHS  PIC 9(5).
       01 WS-PRODUCT-TAX-USED     PIC X(2) VALUE SPACES.
       01 WS-PRODUCT-DEBIT-USED   PIC X VALUE 'N'.
       01 WS-INTEREST-SIDE        PIC X VALUE 'C'.
       01 WS-POST-AMOUNT          PIC S9(11)V99 VALUE 0.

       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-TIME-DISP        PIC X(8).
       01 WS-RATE-USED-DISP       PIC 9.9(4).
       01 WS-PERIOD-RATE          USAGE COMP-2.
       01 WS-MONTHS-PER-YEAR      PIC 9(3) VALUE 12.
       01 WS-DAYS-PER-YEAR        PIC 9(3) VALUE 365.
       01 WS-ACCRUAL-DAYS         PIC 9(5) VALUE 1.
       01 WS-ACCRUAL-DAYS-DISP    PIC ZZ,ZZ9.
       01 WS-AUDIT-DAYS-TEXT      PIC X(14).

       01 WS-CSV-AMOUNT-DISP      PIC ZZZZZZZZ9.99.
       01 WS-CSV-RESULT-DISP      PIC Z(10)9.99.
           05 WS-SUMMARY-ENTRY OCCURS 60 TIMES INDEXED BY SUM-IDX.
               10 WS-SUM-TYPE     PIC X(2).
               10 WS-SUM-MODE     PIC X(1).
               10 WS-SUM-SIDE     PIC X(1).
               10 WS-SUM-COUNT    PIC 9(7).
               10 WS-SUM-PRINCIPAL PIC 9(13)V99.
               10 WS-SUM-INTEREST PIC 9(13)V99.
       01 WS-XFOOT-INTEREST       PIC 9(13)V99.
       01 WS-XFOOT-COUNT-DISP     PIC Z,ZZZ,ZZ9.
       01 WS-XFOOT-INTEREST-DISP  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-XFOOT-CREDIT-INT     PIC 9(13)V99.
       01 WS-XFOOT-DEBIT-INT      PIC 9(13)V99.
       01 WS-XFOOT-CREDIT-DISP    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-XFOOT-DEBIT-DISP     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 10 TIMES INDEXED BY BR-IDX.
               10 WS-GLMAP-TYPE   PIC X(2).
               10 WS-GLMAP-EXPENSE PIC X(8).
               10 WS-GLMAP-LIABILITY PIC X(8).
               10 WS-GLMAP-RECEIVABLE PIC X(8).
               10 WS-GLMAP-INCOME PIC X(8).
       01 WS-GLMAP-COUNT          PIC 9(3) VALUE 0.
       01 WS-GLMAP-TABLE-MAX      PIC 9(3) VALUE 20.
       01 WS-GLMAP-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-GL-SUSPENSE-ACCT     PIC X(8) VALUE '99999999'.
       01 WS-GL-EXPENSE-USED      PIC X(8).
       01 WS-GL-LIABILITY-USED    PIC X(8).
       01 WS-GL-RECEIVABLE-USED   PIC X(8).
       01 WS-GL-INCOME-USED       PIC X(8).
       01 WS-GL-DEBIT-ACCT-USED   PIC X(8).
       01 WS-GL-CREDIT-ACCT-USED  PIC X(8).
       01 WS-GLTYPE-TABLE.
           05 WS-GLTYPE-ENTRY OCCURS 60 TIMES INDEXED BY GT-IDX.
               10 WS-GLTYPE-TYPE  PIC X(2).
               10 WS-GLTYPE-SIDE  PIC X(1).
               10 WS-GLTYPE-INTEREST PIC 9(13)V99.
       01 WS-GLTYPE-COUNT         PIC 9(3) VALUE 0.
       01 WS-GLTYPE-FOUND         PIC X VALUE 'N'.
       01 WS-GL-DETAIL-COUNT      PIC 9(7) VALUE 0.
       01 WS-GL-DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.
       01 WS-GL-CREDIT-INT-TOTAL  PIC 9(13)V99 VALUE 0.
       01 WS-GL-DEBIT-INT-TOTAL   PIC 9(13)V99 VALUE 0.
       01 WS-GL-AMOUNT-EDIT       PIC 9(12).99.
       01 WS-GL-TOTAL-EDIT        PIC 9(12).99.
       01 WS-GL-COUNT-EDIT        PIC 9(7).
       01 WS-RECLASS-TABLE.
           05 WS-RECLASS-ENTRY OCCURS 60 TIMES INDEXED BY RCL-IDX.
               10 WS-RECLASS-TYPE PIC X(2).
               10 WS-RECLASS-DIR  PIC X(1).
               10 WS-RECLASS-AMOUNT PIC 9(13)V99.
       01 WS-RECLASS-COUNT        PIC 9(3) VALUE 0.
       01 WS-RECLASS-TABLE-MAX    PIC 9(3) VALUE 60.
       01 WS-RECLASS-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-RECLASS-FOUND        PIC X VALUE 'N'.
       01 WS-RECLASS-WORK-TYPE    PIC X(2).
       01 WS-RECLASS-WORK-DIR     PIC X(1).
       01 WS-RECLASS-WORK-AMT     PIC 9(13)V99 VALUE 0.

       01 WS-RUNPARM-FILE-STATUS  PIC XX.
       01 WS-RUN-MODE             PIC X VALUE 'N'.
       01 WS-REMIT-TOTAL-TAX      PIC 9(13)V99 VALUE 0.
       01 WS-REMIT-TOTAL-DISP     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PAYINSTR-FILE-STATUS PIC XX.
       01 WS-PAYPARM-FILE-STATUS  PIC XX.
       01 WS-DISBURSE-FILE-STATUS PIC XX.
       01 WS-PAYREG-FILE-STATUS   PIC XX.
       01 WS-PAYOUT-COUNT         PIC 9(5) VALUE 0.
       01 WS-PAYOUT-TABLE.
           05 WS-PAYOUT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PAYOUT-COUNT
                   ASCENDING KEY IS WS-PAY-ACCT
                   INDEXED BY PAY-IDX.
               10 WS-PAY-ACCT     PIC X(10).
               10 WS-PAY-FREQUENCY PIC X(1).
               10 WS-PAY-ROUTING  PIC X(9).
               10 WS-PAY-DEST-ACCT PIC X(17).
               10 WS-PAY-DEST-TYPE PIC X(1).
               10 WS-PAY-EFF-DATE PIC 9(8).
               10 WS-PAY-PAYEE-NAME PIC X(22).
       01 WS-PAYOUT-TABLE-MAX     PIC 9(5) VALUE 50000.
       01 WS-PAYOUT-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-PAYINSTR-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-PAYOUT-ROW-VALID     PIC X VALUE 'Y'.
       01 WS-PAYOUT-EFF-WORK      PIC 9(8) VALUE 0.
       01 WS-ROUTING-WORK.
           05 WS-ROUTING-DIGIT    PIC 9(1) OCCURS 9 TIMES.
       01 WS-ROUTING-SUM          PIC 9(4) VALUE 0.
       01 WS-PAYOUT-LOOKUP-ACCT   PIC X(10).
       01 WS-PAYOUT-FOUND         PIC X VALUE 'N'.
       01 WS-PAYOUT-ACTIVE        PIC X VALUE 'N'.
       01 WS-PAYOUT-FREQ-USED     PIC X(1).
       01 WS-PAYOUT-ROUTING-USED  PIC X(9).
       01 WS-PAYOUT-DEST-USED     PIC X(17).
       01 WS-PAYOUT-TYPE-USED     PIC X(1).
       01 WS-PAYOUT-EFF-USED      PIC 9(8).
       01 WS-PAYOUT-NAME-USED     PIC X(22).
       01 WS-PAYOUT-HOLD-AMT      PIC S9(11)V99 VALUE 0.
       01 WS-PAYOUT-DUE           PIC X VALUE 'N'.
       01 WS-PAYOUT-INTERVAL      PIC 9(2) VALUE 1.
       01 WS-PAYOUT-MONTHS        PIC 9(5) VALUE 0.
       01 WS-PAYOUT-RUN-MM        PIC 9(2) VALUE 0.
       01 WS-PAYOUT-EFF-YYYY      PIC 9(4) VALUE 0.
       01 WS-PAYOUT-EFF-MM        PIC 9(2) VALUE 0.
       01 WS-PAYOUT-MASTER-OK     PIC X VALUE 'N'.
       01 WS-PAYOUT-HOLD-REASON   PIC X(30).
       01 WS-PAYOUT-AMT           PIC 9(11)V99 VALUE 0.
       01 WS-PAYOUT-MAX-AMT       PIC 9(11)V99 VALUE 99999999.99.
       01 WS-PAYOUT-AMT-DISP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PAYOUT-TRACE         PIC X(15).
       01 WS-PAYOUT-PAID-COUNT    PIC 9(7) VALUE 0.
       01 WS-PAYOUT-PAID-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-PAYOUT-HELD-COUNT    PIC 9(7) VALUE 0.
       01 WS-PAYOUT-HELD-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-PAYOUT-EXCP-COUNT    PIC 9(7) VALUE 0.
       01 WS-PAYOUT-COUNT-DISP    PIC Z,ZZZ,ZZ9.
       01 WS-PAYOUT-TOTAL-DISP    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PAY-CLEARING-GL      PIC X(8) VALUE '99999999'.
       01 WS-PAY-ORIGIN-DFI       PIC X(8) VALUE '00000000'.
       01 WS-PAY-COMPANY-ID       PIC X(10) VALUE SPACES.
       01 WS-PAY-COMPANY-NAME     PIC X(16) VALUE SPACES.
       01 WS-DISB-OPEN-FLAG       PIC X VALUE 'N'.
       01 WS-DISB-BATCH-OPEN      PIC X VALUE 'N'.
       01 WS-DISB-BATCH-NO        PIC 9(7) VALUE 0.
       01 WS-DISB-ENTRY-COUNT     PIC 9(6) VALUE 0.
       01 WS-DISB-RDFI            PIC 9(8) VALUE 0.
       01 WS-DISB-HASH-TOTAL      PIC 9(12) VALUE 0.
       01 WS-DISB-CREDIT-TOTAL    PIC 9(10)V99 VALUE 0.
       01 WS-DISB-HEADER.
           05 DH-RECORD-TYPE      PIC X(1).
           05 DH-SERVICE-CLASS    PIC X(3).
           05 DH-COMPANY-NAME     PIC X(16).
           05 DH-DISCRETIONARY    PIC X(20).
           05 DH-COMPANY-ID       PIC X(10).
           05 DH-SEC-CODE         PIC X(3).
           05 DH-ENTRY-DESC       PIC X(10).
           05 DH-DESC-DATE        PIC X(6).
           05 DH-EFFECTIVE-DATE   PIC X(6).
           05 DH-SETTLEMENT-DATE  PIC X(3).
           05 DH-ORIGINATOR-STATUS PIC X(1).
           05 DH-ORIGIN-DFI       PIC X(8).
           05 DH-BATCH-NO         PIC 9(7).
       01 WS-DISB-ENTRY.
           05 DE-RECORD-TYPE      PIC X(1).
           05 DE-TRAN-CODE        PIC X(2).
           05 DE-RDFI             PIC X(8).
           05 DE-CHECK-DIGIT      PIC X(1).
           05 DE-DFI-ACCOUNT      PIC X(17).
           05 DE-AMOUNT           PIC 9(8)V99.
           05 DE-INDIVIDUAL-ID    PIC X(15).
           05 DE-INDIVIDUAL-NAME  PIC X(22).
           05 DE-DISCRETIONARY    PIC X(2).
           05 DE-ADDENDA-IND      PIC X(1).
           05 DE-TRACE-DFI        PIC X(8).
           05 DE-TRACE-SEQ        PIC 9(7).
       01 WS-DISB-CONTROL.
           05 DC-RECORD-TYPE      PIC X(1).
           05 DC-SERVICE-CLASS    PIC X(3).
           05 DC-ENTRY-COUNT      PIC 9(6).
           05 DC-ENTRY-HASH       PIC 9(10).
           05 DC-DEBIT-TOTAL      PIC 9(10)V99.
           05 DC-CREDIT-TOTAL     PIC 9(10)V99.
           05 DC-COMPANY-ID       PIC X(10).
           05 DC-AUTH-CODE        PIC X(19).
           05 DC-RESERVED         PIC X(6).
           05 DC-ORIGIN-DFI       PIC X(8).
           05 DC-BATCH-NO         PIC 9(7).

       01 WS-VARIANCE-FILE-STATUS PIC XX.
       01 WS-VARIANCE-PCT-LIMIT   PIC 9(3) VALUE 25.
       01 WS-VARIANCE-ABS-LIMIT   PIC 9(7)V99 VALUE 1000.
       01 WS-CAPITALIZED-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-CAPITALIZED-TOT-DISP PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CAPITALIZE-AMT-DISP  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CAPITALIZE-AMT       PIC 9(11)V99 VALUE 0.
       01 WS-CAPITALIZED-DR-COUNT PIC 9(7) VALUE 0.
       01 WS-CAPITALIZED-DR-TOTAL PIC 9(11)V99 VALUE 0.

       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
       01 WS-MASTER-ON-FILE       PIC X VALUE 'N'.
       01 WS-MASTER-BAL-SAVE      PIC S9(11)V99 VALUE 0.
       01 WS-ACCT-STATUS-USED     PIC X VALUE 'A'.
       01 WS-YTD-FILE-STATUS      PIC XX.
       01 WS-YTD-OPEN-FLAG        PIC X VALUE 'N'.
       01 WS-YTD-UPDATED-COUNT    PIC 9(7) VALUE 0.
       01 WS-TXNHIST-FILE-STATUS  PIC XX.
       01 WS-TXNHIST-OPEN-FLAG    PIC X VALUE 'N'.
       01 WS-TXNHIST-WRITTEN      PIC X VALUE 'N'.
       01 WS-RUN-YEAR             PIC 9(4) VALUE 0.

       01 WS-RESUBMIT-FILE-STATUS PIC XX.
       01 WS-SKIPPED-FROZEN-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT-DISP   PIC Z,ZZZ,ZZ9.
       01 WS-SKIPPED-FROZEN-DISP  PIC Z,ZZZ,ZZ9.
       01 WS-SKIPPED-DORMANT-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-DORMANT-DISP PIC Z,ZZZ,ZZ9.

       01 WS-DORMPARM-FILE-STATUS PIC XX.
       01 WS-DORMPARM-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-DORM-RULE-TABLE.
           05 WS-DORM-RULE-ENTRY OCCURS 20 TIMES INDEXED BY DR-IDX.
               10 WS-DORM-RULE-TYPE PIC X(2).
               10 WS-DORM-RULE-ACCRUE PIC X(1).
       01 WS-DORM-RULE-COUNT      PIC 9(3) VALUE 0.
       01 WS-DORM-RULE-TABLE-MAX  PIC 9(3) VALUE 20.
       01 WS-DORM-RULE-OVERFLOW-WARNED PIC X VALUE 'N'.
       01 WS-DORM-RULE-FOUND      PIC X VALUE 'N'.
       01 WS-DORMANT-ACCRUE       PIC X VALUE 'Y'.
       01 WS-MASTER-POSTED-COUNT  PIC 9(7) VALUE 0.
       01 WS-MASTER-CREATED-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-POSTED-DISP   PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-DORMANCY-RULES

           PERFORM LOAD-PROCESSING-DATE
           PERFORM LOAD-PRODUCT-CATALOG
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
                  WS-RUN-DATE(1:4)
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-GL-MAP
           PERFORM LOAD-TAX-STATUS
           PERFORM LOAD-PAYOUT-INSTRUCTIONS
           PERFORM READ-CHECKPOINT
           IF WS-RESTART-POINT = 0
               PERFORM LOAD-PRIOR-EXTRACT
           END-IF

           PERFORM OPEN-MASTER-FILE
           IF WS-RUN-MODE = 'A' OR WS-PAYOUT-COUNT > 0
               PERFORM OPEN-ACCRUAL-FILE
           END-IF
           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-TXNHIST-FILE

           IF WS-RESTART-POINT = 0
               PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-REPORT-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM WRITE-GL-EXTRACT
           PERFORM WRITE-RECLASS-GL
           PERFORM WRITE-REMITTANCE-SUMMARY
           PERFORM RECONCILE-CONTROL-TOTALS
           PERFORM RECONCILE-RESUB-TOTALS
           IF WS-YTD-OPEN-FLAG = 'Y'
               CLOSE YTD-FILE
           END-IF
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               CLOSE TXNHIST-FILE
           END-IF

           PERFORM WRITE-VARIANCE-REPORT

           MOVE WS-RESULT TO WS-NET-INTEREST

           MOVE 'N' TO WS-TAX-FOUND
           IF WS-TAX-COUNT > 0 AND WS-INTEREST-SIDE NOT = 'D'
               SET TAX-IDX TO 1
               SEARCH ALL WS-TAX-ENTRY
                   AT END
               COMPUTE WS-NET-INTEREST =
                   WS-RESULT - WS-TAX-WITHHELD
               PERFORM ACCUMULATE-REMITTANCE
           ELSE
               IF WS-INTEREST-SIDE NOT = 'D'
                   MOVE WS-PRODUCT-TAX-USED TO WS-TAX-CODE-USED
               END-IF
           END-IF.

       LOAD-PAYOUT-INSTRUCTIONS.
           OPEN INPUT PAYINSTR-FILE
           IF WS-PAYINSTR-FILE-STATUS = '00'
               MOVE 'N' TO WS-PAYINSTR-EOF-FLAG
               PERFORM UNTIL WS-PAYINSTR-EOF-FLAG = 'Y'
                   READ PAYINSTR-FILE
                       AT END
                           MOVE 'Y' TO WS-PAYINSTR-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-PAYOUT-INSTRUCTION
                   END-READ
               END-PERFORM
               CLOSE PAYINSTR-FILE
               IF WS-PAYOUT-COUNT > 1
                   SORT WS-PAYOUT-ENTRY
                       ON ASCENDING KEY WS-PAY-ACCT
               END-IF
           END-IF
           IF WS-PAYOUT-COUNT > 0
               PERFORM LOAD-PAYOUT-PARAMETERS
           END-IF.

       STORE-PAYOUT-INSTRUCTION.
           IF WS-PAYOUT-COUNT >= WS-PAYOUT-TABLE-MAX
               IF WS-PAYOUT-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: PAYOUT INSTRUCTION TABLE HAS MORE "
                       "THAN " WS-PAYOUT-TABLE-MAX " ENTRIES - EXTRA "
                       "ROWS IGNORED"
                   PERFORM RAISE-WARNING-CONDITION
                   MOVE 'Y' TO WS-PAYOUT-OVERFLOW-WARNED
               END-IF
           ELSE
               PERFORM VALIDATE-PAYOUT-INSTRUCTION
               IF WS-PAYOUT-ROW-VALID = 'N'
                   DISPLAY "WARNING: INVALID PAYOUT INSTRUCTION FOR "
                       "ACCOUNT " PI-ACCT-NO " - ROW IGNORED"
                   PERFORM RAISE-WARNING-CONDITION
               ELSE
                   ADD 1 TO WS-PAYOUT-COUNT
                   SET PAY-IDX TO WS-PAYOUT-COUNT
                   MOVE PI-ACCT-NO TO WS-PAY-ACCT(PAY-IDX)
                   MOVE PI-FREQUENCY TO WS-PAY-FREQUENCY(PAY-IDX)
                   MOVE PI-ROUTING TO WS-PAY-ROUTING(PAY-IDX)
                   MOVE PI-DEST-ACCT TO WS-PAY-DEST-ACCT(PAY-IDX)
                   MOVE PI-DEST-TYPE TO WS-PAY-DEST-TYPE(PAY-IDX)
                   IF PI-DEST-TYPE = SPACE
                       MOVE 'C' TO WS-PAY-DEST-TYPE(PAY-IDX)
                   END-IF
                   MOVE WS-PAYOUT-EFF-WORK
                       TO WS-PAY-EFF-DATE(PAY-IDX)
                   MOVE PI-PAYEE-NAME TO WS-PAY-PAYEE-NAME(PAY-IDX)
               END-IF
           END-IF.

       VALIDATE-PAYOUT-INSTRUCTION.
           MOVE 'Y' TO WS-PAYOUT-ROW-VALID
           MOVE 0 TO WS-PAYOUT-EFF-WORK

           IF PI-ACCT-NO = SPACES OR PI-DEST-ACCT = SPACES
               MOVE 'N' TO WS-PAYOUT-ROW-VALID
           END-IF

           IF PI-FREQUENCY NOT = 'M' AND PI-FREQUENCY NOT = 'Q'
                   AND PI-FREQUENCY NOT = 'S'
                   AND PI-FREQUENCY NOT = 'A'
               MOVE 'N' TO WS-PAYOUT-ROW-VALID
           END-IF

           IF PI-DEST-TYPE NOT = SPACE AND PI-DEST-TYPE NOT = 'C'
                   AND PI-DEST-TYPE NOT = 'S'
               MOVE 'N' TO WS-PAYOUT-ROW-VALID
           END-IF

           IF PI-EFF-DATE IS NUMERIC
               MOVE PI-EFF-DATE TO WS-PAYOUT-EFF-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAYOUT-EFF-WORK)
                       NOT = 0
                   MOVE 'N' TO WS-PAYOUT-ROW-VALID
               END-IF
           ELSE
               MOVE 'N' TO WS-PAYOUT-ROW-VALID
           END-IF

           IF PI-ROUTING IS NUMERIC
               MOVE PI-ROUTING TO WS-ROUTING-WORK
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                        + WS-ROUTING-DIGIT(7))
                   + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                        + WS-ROUTING-DIGIT(8))
                   + WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                   + WS-ROUTING-DIGIT(9)
               IF FUNCTION MOD(WS-ROUTING-SUM, 10) NOT = 0
                   MOVE 'N' TO WS-PAYOUT-ROW-VALID
               END-IF
           ELSE
               MOVE 'N' TO WS-PAYOUT-ROW-VALID
           END-IF.

       LOAD-PAYOUT-PARAMETERS.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-PAY-CLEARING-GL
           OPEN INPUT PAYPARM-FILE
           IF WS-PAYPARM-FILE-STATUS = '00'
               READ PAYPARM-FILE
                   NOT AT END
                       IF PP-CLEARING-GL NOT = SPACES
                           MOVE PP-CLEARING-GL TO WS-PAY-CLEARING-GL
                       END-IF
                       IF PP-ORIGIN-DFI IS NUMERIC
                           MOVE PP-ORIGIN-DFI TO WS-PAY-ORIGIN-DFI
                       END-IF
                       MOVE PP-COMPANY-ID TO WS-PAY-COMPANY-ID
                       MOVE PP-COMPANY-NAME TO WS-PAY-COMPANY-NAME
               END-READ
               CLOSE PAYPARM-FILE
           END-IF
           IF WS-PAY-CLEARING-GL = WS-GL-SUSPENSE-ACCT
               DISPLAY "WARNING: NO CASH CLEARING GL ACCOUNT IN "
                       "PAYOUT PARAMETERS - PAYOUT INTEREST POSTED "
                       "TO SUSPENSE ACCOUNT"
               PERFORM RAISE-WARNING-CONDITION
           END-IF.

       LOOKUP-PAYOUT-INSTRUCTION.
           MOVE 'N' TO WS-PAYOUT-FOUND
           MOVE 'N' TO WS-PAYOUT-ACTIVE
           IF WS-PAYOUT-COUNT > 0
               SET PAY-IDX TO 1
               SEARCH ALL WS-PAYOUT-ENTRY
                   AT END
                       MOVE 'N' TO WS-PAYOUT-FOUND
                   WHEN WS-PAY-ACCT(PAY-IDX) = WS-PAYOUT-LOOKUP-ACCT
                       MOVE 'Y' TO WS-PAYOUT-FOUND
                       MOVE WS-PAY-FREQUENCY(PAY-IDX)
                           TO WS-PAYOUT-FREQ-USED
                       MOVE WS-PAY-ROUTING(PAY-IDX)
                           TO WS-PAYOUT-ROUTING-USED
                       MOVE WS-PAY-DEST-ACCT(PAY-IDX)
                           TO WS-PAYOUT-DEST-USED
                       MOVE WS-PAY-DEST-TYPE(PAY-IDX)
                           TO WS-PAYOUT-TYPE-USED
                       MOVE WS-PAY-EFF-DATE(PAY-IDX)
                           TO WS-PAYOUT-EFF-USED
                       MOVE WS-PAY-PAYEE-NAME(PAY-IDX)
                           TO WS-PAYOUT-NAME-USED
               END-SEARCH
           END-IF
           IF WS-PAYOUT-FOUND = 'Y'
                   AND WS-PAYOUT-EFF-USED <= WS-RUN-DATE
               MOVE 'Y' TO WS-PAYOUT-ACTIVE
           END-IF.

       ACCUMULATE-REMITTANCE.

           COMPUTE WS-STAT-COUNT-EDIT =
               WS-SKIPPED-CLOSED-COUNT + WS-SKIPPED-FROZEN-COUNT
               + WS-SKIPPED-DORMANT-COUNT
           MOVE SPACES TO RUNSTATS-RECORD
           STRING "RECORDS-SKIPPED=" DELIMITED BY SIZE
                  WS-STAT-COUNT-EDIT DELIMITED BY SIZE
           END-STRING
           WRITE RUNSTATS-RECORD

           MOVE WS-TOTAL-CREDIT-INT TO WS-STAT-AMOUNT-EDIT
           MOVE SPACES TO RUNSTATS-RECORD
           STRING "CREDIT-INTEREST=" DELIMITED BY SIZE
                  WS-STAT-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO RUNSTATS-RECORD
           END-STRING
           WRITE RUNSTATS-RECORD

           MOVE WS-TOTAL-DEBIT-INT TO WS-STAT-AMOUNT-EDIT
           MOVE SPACES TO RUNSTATS-RECORD
           STRING "DEBIT-INTEREST=" DELIMITED BY SIZE
                  WS-STAT-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO RUNSTATS-RECORD
           END-STRING
           WRITE RUNSTATS-RECORD

           MOVE SPACES TO RUNSTATS-RECORD
           STRING "START-TIME=" DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE

       CALCULATE-DAILY-ACCRUAL.
           MOVE 'N' TO WS-CALC-OVERFLOW
           PERFORM DETERMINE-ACCRUAL-DAYS
           COMPUTE WS-RESULT ROUNDED =
               WS-INPUT-AMOUNT * WS-RATE-USED * WS-ACCRUAL-DAYS
               / WS-DAYS-PER-YEAR
               ON SIZE ERROR
                   MOVE 'Y' TO WS-CALC-OVERFLOW
           END-COMPUTE
           MOVE WS-ACCRUAL-DAYS TO WS-ACCRUAL-DAYS-DISP.

       DETERMINE-ACCRUAL-DAYS.
           MOVE 1 TO WS-ACCRUAL-DAYS
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               MOVE IR-ACCT-NO TO ACL-ACCT-NO
               READ ACCRUAL-FILE
                   INVALID KEY
                       MOVE 1 TO WS-ACCRUAL-DAYS
                   NOT INVALID KEY
                       IF ACL-LAST-ACCRUED IS NUMERIC
                               AND ACL-LAST-ACCRUED > 0
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (ACL-LAST-ACCRUED) = 0
                               IF ACL-LAST-ACCRUED >= WS-RUN-DATE
                                   MOVE 0 TO WS-ACCRUAL-DAYS
                               ELSE
                                   COMPUTE WS-ACCRUAL-DAYS =
                                       FUNCTION INTEGER-OF-DATE
                                           (WS-RUN-DATE)
                                       - FUNCTION INTEGER-OF-DATE
                                           (ACL-LAST-ACCRUED)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

       ADVANCE-SKIPPED-ACCRUAL.
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               MOVE IR-ACCT-NO TO ACL-ACCT-NO
               READ ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACL-LAST-ACCRUED IS NOT NUMERIC
                               OR ACL-LAST-ACCRUED < WS-RUN-DATE
                           MOVE WS-RUN-DATE TO ACL-LAST-ACCRUED
                           REWRITE ACCRUAL-RECORD
                           IF WS-ACCRUAL-FILE-STATUS NOT = '00'
                               DISPLAY "WARNING: ACCRUAL DATE NOT "
                                       "ADVANCED FOR SKIPPED ACCOUNT "
                                       IR-ACCT-NO " - STATUS "
                                       WS-ACCRUAL-FILE-STATUS
                               PERFORM RAISE-WARNING-CONDITION
                           END-IF
                       END-IF
               END-READ
           END-IF.

       POST-TO-ACCRUAL.
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
                       MOVE SPACES TO ACCRUAL-RECORD
                       MOVE IR-ACCT-NO TO ACL-ACCT-NO
                       MOVE IR-ACCT-TYPE TO ACL-ACCT-TYPE
                       MOVE WS-POST-AMOUNT TO ACL-ACCRUED
                       MOVE WS-RUN-DATE TO ACL-LAST-ACCRUED
                       MOVE WS-INTEREST-SIDE TO ACL-INT-SIDE
                       WRITE ACCRUAL-RECORD
                       ADD 1 TO WS-ACCRUED-COUNT
                       IF WS-ACCRUAL-FILE-STATUS = '00'
                               AND WS-POST-AMOUNT NOT = 0
                           PERFORM WRITE-INTEREST-TXN
                       END-IF
                   NOT INVALID KEY
                       IF ACL-LAST-ACCRUED = WS-RUN-DATE
                           ADD 1 TO WS-ACCRUED-COUNT
                       ELSE
                           PERFORM CHECK-ACCRUAL-SIDE
                           ADD WS-POST-AMOUNT TO ACL-ACCRUED
                           MOVE WS-RUN-DATE TO ACL-LAST-ACCRUED
                           REWRITE ACCRUAL-RECORD
                           ADD 1 TO WS-ACCRUED-COUNT
                           IF WS-ACCRUAL-FILE-STATUS = '00'
                                   AND WS-RECLASS-WORK-AMT > 0
                               PERFORM ACCUMULATE-RECLASS
                           END-IF
                           IF WS-ACCRUAL-FILE-STATUS = '00'
                                   AND WS-POST-AMOUNT NOT = 0
                               PERFORM WRITE-INTEREST-TXN
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CHECK-ACCRUAL-SIDE.
           MOVE 0 TO WS-RECLASS-WORK-AMT
           MOVE ACL-ACCT-TYPE TO WS-RECLASS-WORK-TYPE
           IF ACL-ACCRUED > 0
               IF ACL-INT-SIDE = 'P' AND WS-INTEREST-SIDE NOT = 'P'
                   MOVE 'L' TO WS-RECLASS-WORK-DIR
                   MOVE ACL-ACCRUED TO WS-RECLASS-WORK-AMT
               END-IF
               IF ACL-INT-SIDE NOT = 'P' AND WS-INTEREST-SIDE = 'P'
                   MOVE 'P' TO WS-RECLASS-WORK-DIR
                   MOVE ACL-ACCRUED TO WS-RECLASS-WORK-AMT
               END-IF
           END-IF
           MOVE WS-INTEREST-SIDE TO ACL-INT-SIDE.

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE
           IF WS-YTD-FILE-STATUS = '35'
               END-READ
           END-IF.

       OPEN-TXNHIST-FILE.
           OPEN I-O TXNHIST-FILE
           IF WS-TXNHIST-FILE-STATUS = '35'
               OPEN OUTPUT TXNHIST-FILE
               CLOSE TXNHIST-FILE
               OPEN I-O TXNHIST-FILE
           END-IF
           IF WS-TXNHIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TXNHIST-OPEN-FLAG
           ELSE
               MOVE 'N' TO WS-TXNHIST-OPEN-FLAG
               DISPLAY "WARNING: TRANSACTION HISTORY OPEN FAILED - "
                       "STATUS " WS-TXNHIST-FILE-STATUS
                       " - HISTORY NOT RECORDED THIS RUN"
               PERFORM RAISE-WARNING-CONDITION
           END-IF.

       WRITE-TXN-HISTORY.
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               MOVE WS-RUN-DATE TO TH-POST-DATE
               MOVE WS-RUN-TIME(1:6) TO TH-POST-TIME
               MOVE "INTCALC " TO TH-SOURCE
               MOVE 0 TO TH-SEQ-NO
               MOVE 'N' TO WS-TXNHIST-WRITTEN
               PERFORM UNTIL WS-TXNHIST-WRITTEN = 'Y'
                   ADD 1 TO TH-SEQ-NO
                   WRITE TXNHIST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-TXNHIST-FILE-STATUS NOT = '22'
                           OR TH-SEQ-NO = 99999
                       MOVE 'Y' TO WS-TXNHIST-WRITTEN
                   END-IF
               END-PERFORM
               IF WS-TXNHIST-FILE-STATUS NOT = '00'
                   DISPLAY "WARNING: TRANSACTION HISTORY WRITE FAILED "
                           "FOR " TH-ACCT-NO " - STATUS "
                           WS-TXNHIST-FILE-STATUS
                   PERFORM RAISE-WARNING-CONDITION
               END-IF
           END-IF.

       WRITE-OPENING-TXN.
           MOVE SPACES TO TXNHIST-RECORD
           MOVE IR-ACCT-NO TO TH-ACCT-NO
           MOVE "OB" TO TH-TXN-TYPE
           COMPUTE TH-NET = MST-BALANCE - WS-POST-AMOUNT
           MOVE TH-NET TO TH-GROSS
           MOVE 0 TO TH-TAX
           MOVE TH-NET TO TH-RUNNING-BAL
           MOVE 'Y' TO TH-BALANCE-IND
           MOVE "OPENING BALANCE" TO TH-DESCRIPTION
           PERFORM WRITE-TXN-HISTORY.

       WRITE-INTEREST-TXN.
           MOVE SPACES TO TXNHIST-RECORD
           MOVE IR-ACCT-NO TO TH-ACCT-NO
           IF WS-INTEREST-SIDE = 'D'
               COMPUTE TH-GROSS = 0 - WS-RESULT
               MOVE 0 TO TH-TAX
           ELSE
               MOVE WS-RESULT TO TH-GROSS
               MOVE WS-TAX-WITHHELD TO TH-TAX
           END-IF
           MOVE WS-POST-AMOUNT TO TH-NET
           IF WS-RUN-MODE = 'A' OR WS-INTEREST-SIDE = 'P'
               MOVE WS-MASTER-BAL-SAVE TO TH-RUNNING-BAL
               MOVE 'N' TO TH-BALANCE-IND
               EVALUATE WS-INTEREST-SIDE
                   WHEN 'D'
                       MOVE "DA" TO TH-TXN-TYPE
                       MOVE "DEBIT INTEREST ACCRUED"
                           TO TH-DESCRIPTION
                   WHEN 'P'
                       MOVE "IH" TO TH-TXN-TYPE
                       MOVE "INTEREST HELD FOR PAYOUT"
                           TO TH-DESCRIPTION
                   WHEN OTHER
                       MOVE "IA" TO TH-TXN-TYPE
                       MOVE "INTEREST ACCRUED" TO TH-DESCRIPTION
               END-EVALUATE
           ELSE
               MOVE MST-BALANCE TO TH-RUNNING-BAL
               MOVE 'Y' TO TH-BALANCE-IND
               IF WS-INTEREST-SIDE = 'D'
                   MOVE "DP" TO TH-TXN-TYPE
                   MOVE "DEBIT INTEREST CHARGED" TO TH-DESCRIPTION
               ELSE
                   MOVE "IP" TO TH-TXN-TYPE
                   MOVE "INTEREST POSTED" TO TH-DESCRIPTION
               END-IF
           END-IF
           PERFORM WRITE-TXN-HISTORY.

       RUN-SIMULATION.
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-PROPOSED-RATE-TABLE
               PERFORM CHECK-ACCOUNT-STATUS
               IF WS-ACCT-STATUS-USED = 'C'
                       OR WS-ACCT-STATUS-USED = 'F'
                       OR (WS-ACCT-STATUS-USED = 'D'
                           AND WS-DORMANT-ACCRUE = 'N')
                   ADD 1 TO WS-SIM-SKIP-COUNT
               ELSE
                   PERFORM LOOKUP-RATE
           MOVE SPACES TO CAPITAL-REPORT-RECORD
           WRITE CAPITAL-REPORT-RECORD

           PERFORM LOAD-PAYOUT-INSTRUCTIONS
           PERFORM OPEN-PAYOUT-FILES

           PERFORM OPEN-MASTER-FILE
           PERFORM OPEN-ACCRUAL-FILE
           PERFORM OPEN-TXNHIST-FILE

           IF WS-MASTER-OPEN-FLAG = 'Y'
                   AND WS-ACCRUAL-OPEN-FLAG = 'Y'
           END-STRING
           WRITE CAPITAL-REPORT-RECORD

           MOVE WS-CAPITALIZED-DR-COUNT TO WS-CAPITALIZED-CNT-DISP
           MOVE WS-CAPITALIZED-DR-TOTAL TO WS-CAPITALIZED-TOT-DISP
           MOVE SPACES TO CAPITAL-REPORT-RECORD
           STRING "ACCOUNTS CHARGED DEBIT INTEREST: "
                  DELIMITED BY SIZE
                  WS-CAPITALIZED-CNT-DISP DELIMITED BY SIZE
                  INTO CAPITAL-REPORT-RECORD
           END-STRING
           WRITE CAPITAL-REPORT-RECORD

           MOVE SPACES TO CAPITAL-REPORT-RECORD
           STRING "TOTAL DEBIT INTEREST CHARGED: " DELIMITED BY SIZE
                  WS-CAPITALIZED-TOT-DISP DELIMITED BY SIZE
                  INTO CAPITAL-REPORT-RECORD
           END-STRING
           WRITE CAPITAL-REPORT-RECORD

           MOVE WS-PAYOUT-PAID-COUNT TO WS-CAPITALIZED-CNT-DISP
           MOVE WS-PAYOUT-PAID-TOTAL TO WS-CAPITALIZED-TOT-DISP
           MOVE SPACES TO CAPITAL-REPORT-RECORD
           STRING "ACCOUNTS PAID OUT: " DELIMITED BY SIZE
                  WS-CAPITALIZED-CNT-DISP DELIMITED BY SIZE
                  INTO CAPITAL-REPORT-RECORD
           END-STRING
           WRITE CAPITAL-REPORT-RECORD

           MOVE SPACES TO CAPITAL-REPORT-RECORD
           STRING "TOTAL INTEREST PAID OUT: " DELIMITED BY SIZE
                  WS-CAPITALIZED-TOT-DISP DELIMITED BY SIZE
                  INTO CAPITAL-REPORT-RECORD
           END-STRING
           WRITE CAPITAL-REPORT-RECORD

           MOVE WS-PAYOUT-HELD-COUNT TO WS-CAPITALIZED-CNT-DISP
           MOVE WS-PAYOUT-HELD-TOTAL TO WS-CAPITALIZED-TOT-DISP
           MOVE SPACES TO CAPITAL-REPORT-RECORD
           STRING "ACCOUNTS HELD FOR PAYOUT: " DELIMITED BY SIZE
                  WS-CAPITALIZED-CNT-DISP DELIMITED BY SIZE
                  INTO CAPITAL-REPORT-RECORD
           END-STRING
           WRITE CAPITAL-REPORT-RECORD

           MOVE SPACES TO CAPITAL-REPORT-RECORD
           STRING "TOTAL INTEREST HELD FOR PAYOUT: " DELIMITED BY SIZE
                  WS-CAPITALIZED-TOT-DISP DELIMITED BY SIZE
                  INTO CAPITAL-REPORT-RECORD
           END-STRING
           WRITE CAPITAL-REPORT-RECORD

           PERFORM CLOSE-PAYOUT-FILES
           PERFORM WRITE-RECLASS-GL

           CLOSE CAPITAL-REPORT-FILE
           IF WS-MASTER-OPEN-FLAG = 'Y'
               CLOSE MASTER-FILE
           END-IF
           IF WS-ACCRUAL-OPEN-FLAG = 'Y'
               CLOSE ACCRUAL-FILE
           END-IF
           IF WS-TXNHIST-OPEN-FLAG = 'Y'
               CLOSE TXNHIST-FILE
           END-IF.

       CAPITALIZE-ACCRUALS.
           END-PERFORM.

       CAPITALIZE-ONE-ACCOUNT.
           IF ACL-ACCRUED NOT = 0
               MOVE 'N' TO WS-PAYOUT-ACTIVE
               IF ACL-ACCRUED > 0
                   MOVE ACL-ACCT-NO TO WS-PAYOUT-LOOKUP-ACCT
                   PERFORM LOOKUP-PAYOUT-INSTRUCTION
               END-IF
               IF WS-PAYOUT-ACTIVE = 'Y'
                   PERFORM PAYOUT-ONE-ACCOUNT
               ELSE
                   PERFORM CAPITALIZE-TO-BALANCE
               END-IF
           END-IF.

       CAPITALIZE-TO-BALANCE.
           MOVE ACL-ACCT-NO TO MST-ACCT-NO
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MASTER-RECORD
                   MOVE ACL-ACCT-NO TO MST-ACCT-NO
                   MOVE ACL-ACCT-TYPE TO MST-ACCT-TYPE
                   MOVE ACL-ACCRUED TO MST-BALANCE
                   MOVE ACL-ACCRUED TO MST-ACCRUED-INT
                   MOVE WS-RUN-DATE TO MST-LAST-POSTED
                   MOVE 'A' TO MST-STATUS
                   MOVE WS-RUN-DATE TO MST-OPEN-DATE
                   MOVE 0 TO MST-MATURITY-DATE
                   MOVE 0 TO MST-TERM-MONTHS
                   MOVE 0 TO MST-TERM-INT-BASE
                   WRITE MASTER-RECORD
               NOT INVALID KEY
                   ADD ACL-ACCRUED TO MST-BALANCE
                   ADD ACL-ACCRUED TO MST-ACCRUED-INT
                   MOVE WS-RUN-DATE TO MST-LAST-POSTED
                   REWRITE MASTER-RECORD
           END-READ
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE SPACES TO TXNHIST-RECORD
               MOVE ACL-ACCT-NO TO TH-ACCT-NO
               MOVE ACL-ACCRUED TO TH-GROSS
               MOVE 0 TO TH-TAX
               MOVE ACL-ACCRUED TO TH-NET
               MOVE MST-BALANCE TO TH-RUNNING-BAL
               MOVE 'Y' TO TH-BALANCE-IND
               IF ACL-ACCRUED < 0
                   MOVE "CD" TO TH-TXN-TYPE
                   MOVE "DEBIT INTEREST CAPITALIZED" TO TH-DESCRIPTION
               ELSE
                   MOVE "CI" TO TH-TXN-TYPE
                   MOVE "INTEREST CAPITALIZED" TO TH-DESCRIPTION
               END-IF
               PERFORM WRITE-TXN-HISTORY
           END-IF

           MOVE SPACES TO CAPITAL-REPORT-RECORD
           IF ACL-ACCRUED < 0
               COMPUTE WS-CAPITALIZE-AMT = 0 - ACL-ACCRUED
               MOVE WS-CAPITALIZE-AMT TO WS-CAPITALIZE-AMT-DISP
               STRING "ACCOUNT: " DELIMITED BY SIZE
                      ACL-ACCT-NO DELIMITED BY SIZE
                      "  DEBIT INTEREST CHARGED: "
                      DELIMITED BY SIZE
                      WS-CAPITALIZE-AMT-DISP DELIMITED BY SIZE
                      INTO CAPITAL-REPORT-RECORD
               END-STRING
               ADD 1 TO WS-CAPITALIZED-DR-COUNT
               ADD WS-CAPITALIZE-AMT TO WS-CAPITALIZED-DR-TOTAL
           ELSE
               MOVE ACL-ACCRUED TO WS-CAPITALIZE-AMT
               MOVE WS-CAPITALIZE-AMT TO WS-CAPITALIZE-AMT-DISP
               STRING "ACCOUNT: " DELIMITED BY SIZE
                      ACL-ACCT-NO DELIMITED BY SIZE
                      "  CAPITALIZED: " DELIMITED BY SIZE
                      WS-CAPITALIZE-AMT-DISP DELIMITED BY SIZE
                      INTO CAPITAL-REPORT-RECORD
               END-STRING
               ADD 1 TO WS-CAPITALIZED-COUNT
               ADD WS-CAPITALIZE-AMT TO WS-CAPITALIZED-TOTAL
           END-IF
           WRITE CAPITAL-REPORT-RECORD

           MOVE 0 TO WS-RECLASS-WORK-AMT
           IF ACL-ACCRUED > 0 AND ACL-INT-SIDE = 'P'
               MOVE ACL-ACCT-TYPE TO WS-RECLASS-WORK-TYPE
               MOVE 'L' TO WS-RECLASS-WORK-DIR
               MOVE ACL-ACCRUED TO WS-RECLASS-WORK-AMT
           END-IF
           MOVE 0 TO ACL-ACCRUED
           MOVE WS-RUN-DATE TO ACL-LAST-ACCRUED
           MOVE SPACE TO ACL-INT-SIDE
           REWRITE ACCRUAL-RECORD
           IF WS-ACCRUAL-FILE-STATUS = '00'
                   AND WS-RECLASS-WORK-AMT > 0
               PERFORM ACCUMULATE-RECLASS
           END-IF.

       PAYOUT-ONE-ACCOUNT.
           MOVE ACL-ACCRUED TO WS-PAYOUT-AMT
           PERFORM CHECK-PAYOUT-DUE
           MOVE 'N' TO WS-PAYOUT-MASTER-OK
           MOVE SPACES TO WS-PAYOUT-HOLD-REASON
           MOVE ACL-ACCT-NO TO MST-ACCT-NO
           READ MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER FILE"
                       TO WS-PAYOUT-HOLD-REASON
               NOT INVALID KEY
                   EVALUATE MST-STATUS
                       WHEN 'C'
                           MOVE "ACCOUNT CLOSED"
                               TO WS-PAYOUT-HOLD-REASON
                       WHEN 'F'
                           MOVE "ACCOUNT FROZEN"
                               TO WS-PAYOUT-HOLD-REASON
                       WHEN 'D'
                           MOVE "ACCOUNT DORMANT"
                               TO WS-PAYOUT-HOLD-REASON
                       WHEN OTHER
                           MOVE 'Y' TO WS-PAYOUT-MASTER-OK
                   END-EVALUATE
           END-READ
           IF WS-PAYOUT-MASTER-OK = 'Y'
               IF WS-DISB-OPEN-FLAG = 'N'
                   MOVE 'N' TO WS-PAYOUT-MASTER-OK
                   MOVE "DISBURSEMENT FILE NOT AVAILABLE"
                       TO WS-PAYOUT-HOLD-REASON
               ELSE
                   IF WS-PAYOUT-AMT > WS-PAYOUT-MAX-AMT
                       MOVE 'N' TO WS-PAYOUT-MASTER-OK
                       MOVE "AMOUNT EXCEEDS PAYMENT LIMIT"
                           TO WS-PAYOUT-HOLD-REASON
                   END-IF
               END-IF
           END-IF

           MOVE WS-PAYOUT-AMT TO WS-CAPITALIZE-AMT-DISP
           MOVE SPACES TO CAPITAL-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-PAYOUT-DUE = 'N'
                   MOVE "NOT DUE THIS MONTH" TO WS-PAYOUT-HOLD-REASON
                   ADD 1 TO WS-PAYOUT-HELD-COUNT
                   ADD WS-PAYOUT-AMT TO WS-PAYOUT-HELD-TOTAL
                   PERFORM WRITE-PAYOUT-HELD-LINE
                   STRING "ACCOUNT: " DELIMITED BY SIZE
                          ACL-ACCT-NO DELIMITED BY SIZE
                          "  HELD FOR PAYOUT: " DELIMITED BY SIZE
                          WS-CAPITALIZE-AMT-DISP DELIMITED BY SIZE
                          INTO CAPITAL-REPORT-RECORD
                   END-STRING
                   WRITE CAPITAL-REPORT-RECORD
               WHEN WS-PAYOUT-MASTER-OK = 'N'
                   DISPLAY "WARNING: INTEREST PAYOUT HELD FOR ACCOUNT "
                           ACL-ACCT-NO " - " WS-PAYOUT-HOLD-REASON
                   PERFORM RAISE-WARNING-CONDITION
                   ADD 1 TO WS-PAYOUT-HELD-COUNT
                   ADD 1 TO WS-PAYOUT-EXCP-COUNT
                   ADD WS-PAYOUT-AMT TO WS-PAYOUT-HELD-TOTAL
                   PERFORM WRITE-PAYOUT-HELD-LINE
                   STRING "ACCOUNT: " DELIMITED BY SIZE
                          ACL-ACCT-NO DELIMITED BY SIZE
                          "  PAYOUT HELD: " DELIMITED BY SIZE
                          WS-CAPITALIZE-AMT-DISP DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-PAYOUT-HOLD-REASON DELIMITED BY SIZE
                          INTO CAPITAL-REPORT-RECORD
                   END-STRING
                   WRITE CAPITAL-REPORT-RECORD
               WHEN OTHER
                   PERFORM WRITE-DISBURSEMENT-ENTRY
                   MOVE SPACES TO TXNHIST-RECORD
                   MOVE ACL-ACCT-NO TO TH-ACCT-NO
                   MOVE "PO" TO TH-TXN-TYPE
                   COMPUTE TH-GROSS = 0 - WS-PAYOUT-AMT
                   MOVE 0 TO TH-TAX
                   MOVE TH-GROSS TO TH-NET
                   MOVE MST-BALANCE TO TH-RUNNING-BAL
                   MOVE 'N' TO TH-BALANCE-IND
                   MOVE "INTEREST PAID OUT" TO TH-DESCRIPTION
                   PERFORM WRITE-TXN-HISTORY
                   ADD 1 TO WS-PAYOUT-PAID-COUNT
                   ADD WS-PAYOUT-AMT TO WS-PAYOUT-PAID-TOTAL
                   PERFORM WRITE-PAYOUT-PAID-LINE
                   STRING "ACCOUNT: " DELIMITED BY SIZE
                          ACL-ACCT-NO DELIMITED BY SIZE
                          "  PAID OUT: " DELIMITED BY SIZE
                          WS-CAPITALIZE-AMT-DISP DELIMITED BY SIZE
                          "  TRACE: " DELIMITED BY SIZE
                          WS-PAYOUT-TRACE DELIMITED BY SIZE
                          INTO CAPITAL-REPORT-RECORD
                   END-STRING
                   WRITE CAPITAL-REPORT-RECORD
                   MOVE 0 TO WS-RECLASS-WORK-AMT
                   IF ACL-INT-SIDE NOT = 'P'
                       MOVE ACL-ACCT-TYPE TO WS-RECLASS-WORK-TYPE
                       MOVE 'P' TO WS-RECLASS-WORK-DIR
                       MOVE WS-PAYOUT-AMT TO WS-RECLASS-WORK-AMT
                   END-IF
                   MOVE 0 TO ACL-ACCRUED
                   MOVE WS-RUN-DATE TO ACL-LAST-ACCRUED
                   MOVE SPACE TO ACL-INT-SIDE
                   REWRITE ACCRUAL-RECORD
                   IF WS-ACCRUAL-FILE-STATUS = '00'
                           AND WS-RECLASS-WORK-AMT > 0
                       PERFORM ACCUMULATE-RECLASS
                   END-IF
           END-EVALUATE.

       CHECK-PAYOUT-DUE.
           EVALUATE WS-PAYOUT-FREQ-USED
               WHEN 'Q'
                   MOVE 3 TO WS-PAYOUT-INTERVAL
               WHEN 'S'
                   MOVE 6 TO WS-PAYOUT-INTERVAL
               WHEN 'A'
                   MOVE 12 TO WS-PAYOUT-INTERVAL
               WHEN OTHER
                   MOVE 1 TO WS-PAYOUT-INTERVAL
           END-EVALUATE
           MOVE WS-RUN-DATE(5:2) TO WS-PAYOUT-RUN-MM
           MOVE WS-PAYOUT-EFF-USED(1:4) TO WS-PAYOUT-EFF-YYYY
           MOVE WS-PAYOUT-EFF-USED(5:2) TO WS-PAYOUT-EFF-MM
           COMPUTE WS-PAYOUT-MONTHS =
               (WS-RUN-YEAR * 12 + WS-PAYOUT-RUN-MM)
               - (WS-PAYOUT-EFF-YYYY * 12 + WS-PAYOUT-EFF-MM)
           IF FUNCTION MOD(WS-PAYOUT-MONTHS, WS-PAYOUT-INTERVAL) = 0
               MOVE 'Y' TO WS-PAYOUT-DUE
           ELSE
               MOVE 'N' TO WS-PAYOUT-DUE
           END-IF.

       OPEN-PAYOUT-FILES.
           MOVE WS-RUN-TIME(1:7) TO WS-DISB-BATCH-NO
           OPEN OUTPUT PAYREG-FILE
           PERFORM WRITE-PAYOUT-REGISTER-HEADER
           IF WS-PAYOUT-COUNT > 0
               OPEN EXTEND DISBURSE-FILE
               IF WS-DISBURSE-FILE-STATUS = '35'
                   OPEN OUTPUT DISBURSE-FILE
               END-IF
               IF WS-DISBURSE-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-DISB-OPEN-FLAG
               ELSE
                   MOVE 'N' TO WS-DISB-OPEN-FLAG
                   DISPLAY "WARNING: DISBURSEMENT FILE OPEN FAILED - "
                           "STATUS " WS-DISBURSE-FILE-STATUS
                           " - INTEREST PAYOUTS HELD THIS RUN"
                   PERFORM RAISE-WARNING-CONDITION
               END-IF
           END-IF.

       CLOSE-PAYOUT-FILES.
           IF WS-DISB-BATCH-OPEN = 'Y'
               PERFORM WRITE-DISBURSEMENT-CONTROL
           END-IF
           IF WS-DISB-OPEN-FLAG = 'Y'
               CLOSE DISBURSE-FILE
           END-IF
           PERFORM WRITE-PAYOUT-REGISTER-TRAILER
           CLOSE PAYREG-FILE.

       WRITE-DISBURSEMENT-HEADER.
           MOVE SPACES TO WS-DISB-HEADER
           MOVE '5' TO DH-RECORD-TYPE
           MOVE '220' TO DH-SERVICE-CLASS
           MOVE WS-PAY-COMPANY-NAME TO DH-COMPANY-NAME
           MOVE WS-PAY-COMPANY-ID TO DH-COMPANY-ID
           MOVE 'PPD' TO DH-SEC-CODE
           MOVE 'INTEREST' TO DH-ENTRY-DESC
           MOVE WS-RUN-DATE(3:6) TO DH-EFFECTIVE-DATE
           MOVE '1' TO DH-ORIGINATOR-STATUS
           MOVE WS-PAY-ORIGIN-DFI TO DH-ORIGIN-DFI
           MOVE WS-DISB-BATCH-NO TO DH-BATCH-NO
           MOVE WS-DISB-HEADER TO DISBURSE-RECORD
           WRITE DISBURSE-RECORD
           MOVE 'Y' TO WS-DISB-BATCH-OPEN
           MOVE 0 TO WS-DISB-ENTRY-COUNT
           MOVE 0 TO WS-DISB-HASH-TOTAL
           MOVE 0 TO WS-DISB-CREDIT-TOTAL.

       WRITE-DISBURSEMENT-ENTRY.
           IF WS-DISB-BATCH-OPEN = 'N'
               PERFORM WRITE-DISBURSEMENT-HEADER
           END-IF
           ADD 1 TO WS-DISB-ENTRY-COUNT

           MOVE SPACES TO WS-DISB-ENTRY
           MOVE '6' TO DE-RECORD-TYPE
           IF WS-PAYOUT-TYPE-USED = 'S'
               MOVE '32' TO DE-TRAN-CODE
           ELSE
               MOVE '22' TO DE-TRAN-CODE
           END-IF
           MOVE WS-PAYOUT-ROUTING-USED(1:8) TO DE-RDFI
           MOVE WS-PAYOUT-ROUTING-USED(9:1) TO DE-CHECK-DIGIT
           MOVE WS-PAYOUT-DEST-USED TO DE-DFI-ACCOUNT
           MOVE WS-PAYOUT-AMT TO DE-AMOUNT
           MOVE ACL-ACCT-NO TO DE-INDIVIDUAL-ID
           MOVE WS-PAYOUT-NAME-USED TO DE-INDIVIDUAL-NAME
           MOVE '0' TO DE-ADDENDA-IND
           MOVE WS-PAY-ORIGIN-DFI TO DE-TRACE-DFI
           MOVE WS-DISB-ENTRY-COUNT TO DE-TRACE-SEQ
           MOVE WS-DISB-ENTRY TO DISBURSE-RECORD
           WRITE DISBURSE-RECORD

           MOVE WS-PAYOUT-ROUTING-USED(1:8) TO WS-DISB-RDFI
           ADD WS-DISB-RDFI TO WS-DISB-HASH-TOTAL
           ADD WS-PAYOUT-AMT TO WS-DISB-CREDIT-TOTAL
           MOVE SPACES TO WS-PAYOUT-TRACE
           STRING DE-TRACE-DFI DELIMITED BY SIZE
                  DE-TRACE-SEQ DELIMITED BY SIZE
                  INTO WS-PAYOUT-TRACE
           END-STRING.

       WRITE-DISBURSEMENT-CONTROL.
           MOVE SPACES TO WS-DISB-CONTROL
           MOVE '8' TO DC-RECORD-TYPE
           MOVE '220' TO DC-SERVICE-CLASS
           MOVE WS-DISB-ENTRY-COUNT TO DC-ENTRY-COUNT
           MOVE WS-DISB-HASH-TOTAL TO DC-ENTRY-HASH
           MOVE 0 TO DC-DEBIT-TOTAL
           MOVE WS-DISB-CREDIT-TOTAL TO DC-CREDIT-TOTAL
           MOVE WS-PAY-COMPANY-ID TO DC-COMPANY-ID
           MOVE WS-PAY-ORIGIN-DFI TO DC-ORIGIN-DFI
           MOVE WS-DISB-BATCH-NO TO DC-BATCH-NO
           MOVE WS-DISB-CONTROL TO DISBURSE-RECORD
           WRITE DISBURSE-RECORD
           MOVE 'N' TO WS-DISB-BATCH-OPEN.

       WRITE-PAYOUT-REGISTER-HEADER.
           MOVE SPACES TO PAYREG-RECORD
           STRING "INTCALC INTEREST PAYOUT REGISTER"
                  DELIMITED BY SIZE
                  INTO PAYREG-RECORD
           END-STRING
           WRITE PAYREG-RECORD

           MOVE SPACES TO PAYREG-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME-DISP DELIMITED BY SIZE
                  "  BATCH: " DELIMITED BY SIZE
                  WS-DISB-BATCH-NO DELIMITED BY SIZE
                  INTO PAYREG-RECORD
           END-STRING
           WRITE PAYREG-RECORD

           MOVE SPACES TO PAYREG-RECORD
           WRITE PAYREG-RECORD

           MOVE SPACES TO PAYREG-RECORD
           STRING "ACCOUNT     F  ROUTING    DESTINATION ACCT  "
                  "PAYEE NAME                         AMOUNT  "
                  "TRACE / STATUS" DELIMITED BY SIZE
                  INTO PAYREG-RECORD
           END-STRING
           WRITE PAYREG-RECORD.

       WRITE-PAYOUT-PAID-LINE.
           MOVE WS-PAYOUT-AMT TO WS-PAYOUT-AMT-DISP
           MOVE SPACES TO PAYREG-RECORD
           STRING ACL-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAYOUT-FREQ-USED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAYOUT-ROUTING-USED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAYOUT-DEST-USED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAYOUT-NAME-USED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAYOUT-AMT-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAYOUT-TRACE DELIMITED BY SIZE
                  INTO PAYREG-RECORD
           END-STRING
           WRITE PAYREG-RECORD.

       WRITE-PAYOUT-HELD-LINE.
           MOVE WS-PAYOUT-AMT TO WS-PAYOUT-AMT-DISP
           MOVE SPACES TO PAYREG-RECORD
           STRING ACL-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAYOUT-FREQ-USED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAYOUT-ROUTING-USED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAYOUT-DEST-USED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAYOUT-NAME-USED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAYOUT-AMT-DISP DELIMITED BY SIZE
                  "  HELD - " DELIMITED BY SIZE
                  WS-PAYOUT-HOLD-REASON DELIMITED BY SIZE
                  INTO PAYREG-RECORD
           END-STRING
           WRITE PAYREG-RECORD.

       WRITE-PAYOUT-REGISTER-TRAILER.
           MOVE SPACES TO PAYREG-RECORD
           WRITE PAYREG-RECORD

           IF WS-PAYOUT-COUNT = 0
               MOVE SPACES TO PAYREG-RECORD
               STRING "NO PAYOUT INSTRUCTIONS IN EFFECT"
                      DELIMITED BY SIZE
                      INTO PAYREG-RECORD
               END-STRING
               WRITE PAYREG-RECORD
           END-IF

           MOVE WS-PAYOUT-PAID-COUNT TO WS-PAYOUT-COUNT-DISP
           MOVE WS-PAYOUT-PAID-TOTAL TO WS-PAYOUT-TOTAL-DISP
           MOVE SPACES TO PAYREG-RECORD
           STRING "PAYOUTS DISBURSED:   " DELIMITED BY SIZE
                  WS-PAYOUT-COUNT-DISP DELIMITED BY SIZE
                  "  TOTAL: " DELIMITED BY SIZE
                  WS-PAYOUT-TOTAL-DISP DELIMITED BY SIZE
                  INTO PAYREG-RECORD
           END-STRING
           WRITE PAYREG-RECORD

           MOVE WS-PAYOUT-HELD-COUNT TO WS-PAYOUT-COUNT-DISP
           MOVE WS-PAYOUT-HELD-TOTAL TO WS-PAYOUT-TOTAL-DISP
           MOVE SPACES TO PAYREG-RECORD
           STRING "PAYOUTS HELD:        " DELIMITED BY SIZE
                  WS-PAYOUT-COUNT-DISP DELIMITED BY SIZE
                  "  TOTAL: " DELIMITED BY SIZE
                  WS-PAYOUT-TOTAL-DISP DELIMITED BY SIZE
                  INTO PAYREG-RECORD
           END-STRING
           WRITE PAYREG-RECORD

           MOVE WS-PAYOUT-EXCP-COUNT TO WS-PAYOUT-COUNT-DISP
           MOVE SPACES TO PAYREG-RECORD
           STRING "  HELD BY EXCEPTION: " DELIMITED BY SIZE
                  WS-PAYOUT-COUNT-DISP DELIMITED BY SIZE
                  INTO PAYREG-RECORD
           END-STRING
           WRITE PAYREG-RECORD

           MOVE SPACES TO PAYREG-RECORD
           IF WS-DISB-ENTRY-COUNT = 0
               STRING "NO DISBURSEMENT BATCH CREATED"
                      DELIMITED BY SIZE
                      INTO PAYREG-RECORD
               END-STRING
           ELSE
               MOVE WS-DISB-CREDIT-TOTAL TO WS-PAYOUT-TOTAL-DISP
               STRING "BATCH " DELIMITED BY SIZE
                      WS-DISB-BATCH-NO DELIMITED BY SIZE
                      " CONTROL - ENTRIES: " DELIMITED BY SIZE
                      DC-ENTRY-COUNT DELIMITED BY SIZE
                      "  HASH: " DELIMITED BY SIZE
                      DC-ENTRY-HASH DELIMITED BY SIZE
                      "  CREDIT TOTAL: " DELIMITED BY SIZE
                      WS-PAYOUT-TOTAL-DISP DELIMITED BY SIZE
                      INTO PAYREG-RECORD
               END-STRING
           END-IF
           WRITE PAYREG-RECORD.

       ACCUMULATE-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1
                                       TO WS-GLMAP-OVERFLOW-WARNED
                               END-IF
                           ELSE
                               PERFORM STORE-GL-MAP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF.

       STORE-GL-MAP-ROW.
           MOVE 'Y' TO WS-PRODUCT-FOUND
           IF WS-PRODUCT-LOADED = 'Y'
               MOVE GM-ACCT-TYPE TO WS-PRODUCT-LOOKUP-TYPE
               PERFORM LOOKUP-PRODUCT
           END-IF
           IF WS-PRODUCT-FOUND = 'N'
               DISPLAY "WARNING: GL MAPPING ROW FOR ACCT TYPE "
                   GM-ACCT-TYPE " NOT IN PRODUCT CATALOG - "
                   "ROW IGNORED"
               PERFORM RAISE-WARNING-CONDITION
           ELSE
               ADD 1 TO WS-GLMAP-COUNT
               SET GM-IDX TO WS-GLMAP-COUNT
               MOVE GM-ACCT-TYPE TO WS-GLMAP-TYPE(GM-IDX)
               MOVE GM-EXPENSE-GL TO WS-GLMAP-EXPENSE(GM-IDX)
               MOVE GM-LIABILITY-GL TO WS-GLMAP-LIABILITY(GM-IDX)
               MOVE GM-RECEIVABLE-GL TO WS-GLMAP-RECEIVABLE(GM-IDX)
               MOVE GM-INCOME-GL TO WS-GLMAP-INCOME(GM-IDX)
           END-IF.

       LOAD-PRODUCT-CATALOG.
           MOVE 'N' TO WS-PRODUCT-LOADED
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: PRODUCT CATALOG NOT AVAILABLE - "
                       "ACCOUNT TYPES NOT CHECKED THIS RUN"
               PERFORM RAISE-WARNING-CONDITION
           ELSE
               MOVE 'Y' TO WS-PRODUCT-LOADED
               MOVE 'N' TO WS-PRODUCT-EOF-FLAG
               PERFORM UNTIL WS-PRODUCT-EOF-FLAG = 'Y'
                   READ PRODUCT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PRODUCT-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-PRODUCT-ROW
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.

       STORE-PRODUCT-ROW.
           IF WS-PRODUCT-COUNT >= WS-PRODUCT-TABLE-MAX
               IF WS-PRODUCT-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: PRODUCT CATALOG HAS MORE THAN "
                       WS-PRODUCT-TABLE-MAX " ENTRIES - EXTRA "
                       "PRODUCTS IGNORED"
                   PERFORM RAISE-WARNING-CONDITION
                   MOVE 'Y' TO WS-PRODUCT-OVERFLOW-WARNED
               END-IF
           ELSE
               ADD 1 TO WS-PRODUCT-COUNT
               SET PC-IDX TO WS-PRODUCT-COUNT
               MOVE PRD-ACCT-TYPE TO WS-PRODUCT-TYPE(PC-IDX)
               MOVE PRD-MODE-SIMPLE TO WS-PRODUCT-SIMPLE(PC-IDX)
               MOVE PRD-MODE-MONTHLY TO WS-PRODUCT-MONTHLY(PC-IDX)
               MOVE PRD-MODE-DAILY TO WS-PRODUCT-DAILY(PC-IDX)
               MOVE PRD-MIN-TERM TO WS-PRODUCT-MIN-TERM(PC-IDX)
               MOVE PRD-MAX-TERM TO WS-PRODUCT-MAX-TERM(PC-IDX)
               MOVE PRD-TAX-CODE TO WS-PRODUCT-TAX-CODE(PC-IDX)
               IF PRD-DEBIT-INTEREST = 'Y'
                   MOVE 'Y' TO WS-PRODUCT-DEBIT-INT(PC-IDX)
               ELSE
                   MOVE 'N' TO WS-PRODUCT-DEBIT-INT(PC-IDX)
               END-IF
           END-IF.

       LOOKUP-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-FOUND
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-PRODUCT-COUNT
                       OR WS-PRODUCT-FOUND = 'Y'
               IF WS-PRODUCT-TYPE(PC-IDX) = WS-PRODUCT-LOOKUP-TYPE
                   MOVE 'Y' TO WS-PRODUCT-FOUND
               END-IF
           END-PERFORM
           IF WS-PRODUCT-FOUND = 'Y'
               SET PC-IDX DOWN BY 1
           END-IF.

       CHECK-PRODUCT-RULES.
           MOVE SPACES TO WS-PRODUCT-TAX-USED
           MOVE 'N' TO WS-PRODUCT-DEBIT-USED
           IF WS-PRODUCT-LOADED = 'Y'
               MOVE IR-ACCT-TYPE TO WS-PRODUCT-LOOKUP-TYPE
               PERFORM LOOKUP-PRODUCT
               IF WS-PRODUCT-FOUND = 'N'
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "R11" TO WS-REJECT-CODE
                   MOVE "ACCT TYPE NOT IN CATALOG"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-PRODUCT-TAX-CODE(PC-IDX)
                       TO WS-PRODUCT-TAX-USED
                   MOVE WS-PRODUCT-DEBIT-INT(PC-IDX)
                       TO WS-PRODUCT-DEBIT-USED
                   IF (IR-CALC-MODE = 'S'
                           AND WS-PRODUCT-SIMPLE(PC-IDX) NOT = 'Y')
                       OR (IR-CALC-MODE = 'M'
                           AND WS-PRODUCT-MONTHLY(PC-IDX) NOT = 'Y')
                       OR (IR-CALC-MODE = 'D'
                           AND WS-PRODUCT-DAILY(PC-IDX) NOT = 'Y')
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE "R12" TO WS-REJECT-CODE
                       MOVE "CALC MODE NOT ALLOWED FOR TYPE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-FLAG = 'Y' AND WS-PRODUCT-FOUND = 'Y'
                   AND IR-CALC-MODE NOT = 'S'
               IF IR-CALC-MODE = 'D'
                   COMPUTE WS-PRODUCT-TERM-MONTHS ROUNDED =
                       IR-TERM * WS-MONTHS-PER-YEAR / WS-DAYS-PER-YEAR
               ELSE
                   MOVE IR-TERM TO WS-PRODUCT-TERM-MONTHS
               END-IF
               IF WS-PRODUCT-TERM-MONTHS < WS-PRODUCT-MIN-TERM(PC-IDX)
                   OR (WS-PRODUCT-MAX-TERM(PC-IDX) > 0
                       AND WS-PRODUCT-TERM-MONTHS
                           > WS-PRODUCT-MAX-TERM(PC-IDX))
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "R13" TO WS-REJECT-CODE
                   MOVE "TERM OUTSIDE PRODUCT LIMITS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       LOOKUP-GL-MAP.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-EXPENSE-USED
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-LIABILITY-USED
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-RECEIVABLE-USED
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-INCOME-USED
           MOVE 'N' TO WS-GLMAP-FOUND
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > WS-GLMAP-COUNT
                       TO WS-GL-EXPENSE-USED
                   MOVE WS-GLMAP-LIABILITY(GM-IDX)
                       TO WS-GL-LIABILITY-USED
                   MOVE WS-GLMAP-RECEIVABLE(GM-IDX)
                       TO WS-GL-RECEIVABLE-USED
                   MOVE WS-GLMAP-INCOME(GM-IDX)
                       TO WS-GL-INCOME-USED
                   MOVE 'Y' TO WS-GLMAP-FOUND
                   SET GM-IDX TO WS-GLMAP-COUNT
               END-IF
                       WS-GLTYPE-TYPE(GT-IDX)
                       " - POSTED TO SUSPENSE ACCOUNT"
               PERFORM RAISE-WARNING-CONDITION
           ELSE
               IF WS-GLTYPE-SIDE(GT-IDX) = 'D'
                       AND (WS-GL-RECEIVABLE-USED = SPACES
                           OR WS-GL-INCOME-USED = SPACES)
                   DISPLAY "WARNING: NO DEBIT INTEREST GL MAPPING FOR "
                           "ACCT TYPE " WS-GLTYPE-TYPE(GT-IDX)
                           " - POSTED TO SUSPENSE ACCOUNT"
                   PERFORM RAISE-WARNING-CONDITION
                   MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-RECEIVABLE-USED
                   MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-INCOME-USED
               END-IF
           END-IF

           IF WS-GLTYPE-SIDE(GT-IDX) = 'D'
               MOVE WS-GL-RECEIVABLE-USED TO WS-GL-DEBIT-ACCT-USED
               MOVE WS-GL-INCOME-USED TO WS-GL-CREDIT-ACCT-USED
           ELSE
               MOVE WS-GL-EXPENSE-USED TO WS-GL-DEBIT-ACCT-USED
               IF WS-GLTYPE-SIDE(GT-IDX) = 'P'
                   MOVE WS-PAY-CLEARING-GL TO WS-GL-CREDIT-ACCT-USED
               ELSE
                   MOVE WS-GL-LIABILITY-USED TO WS-GL-CREDIT-ACCT-USED
               END-IF
           END-IF.

       WRITE-GL-EXTRACT.
           MOVE 0 TO WS-GL-DETAIL-COUNT
           MOVE 0 TO WS-GL-DEBIT-TOTAL
           MOVE 0 TO WS-GL-CREDIT-TOTAL
           MOVE 0 TO WS-GL-CREDIT-INT-TOTAL
           MOVE 0 TO WS-GL-DEBIT-INT-TOTAL
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > WS-GLTYPE-COUNT
               PERFORM WRITE-GL-POSTING-PAIR
           MOVE WS-GL-TOTAL-EDIT TO GL-RECORD(9:15)
           MOVE WS-GL-CREDIT-TOTAL TO WS-GL-TOTAL-EDIT
           MOVE WS-GL-TOTAL-EDIT TO GL-RECORD(24:15)
           MOVE WS-GL-CREDIT-INT-TOTAL TO WS-GL-TOTAL-EDIT
           MOVE WS-GL-TOTAL-EDIT TO GL-RECORD(39:15)
           MOVE WS-GL-DEBIT-INT-TOTAL TO WS-GL-TOTAL-EDIT
           MOVE WS-GL-TOTAL-EDIT TO GL-RECORD(54:15)
           WRITE GL-RECORD

           CLOSE GL-FILE.
                   UNTIL GT-IDX > WS-GLTYPE-COUNT
                       OR WS-GLTYPE-FOUND = 'Y'
               IF WS-GLTYPE-TYPE(GT-IDX) = WS-SUM-TYPE(SUM-IDX)
                       AND WS-GLTYPE-SIDE(GT-IDX) = WS-SUM-SIDE(SUM-IDX)
                   MOVE 'Y' TO WS-GLTYPE-FOUND
                   ADD WS-SUM-INTEREST(SUM-IDX)
                       TO WS-GLTYPE-INTEREST(GT-IDX)
               ADD 1 TO WS-GLTYPE-COUNT
               SET GT-IDX TO WS-GLTYPE-COUNT
               MOVE WS-SUM-TYPE(SUM-IDX) TO WS-GLTYPE-TYPE(GT-IDX)
               MOVE WS-SUM-SIDE(SUM-IDX) TO WS-GLTYPE-SIDE(GT-IDX)
               MOVE WS-SUM-INTEREST(SUM-IDX)
                   TO WS-GLTYPE-INTEREST(GT-IDX)
           END-IF.

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-GL-DEBIT-ACCT-USED DELIMITED BY SIZE
                  "DR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-GLTYPE-TYPE(GT-IDX) DELIMITED BY SIZE
                  WS-GLTYPE-SIDE(GT-IDX) DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-GL-CREDIT-ACCT-USED DELIMITED BY SIZE
                  "CR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-GLTYPE-TYPE(GT-IDX) DELIMITED BY SIZE
                  WS-GLTYPE-SIDE(GT-IDX) DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-GLTYPE-INTEREST(GT-IDX) TO WS-GL-CREDIT-TOTAL

           IF WS-GLTYPE-SIDE(GT-IDX) = 'D'
               ADD WS-GLTYPE-INTEREST(GT-IDX) TO WS-GL-DEBIT-INT-TOTAL
           ELSE
               ADD WS-GLTYPE-INTEREST(GT-IDX)
                   TO WS-GL-CREDIT-INT-TOTAL
           END-IF.

       ACCUMULATE-RECLASS.
           MOVE 'N' TO WS-RECLASS-FOUND
           PERFORM VARYING RCL-IDX FROM 1 BY 1
                   UNTIL RCL-IDX > WS-RECLASS-COUNT
                       OR WS-RECLASS-FOUND = 'Y'
               IF WS-RECLASS-TYPE(RCL-IDX) = WS-RECLASS-WORK-TYPE
                       AND WS-RECLASS-DIR(RCL-IDX) = WS-RECLASS-WORK-DIR
                   MOVE 'Y' TO WS-RECLASS-FOUND
                   ADD WS-RECLASS-WORK-AMT
                       TO WS-RECLASS-AMOUNT(RCL-IDX)
               END-IF
           END-PERFORM
           IF WS-RECLASS-FOUND = 'N'
               IF WS-RECLASS-COUNT >= WS-RECLASS-TABLE-MAX
                   IF WS-RECLASS-OVERFLOW-WARNED = 'N'
                       DISPLAY "WARNING: RECLASS TABLE FULL - "
                           "ADDITIONAL ACCRUAL RECLASS POSTINGS NOT "
                           "WRITTEN"
                       PERFORM RAISE-WARNING-CONDITION
                       MOVE 'Y' TO WS-RECLASS-OVERFLOW-WARNED
                   END-IF
               ELSE
                   ADD 1 TO WS-RECLASS-COUNT
                   SET RCL-IDX TO WS-RECLASS-COUNT
                   MOVE WS-RECLASS-WORK-TYPE TO WS-RECLASS-TYPE(RCL-IDX)
                   MOVE WS-RECLASS-WORK-DIR TO WS-RECLASS-DIR(RCL-IDX)
                   MOVE WS-RECLASS-WORK-AMT
                       TO WS-RECLASS-AMOUNT(RCL-IDX)
               END-IF
           END-IF.

       WRITE-RECLASS-GL.
           IF WS-RECLASS-COUNT > 0
               IF WS-RUN-MODE = 'C'
                   PERFORM LOAD-GL-MAP
               END-IF
               IF WS-PAYOUT-COUNT = 0
                   PERFORM LOAD-PAYOUT-PARAMETERS
               END-IF

               OPEN EXTEND GL-FILE
               IF WS-GL-FILE-STATUS = '35'
                   OPEN OUTPUT GL-FILE
               END-IF

               MOVE SPACES TO GL-RECORD
               STRING "H" DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME-DISP DELIMITED BY SIZE
                      "INTRECL " DELIMITED BY SIZE
                      INTO GL-RECORD
               END-STRING
               WRITE GL-RECORD

               MOVE 0 TO WS-GL-DETAIL-COUNT
               MOVE 0 TO WS-GL-DEBIT-TOTAL
               MOVE 0 TO WS-GL-CREDIT-TOTAL
               PERFORM VARYING RCL-IDX FROM 1 BY 1
                       UNTIL RCL-IDX > WS-RECLASS-COUNT
                   PERFORM WRITE-RECLASS-PAIR
               END-PERFORM

               MOVE WS-GL-DETAIL-COUNT TO WS-GL-COUNT-EDIT
               MOVE SPACES TO GL-RECORD
               STRING "T" DELIMITED BY SIZE
                      WS-GL-COUNT-EDIT DELIMITED BY SIZE
                      INTO GL-RECORD
               END-STRING
               MOVE WS-GL-DEBIT-TOTAL TO WS-GL-TOTAL-EDIT
               MOVE WS-GL-TOTAL-EDIT TO GL-RECORD(9:15)
               MOVE WS-GL-CREDIT-TOTAL TO WS-GL-TOTAL-EDIT
               MOVE WS-GL-TOTAL-EDIT TO GL-RECORD(24:15)
               WRITE GL-RECORD

               CLOSE GL-FILE
           END-IF.

       WRITE-RECLASS-PAIR.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-LIABILITY-USED
           MOVE 'N' TO WS-GLMAP-FOUND
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > WS-GLMAP-COUNT
                       OR WS-GLMAP-FOUND = 'Y'
               IF WS-GLMAP-TYPE(GM-IDX) = WS-RECLASS-TYPE(RCL-IDX)
                   MOVE WS-GLMAP-LIABILITY(GM-IDX)
                       TO WS-GL-LIABILITY-USED
                   MOVE 'Y' TO WS-GLMAP-FOUND
               END-IF
           END-PERFORM
           IF WS-GLMAP-FOUND = 'N'
               DISPLAY "WARNING: NO GL MAPPING FOR ACCT TYPE "
                       WS-RECLASS-TYPE(RCL-IDX)
                       " - ACCRUAL RECLASS POSTED TO SUSPENSE ACCOUNT"
               PERFORM RAISE-WARNING-CONDITION
           END-IF

           IF WS-RECLASS-DIR(RCL-IDX) = 'P'
               MOVE WS-GL-LIABILITY-USED TO WS-GL-DEBIT-ACCT-USED
               MOVE WS-PAY-CLEARING-GL TO WS-GL-CREDIT-ACCT-USED
           ELSE
               MOVE WS-PAY-CLEARING-GL TO WS-GL-DEBIT-ACCT-USED
               MOVE WS-GL-LIABILITY-USED TO WS-GL-CREDIT-ACCT-USED
           END-IF

           MOVE WS-RECLASS-AMOUNT(RCL-IDX) TO WS-GL-AMOUNT-EDIT

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-GL-DEBIT-ACCT-USED DELIMITED BY SIZE
                  "DR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-RECLASS-TYPE(RCL-IDX) DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-RECLASS-AMOUNT(RCL-IDX) TO WS-GL-DEBIT-TOTAL

           MOVE SPACES TO GL-RECORD
           STRING "D" DELIMITED BY SIZE
                  WS-GL-CREDIT-ACCT-USED DELIMITED BY SIZE
                  "CR" DELIMITED BY SIZE
                  WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-RECLASS-TYPE(RCL-IDX) DELIMITED BY SIZE
                  INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-RECLASS-AMOUNT(RCL-IDX) TO WS-GL-CREDIT-TOTAL.

       ACCUMULATE-SUMMARY.
           MOVE 'N' TO WS-SUMMARY-FOUND
                   UNTIL SUM-IDX > WS-SUMMARY-COUNT
               IF WS-SUM-TYPE(SUM-IDX) = IR-ACCT-TYPE
                       AND WS-SUM-MODE(SUM-IDX) = IR-CALC-MODE
                       AND WS-SUM-SIDE(SUM-IDX) = WS-INTEREST-SIDE
                   MOVE 'Y' TO WS-SUMMARY-FOUND
                   ADD 1 TO WS-SUM-COUNT(SUM-IDX)
                   ADD WS-INPUT-AMOUNT TO WS-SUM-PRINCIPAL(SUM-IDX)
               IF WS-SUMMARY-COUNT >= WS-SUMMARY-TABLE-MAX
                   IF WS-SUMMARY-OVERFLOW-WARNED = 'N'
                       DISPLAY "WARNING: SUMMARY TABLE FULL - "
                           "ADDITIONAL TYPE/MODE/SIDE BUCKETS NOT "
                           "REPORTED"
                       PERFORM RAISE-WARNING-CONDITION
                       MOVE 'Y' TO WS-SUMMARY-OVERFLOW-WARNED
                   END-IF
                   SET SUM-IDX TO WS-SUMMARY-COUNT
                   MOVE IR-ACCT-TYPE TO WS-SUM-TYPE(SUM-IDX)
                   MOVE IR-CALC-MODE TO WS-SUM-MODE(SUM-IDX)
                   MOVE WS-INTEREST-SIDE TO WS-SUM-SIDE(SUM-IDX)
                   MOVE 1 TO WS-SUM-COUNT(SUM-IDX)
                   MOVE WS-INPUT-AMOUNT TO WS-SUM-PRINCIPAL(SUM-IDX)
                   MOVE WS-RESULT TO WS-SUM-INTEREST(SUM-IDX)
           OPEN OUTPUT SUMMARY-FILE

           MOVE SPACES TO SUMMARY-RECORD
           STRING "INTCALC MANAGEMENT SUMMARY BY ACCOUNT TYPE, "
                  "CALC MODE AND INTEREST SIDE" DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           MOVE SPACES TO SUMMARY-RECORD
           STRING "TYPE MODE SIDE    COUNT            PRINCIPAL"
                  "             INTEREST AVG-RATE"
                  "           HIGHEST            LOWEST"
                  DELIMITED BY SIZE

           MOVE 0 TO WS-XFOOT-COUNT
           MOVE 0 TO WS-XFOOT-INTEREST
           MOVE 0 TO WS-XFOOT-CREDIT-INT
           MOVE 0 TO WS-XFOOT-DEBIT-INT
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUMMARY-COUNT
               PERFORM WRITE-SUMMARY-DETAIL
           END-STRING
           WRITE SUMMARY-RECORD

           MOVE WS-XFOOT-CREDIT-INT TO WS-XFOOT-CREDIT-DISP
           MOVE SPACES TO SUMMARY-RECORD
           STRING "  CREDIT INTEREST PAID       " DELIMITED BY SIZE
                  WS-XFOOT-CREDIT-DISP DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD

           MOVE WS-XFOOT-DEBIT-INT TO WS-XFOOT-DEBIT-DISP
           MOVE SPACES TO SUMMARY-RECORD
           STRING "  DEBIT INTEREST CHARGED     " DELIMITED BY SIZE
                  WS-XFOOT-DEBIT-DISP DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD

           MOVE SPACES TO SUMMARY-RECORD
           IF WS-XFOOT-COUNT = WS-ACCOUNT-COUNT
                   AND WS-XFOOT-INTEREST = WS-TOTAL-INTEREST
                   AND WS-XFOOT-CREDIT-INT = WS-TOTAL-CREDIT-INT
                   AND WS-XFOOT-DEBIT-INT = WS-TOTAL-DEBIT-INT
               STRING "CROSS-FOOT TIES TO REPORT GRAND TOTALS"
                       DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
                  WS-SUM-TYPE(SUM-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-SUM-MODE(SUM-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-SUM-SIDE(SUM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUM-COUNT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           WRITE SUMMARY-RECORD

           ADD WS-SUM-COUNT(SUM-IDX) TO WS-XFOOT-COUNT
           ADD WS-SUM-INTEREST(SUM-IDX) TO WS-XFOOT-INTEREST
           IF WS-SUM-SIDE(SUM-IDX) = 'D'
               ADD WS-SUM-INTEREST(SUM-IDX) TO WS-XFOOT-DEBIT-INT
           ELSE
               ADD WS-SUM-INTEREST(SUM-IDX) TO WS-XFOOT-CREDIT-INT
           END-IF.

       OPEN-MASTER-FILE.
           OPEN I-O MASTER-FILE
                       MOVE SPACES TO MASTER-RECORD
                       MOVE IR-ACCT-NO TO MST-ACCT-NO
                       MOVE IR-ACCT-TYPE TO MST-ACCT-TYPE
                       IF WS-INTEREST-SIDE = 'D'
                           COMPUTE MST-BALANCE =
                               WS-POST-AMOUNT - WS-INPUT-AMOUNT
                       ELSE
                           COMPUTE MST-BALANCE =
                               WS-INPUT-AMOUNT + WS-POST-AMOUNT
                       END-IF
                       MOVE WS-POST-AMOUNT TO MST-ACCRUED-INT
                       MOVE WS-RUN-DATE TO MST-LAST-POSTED
                       MOVE 'A' TO MST-STATUS
                       MOVE WS-RUN-DATE TO MST-OPEN-DATE
                       MOVE 0 TO MST-MATURITY-DATE
                       MOVE 0 TO MST-TERM-MONTHS
                       MOVE 0 TO MST-TERM-INT-BASE
                       WRITE MASTER-RECORD
                       ADD 1 TO WS-MASTER-CREATED-COUNT
                       IF WS-MASTER-FILE-STATUS = '00'
                           MOVE 'Y' TO WS-MASTER-ON-FILE
                           MOVE MST-BALANCE TO WS-MASTER-BAL-SAVE
                           IF MST-BALANCE NOT = WS-POST-AMOUNT
                               PERFORM WRITE-OPENING-TXN
                           END-IF
                           IF WS-POST-AMOUNT NOT = 0
                               PERFORM WRITE-INTEREST-TXN
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       IF MST-LAST-POSTED = WS-RUN-DATE
                           ADD 1 TO WS-MASTER-POSTED-COUNT
                       ELSE
                           ADD WS-POST-AMOUNT TO MST-BALANCE
                           ADD WS-POST-AMOUNT TO MST-ACCRUED-INT
                           MOVE WS-RUN-DATE TO MST-LAST-POSTED
                           REWRITE MASTER-RECORD
                           ADD 1 TO WS-MASTER-POSTED-COUNT
                           IF WS-MASTER-FILE-STATUS = '00'
                               MOVE MST-BALANCE TO WS-MASTER-BAL-SAVE
                               IF WS-POST-AMOUNT NOT = 0
                                   PERFORM WRITE-INTEREST-TXN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

       HOLD-FOR-PAYOUT.
           MOVE WS-POST-AMOUNT TO WS-PAYOUT-HOLD-AMT
           MOVE 0 TO WS-POST-AMOUNT
           PERFORM POST-TO-MASTER
           MOVE WS-PAYOUT-HOLD-AMT TO WS-POST-AMOUNT
           PERFORM POST-TO-ACCRUAL.

       READ-CHECKPOINT.
           MOVE 0 TO WS-RESTART-POINT
           OPEN I-O CHECKPOINT-FILE
                   MOVE CKPT-SKIP-CLOSED TO WS-SKIPPED-CLOSED-COUNT
                   MOVE CKPT-SKIP-FROZEN TO WS-SKIPPED-FROZEN-COUNT
                   MOVE CKPT-YTD-COUNT TO WS-YTD-UPDATED-COUNT
                   MOVE CKPT-SKIP-DORMANT TO WS-SKIPPED-DORMANT-COUNT
                   MOVE CKPT-CREDIT-INTEREST TO WS-TOTAL-CREDIT-INT
                   MOVE CKPT-DEBIT-INTEREST TO WS-TOTAL-DEBIT-INT
           END-READ
           CLOSE CHECKPOINT-FILE.

           MOVE WS-SKIPPED-CLOSED-COUNT TO CKPT-SKIP-CLOSED
           MOVE WS-SKIPPED-FROZEN-COUNT TO CKPT-SKIP-FROZEN
           MOVE WS-YTD-UPDATED-COUNT TO CKPT-YTD-COUNT
           MOVE WS-SKIPPED-DORMANT-COUNT TO CKPT-SKIP-DORMANT
           MOVE WS-TOTAL-CREDIT-INT TO CKPT-CREDIT-INTEREST
           MOVE WS-TOTAL-DEBIT-INT TO CKPT-DEBIT-INTEREST

           REWRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
           END-STRING
           PERFORM WRITE-OUTPUT-LINE

           MOVE WS-TOTAL-CREDIT-INT TO WS-TOTAL-CREDIT-DISP
           MOVE WS-TOTAL-DEBIT-INT TO WS-TOTAL-DEBIT-DISP
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  CREDIT INTEREST PAID: " DELIMITED BY SIZE
                  WS-TOTAL-CREDIT-DISP DELIMITED BY SIZE
                  "  DEBIT INTEREST CHARGED: " DELIMITED BY SIZE
                  WS-TOTAL-DEBIT-DISP DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           PERFORM WRITE-OUTPUT-LINE

           IF WS-TOTAL-OVERFLOW-FLAG = 'Y'
               MOVE SPACES TO OUTPUT-RECORD
               STRING "*** TOTAL INTEREST POSTED IS UNDERSTATED - "

           IF WS-SKIPPED-CLOSED-COUNT > 0
                   OR WS-SKIPPED-FROZEN-COUNT > 0
                   OR WS-SKIPPED-DORMANT-COUNT > 0
               MOVE WS-SKIPPED-CLOSED-COUNT TO WS-SKIPPED-COUNT-DISP
               MOVE WS-SKIPPED-FROZEN-COUNT
                   TO WS-SKIPPED-FROZEN-DISP
               MOVE WS-SKIPPED-DORMANT-COUNT
                   TO WS-SKIPPED-DORMANT-DISP
               MOVE SPACES TO OUTPUT-RECORD
               STRING "ACCOUNTS SKIPPED - CLOSED: " DELIMITED BY SIZE
                      WS-SKIPPED-COUNT-DISP DELIMITED BY SIZE
                      "  FROZEN: " DELIMITED BY SIZE
                      WS-SKIPPED-FROZEN-DISP DELIMITED BY SIZE
                      "  DORMANT: " DELIMITED BY SIZE
                      WS-SKIPPED-DORMANT-DISP DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               PERFORM WRITE-OUTPUT-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE 'N' TO WS-PRODUCT-FOUND
           IF WS-VALID-FLAG = 'Y'
               PERFORM CHECK-PRODUCT-RULES
           END-IF.

       WRITE-CSV-HEADER.
           MOVE WS-TAX-WITHHELD TO WS-TAX-WITHHELD-DISP
           MOVE WS-NET-INTEREST TO WS-NET-INTEREST-DISP

           MOVE SPACES TO WS-AUDIT-DAYS-TEXT
           IF WS-RUN-MODE = 'A'
               STRING "  DAYS: " DELIMITED BY SIZE
                      WS-ACCRUAL-DAYS-DISP DELIMITED BY SIZE
                      INTO WS-AUDIT-DAYS-TEXT
               END-STRING
           END-IF

           MOVE SPACES TO AUDIT-RECORD
           STRING "ACCT: " DELIMITED BY SIZE
                  IR-ACCT-NO DELIMITED BY SIZE
                  WS-NET-INTEREST-DISP DELIMITED BY SIZE
                  "  RESUB: " DELIMITED BY SIZE
                  WS-RESUB-FLAG DELIMITED BY SIZE
                  WS-AUDIT-DAYS-TEXT DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           END-STRING
           PERFORM WRITE-AUDIT-LINE.
               PERFORM CHECK-ACCOUNT-STATUS
               IF WS-ACCT-STATUS-USED = 'C'
                       OR WS-ACCT-STATUS-USED = 'F'
                       OR (WS-ACCT-STATUS-USED = 'D'
                           AND WS-DORMANT-ACCRUE = 'N')
                   PERFORM WRITE-STATUS-SKIP-LINE
                   IF WS-RUN-MODE = 'A'
                       PERFORM ADVANCE-SKIPPED-ACCRUAL
                   END-IF
               ELSE
                   PERFORM PROCESS-ACCEPTED-RECORD
               END-IF
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM DETERMINE-INTEREST-SIDE
               PERFORM CALCULATE-WITHHOLDING
               IF WS-INTEREST-SIDE = 'D'
                   COMPUTE WS-POST-AMOUNT = 0 - WS-NET-INTEREST
               ELSE
                   MOVE WS-NET-INTEREST TO WS-POST-AMOUNT
               END-IF

               MOVE WS-RESULT TO WS-RESULT-DISP

                   ON SIZE ERROR
                       MOVE 'Y' TO WS-TOTAL-OVERFLOW-FLAG
               END-ADD
               IF WS-INTEREST-SIDE = 'D'
                   ADD WS-RESULT TO WS-TOTAL-DEBIT-INT
               ELSE
                   ADD WS-RESULT TO WS-TOTAL-CREDIT-INT
               END-IF

               PERFORM ACCUMULATE-SUMMARY
               PERFORM ACCUMULATE-BRANCH
               IF WS-RUN-MODE = 'A'
                   PERFORM POST-TO-ACCRUAL
               ELSE
                   IF WS-INTEREST-SIDE = 'P'
                       PERFORM HOLD-FOR-PAYOUT
                   ELSE
                       PERFORM POST-TO-MASTER
                   END-IF
               END-IF
               IF WS-INTEREST-SIDE NOT = 'D'
                   PERFORM POST-TO-YTD
               END-IF

               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-CSV-RECORD
                              "  NET: " DELIMITED BY SIZE
                              WS-NET-INTEREST-DISP
                              DELIMITED BY SIZE
                              "  DAYS: " DELIMITED BY SIZE
                              WS-ACCRUAL-DAYS-DISP
                              DELIMITED BY SIZE
                              INTO OUTPUT-RECORD
                       END-STRING
                   ELSE
                       IF WS-INTEREST-SIDE = 'D'
                           STRING "ACCOUNT: " DELIMITED BY SIZE
                                  IR-ACCT-NO DELIMITED BY SIZE
                                  "  DAILY DEBIT ACCRUAL: "
                                  DELIMITED BY SIZE
                                  WS-RESULT-DISP DELIMITED BY SIZE
                                  "  DAYS: " DELIMITED BY SIZE
                                  WS-ACCRUAL-DAYS-DISP
                                  DELIMITED BY SIZE
                                  INTO OUTPUT-RECORD
                           END-STRING
                       ELSE
                           STRING "ACCOUNT: " DELIMITED BY SIZE
                                  IR-ACCT-NO DELIMITED BY SIZE
                                  "  DAILY ACCRUAL: "
                                  DELIMITED BY SIZE
                                  WS-RESULT-DISP DELIMITED BY SIZE
                                  "  DAYS: " DELIMITED BY SIZE
                                  WS-ACCRUAL-DAYS-DISP
                                  DELIMITED BY SIZE
                                  INTO OUTPUT-RECORD
                           END-STRING
                       END-IF
                   END-IF
               ELSE
                   IF WS-TAX-WITHHELD > 0
                              INTO OUTPUT-RECORD
                       END-STRING
                   ELSE
                       IF WS-INTEREST-SIDE = 'D'
                           STRING "ACCOUNT: " DELIMITED BY SIZE
                                  IR-ACCT-NO DELIMITED BY SIZE
                                  "  DEBIT INTEREST CHARGED: "
                                  DELIMITED BY SIZE
                                  WS-RESULT-DISP DELIMITED BY SIZE
                                  INTO OUTPUT-RECORD
                           END-STRING
                       ELSE
                           IF WS-INTEREST-SIDE = 'P'
                               STRING "ACCOUNT: " DELIMITED BY SIZE
                                      IR-ACCT-NO DELIMITED BY SIZE
                                      "  INTEREST HELD FOR PAYOUT: "
                                      DELIMITED BY SIZE
                                      WS-RESULT-DISP
                                      DELIMITED BY SIZE
                                      INTO OUTPUT-RECORD
                               END-STRING
                           ELSE
                               STRING "ACCOUNT: " DELIMITED BY SIZE
                                      IR-ACCT-NO DELIMITED BY SIZE
                                      "  CALCULATED INTEREST: "
                                      DELIMITED BY SIZE
                                      WS-RESULT-DISP
                                      DELIMITED BY SIZE
                                      INTO OUTPUT-RECORD
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
               END-IF

               PERFORM WRITE-OUTPUT-LINE
           END-IF.

       DETERMINE-INTEREST-SIDE.
           MOVE 'C' TO WS-INTEREST-SIDE
           IF WS-PRODUCT-DEBIT-USED = 'Y'
               IF WS-MASTER-ON-FILE = 'N'
                       OR WS-MASTER-BAL-SAVE NOT > 0
                   MOVE 'D' TO WS-INTEREST-SIDE
               END-IF
           END-IF
           IF WS-INTEREST-SIDE = 'C' AND WS-PAYOUT-COUNT > 0
               MOVE IR-ACCT-NO TO WS-PAYOUT-LOOKUP-ACCT
               PERFORM LOOKUP-PAYOUT-INSTRUCTION
               IF WS-PAYOUT-ACTIVE = 'Y'
                   MOVE 'P' TO WS-INTEREST-SIDE
               END-IF
           END-IF.

       CHECK-ACCOUNT-STATUS.
           MOVE 'A' TO WS-ACCT-STATUS-USED
           MOVE 'Y' TO WS-DORMANT-ACCRUE
           MOVE 'N' TO WS-MASTER-ON-FILE
           MOVE 0 TO WS-MASTER-BAL-SAVE
           IF WS-MASTER-OPEN-FLAG = 'Y'
               MOVE IR-ACCT-NO TO MST-ACCT-NO
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-ON-FILE
                       MOVE MST-BALANCE TO WS-MASTER-BAL-SAVE
                       IF MST-STATUS NOT = SPACES
                           MOVE MST-STATUS TO WS-ACCT-STATUS-USED
                       END-IF
               END-READ
           END-IF
           IF WS-ACCT-STATUS-USED = 'D'
               PERFORM LOOKUP-DORMANCY-RULE
           END-IF.

       LOAD-DORMANCY-RULES.
           OPEN INPUT DORMPARM-FILE
           IF WS-DORMPARM-FILE-STATUS = '00'
               MOVE 'N' TO WS-DORMPARM-EOF-FLAG
               PERFORM UNTIL WS-DORMPARM-EOF-FLAG = 'Y'
                   READ DORMPARM-FILE
                       AT END
                           MOVE 'Y' TO WS-DORMPARM-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-DORMANCY-RULE
                   END-READ
               END-PERFORM
               CLOSE DORMPARM-FILE
           END-IF.

       STORE-DORMANCY-RULE.
           IF WS-DORM-RULE-COUNT >= WS-DORM-RULE-TABLE-MAX
               IF WS-DORM-RULE-OVERFLOW-WARNED = 'N'
                   DISPLAY "WARNING: DORMANCY PARAMETER FILE HAS MORE "
                       "THAN " WS-DORM-RULE-TABLE-MAX " ENTRIES - "
                       "EXTRA ROWS IGNORED"
                   PERFORM RAISE-WARNING-CONDITION
                   MOVE 'Y' TO WS-DORM-RULE-OVERFLOW-WARNED
               END-IF
           ELSE
               IF DP-ACCRUE-FLAG NOT = 'Y' AND DP-ACCRUE-FLAG NOT = 'N'
                   DISPLAY "WARNING: INVALID DORMANT ACCRUAL RULE FOR "
                       "ACCT TYPE " DP-ACCT-TYPE " - ROW IGNORED"
                   PERFORM RAISE-WARNING-CONDITION
               ELSE
                   ADD 1 TO WS-DORM-RULE-COUNT
                   SET DR-IDX TO WS-DORM-RULE-COUNT
                   MOVE DP-ACCT-TYPE TO WS-DORM-RULE-TYPE(DR-IDX)
                   MOVE DP-ACCRUE-FLAG TO WS-DORM-RULE-ACCRUE(DR-IDX)
               END-IF
           END-IF.

       LOOKUP-DORMANCY-RULE.
           MOVE 'Y' TO WS-DORMANT-ACCRUE
           MOVE 'N' TO WS-DORM-RULE-FOUND
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > WS-DORM-RULE-COUNT
                       OR WS-DORM-RULE-FOUND = 'Y'
               IF WS-DORM-RULE-TYPE(DR-IDX) = IR-ACCT-TYPE
                   MOVE 'Y' TO WS-DORM-RULE-FOUND
                   MOVE WS-DORM-RULE-ACCRUE(DR-IDX)
                       TO WS-DORMANT-ACCRUE
               END-IF
           END-PERFORM.

       WRITE-STATUS-SKIP-LINE.
           IF WS-RESUB-FLAG = 'Y'
               ADD 1 TO WS-RESUB-SKIP-COUNT
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           EVALUATE WS-ACCT-STATUS-USED
               WHEN 'C'
                   ADD 1 TO WS-SKIPPED-CLOSED-COUNT
                   STRING "ACCOUNT: " DELIMITED BY SIZE
                          IR-ACCT-NO DELIMITED BY SIZE
                          "  SKIPPED - ACCOUNT CLOSED"
                          DELIMITED BY SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
               WHEN 'D'
                   ADD 1 TO WS-SKIPPED-DORMANT-COUNT
                   STRING "ACCOUNT: " DELIMITED BY SIZE
                          IR-ACCT-NO DELIMITED BY SIZE
                          "  SKIPPED - ACCOUNT DORMANT"
                          DELIMITED BY SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-FROZEN-COUNT
                   STRING "ACCOUNT: " DELIMITED BY SIZE
                          IR-ACCT-NO DELIMITED BY SIZE
                          "  SKIPPED - ACCOUNT FROZEN"
                          DELIMITED BY SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-OUTPUT-LINE.

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

           IF WS-RUN-MODE = 'S'
               IF WS-PROCDATE-FOUND = 'N'
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   DISPLAY "WARNING: PROCESSING DATE CONTROL NOT "
                           "AVAILABLE - SIMULATING AS OF SYSTEM DATE "
                           WS-RUN-DATE
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               END-IF
           ELSE
               IF WS-PROCDATE-FOUND = 'N'
                   DISPLAY "ERROR: PROCESSING DATE CONTROL NOT "
                           "AVAILABLE - INTEREST RUN NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CYCLE-STATUS NOT = 'O'
                   DISPLAY "ERROR: BUSINESS DATE " WS-RUN-DATE
                           " IS NOT OPEN - INTEREST RUN NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
