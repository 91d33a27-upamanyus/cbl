IDENTIFICATION DIVISION.
PROGRAM-ID. bill_emp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT OPTIONAL filings ASSIGN TO './data/filings.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-fil-status.
  SELECT OPTIONAL emf ASSIGN TO './data/emf.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-emf-status.
  SELECT receivable ASSIGN TO './data/receivable.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-rcv-status.
  SELECT new-receivable ASSIGN TO './data/receivable.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-invoices ASSIGN TO './reports/employer-invoices.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD filings.
01 f_fil.
  02 f_fil-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_fil-quarter PIC 9(5).
  02 filler PIC X VALUE " ".
  02 f_fil-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_fil-count PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_fil-wages-x PIC X(15).
  02 f_fil-wages REDEFINES f_fil-wages-x PIC 9(12).99.

FD emf.
01 f_emp.
  02 f_emp-id PIC 999999999.
  02 f_emp-name PIC X(30).
  02 f_emp-addr1 PIC X(30).
  02 f_emp-city PIC X(20).
  02 f_emp-state PIC X(2).
  02 f_emp-zip PIC X(9).
  02 f_emp-status PIC X(1).
  02 f_emp-freq PIC X(1).

FD receivable.
01 f_rcv.
  02 f_rcv-invoice PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_rcv-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_rcv-quarter PIC 9(5).
  02 filler PIC X VALUE " ".
  02 f_rcv-bill-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_rcv-due-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_rcv-wages PIC 9(12).99.
  02 filler PIC X VALUE " ".
  02 f_rcv-billed PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_rcv-paid PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_rcv-paid-date PIC 9(8).

FD new-receivable.
01 nf_rcv.
  02 nf_rcv-invoice PIC 9(9).
  02 filler PIC X VALUE " ".
  02 nf_rcv-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 nf_rcv-quarter PIC 9(5).
  02 filler PIC X VALUE " ".
  02 nf_rcv-bill-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 nf_rcv-due-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 nf_rcv-wages PIC 9(12).99.
  02 filler PIC X VALUE " ".
  02 nf_rcv-billed PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_rcv-paid PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_rcv-paid-date PIC 9(8).

FD rpt-invoices.
01 rpt-inv-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 b_fil-eof PIC A(1) VALUE 'F'.
01 b_emf-eof PIC A(1) VALUE 'F'.
01 b_rcv-eof PIC A(1) VALUE 'F'.
01 ws-fil-status PIC X(2).
01 ws-emf-status PIC X(2).
01 ws-rcv-status PIC X(2).

01 ws-parm-line PIC X(80).
01 ws-parm-quarter PIC X(5) VALUE SPACES.
01 ws-parm-len PIC 9(2) VALUE ZERO.
01 ws-bill-quarter PIC 9(5) VALUE ZERO.
01 ws-bill-quarter-x REDEFINES ws-bill-quarter.
  02 ws-bill-qtr-year PIC 9(4).
  02 ws-bill-qtr-q PIC 9(1).

01 ws-contrib-rate PIC 9V9999 VALUE 0.0750.
01 ws-contrib-pct PIC 9(2)V99 VALUE ZERO.

01 ws-emf-table.
  02 ws-emf-entry OCCURS 2000 TIMES.
    03 ws-emf-tbl-id PIC 9(9).
    03 ws-emf-tbl-name PIC X(30).
    03 ws-emf-tbl-addr1 PIC X(30).
    03 ws-emf-tbl-city PIC X(20).
    03 ws-emf-tbl-state PIC X(2).
    03 ws-emf-tbl-zip PIC X(9).
01 ws-emf-count PIC 9(4) VALUE ZERO.
01 ws-emf-ix PIC 9(4) VALUE ZERO.
01 ws-emf-found PIC A(1) VALUE 'F'.

01 ws-rcv-table.
  02 ws-rcv-entry OCCURS 5000 TIMES.
    03 ws-rcv-tbl-invoice PIC 9(9).
    03 ws-rcv-tbl-employer PIC 9(9).
    03 ws-rcv-tbl-quarter PIC 9(5).
    03 ws-rcv-tbl-bill-date PIC 9(8).
    03 ws-rcv-tbl-due-date PIC 9(8).
    03 ws-rcv-tbl-wages PIC 9(12)V99.
    03 ws-rcv-tbl-billed PIC 9(10)V99.
    03 ws-rcv-tbl-paid PIC 9(10)V99.
    03 ws-rcv-tbl-paid-date PIC 9(8).
01 ws-rcv-count PIC 9(4) VALUE ZERO.
01 ws-rcv-ix PIC 9(4) VALUE ZERO.

01 ws-bil-table.
  02 ws-bil-entry OCCURS 2000 TIMES.
    03 ws-bil-tbl-employer PIC 9(9).
    03 ws-bil-tbl-filings PIC 9(3).
    03 ws-bil-tbl-wages PIC 9(12)V99.
    03 ws-bil-tbl-no-wages PIC A(1).
01 ws-bil-count PIC 9(4) VALUE ZERO.
01 ws-bil-ix PIC 9(4) VALUE ZERO.
01 ws-bil-found PIC A(1) VALUE 'F'.

01 ws-fil-wages-dec PIC 9(12)V99 VALUE ZERO.
01 ws-prior-wages PIC 9(12)V99 VALUE ZERO.
01 ws-new-wages PIC S9(12)V99 VALUE ZERO.
01 ws-new-billed PIC 9(10)V99 VALUE ZERO.
01 ws-prior-balance PIC 9(10)V99 VALUE ZERO.
01 ws-account-balance PIC 9(10)V99 VALUE ZERO.
01 ws-credit-applied PIC 9(10)V99 VALUE ZERO.
01 ws-credit-avail PIC 9(10)V99 VALUE ZERO.
01 ws-credit-amnt PIC 9(10)V99 VALUE ZERO.
01 ws-credit-ix PIC 9(4) VALUE ZERO.
01 ws-amnt-dec PIC 9(12)V99 VALUE ZERO.
01 ws-next-seq PIC 9(4) VALUE ZERO.
01 ws-invoice-no PIC 9(9) VALUE ZERO.

01 ws-due-date.
  02 ws-due-yyyy PIC 9(4).
  02 ws-due-mm PIC 9(2).
  02 ws-due-dd PIC 9(2).
01 ws-due-date-n REDEFINES ws-due-date PIC 9(8).
01 ws-due-display PIC 9999/99/99.

01 ws-ctl-buffer PIC X(96).
01 ws-ctl-trailer REDEFINES ws-ctl-buffer.
  02 ws-ctl-id PIC X(1).
  02 ws-ctl-count PIC 9(7).
  02 ws-ctl-hash PIC 9(12).99.
  02 ws-ctl-hash-sign PIC X(1).
  02 filler PIC X(72).
01 ws-ctl-rcv REDEFINES ws-ctl-buffer.
  02 filler PIC X(60).
  02 ws-ctl-rcv-billed PIC 9(10).99.
  02 filler PIC X(1).
  02 ws-ctl-rcv-paid PIC 9(10).99.
  02 filler PIC X(9).
01 b_ctl-eof PIC A(1) VALUE 'F'.
01 ws-ctl-seen PIC A(1) VALUE 'F'.
01 ws-ctl-fail PIC A(1) VALUE 'F'.
01 ws-ctl-rec-count PIC 9(7) VALUE ZERO.
01 ws-ctl-rec-hash PIC S9(12)V99 VALUE ZERO.
01 ws-ctl-tlr-count PIC 9(7) VALUE ZERO.
01 ws-ctl-tlr-hash PIC S9(12)V99 VALUE ZERO.
01 ws-ctl-amnt-dec PIC 9(10)V99 VALUE ZERO.

01 ws-new-count PIC 9(7) VALUE ZERO.
01 ws-new-hash PIC S9(12)V99 VALUE ZERO.
01 ws-new-trailer.
  02 filler PIC X(1) VALUE "T".
  02 ws-new-tlr-count PIC 9(7).
  02 ws-new-tlr-hash PIC 9(12).99.
  02 ws-new-tlr-sign PIC X(1).

01 ws-cnt-employers-n PIC 9(6) VALUE ZERO.
01 ws-cnt-invoices-n PIC 9(6) VALUE ZERO.
01 ws-cnt-no-address-n PIC 9(6) VALUE ZERO.
01 ws-cnt-no-wages-n PIC 9(6) VALUE ZERO.
01 ws-cnt-billed-before-n PIC 9(6) VALUE ZERO.
01 ws-cnt-exception-n PIC 9(6) VALUE ZERO.
01 ws-wages-total PIC 9(12)V99 VALUE ZERO.
01 ws-billed-total PIC 9(12)V99 VALUE ZERO.
01 ws-no-addr-total PIC 9(12)V99 VALUE ZERO.
01 ws-cnt-credited-n PIC 9(6) VALUE ZERO.
01 ws-credited-total PIC 9(12)V99 VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-n REDEFINES ws-run-date PIC 9(8).
01 ws-run-date-display PIC 9999/99/99.

01 ws-inv-header-line.
  02 FILLER PIC X(32) VALUE "EMPLOYER CONTRIBUTION INVOICE ".
  02 FILLER PIC X(12) VALUE "   PREPARED ".
  02 ws-hdr-run-date PIC 9999/99/99.

01 ws-separator-line PIC X(72) VALUE ALL "=".

01 ws-mail-name-line.
  02 ws-mail-name PIC X(30).
01 ws-mail-addr-line.
  02 ws-mail-addr PIC X(30).
01 ws-mail-city-line.
  02 ws-mail-city PIC X(20).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-mail-state PIC X(2).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-mail-zip PIC X(9).

01 ws-inv-id-line.
  02 FILLER PIC X(16) VALUE "EMPLOYER ID: ".
  02 ws-inv-employer PIC 9(9).
  02 FILLER PIC X(5) VALUE SPACES.
  02 FILLER PIC X(13) VALUE "INVOICE NO: ".
  02 ws-inv-invoice PIC 9(9).
01 ws-inv-qtr-line.
  02 FILLER PIC X(16) VALUE "QUARTER: ".
  02 ws-inv-quarter PIC 9(5).
  02 FILLER PIC X(9) VALUE SPACES.
  02 FILLER PIC X(13) VALUE "DUE DATE: ".
  02 ws-inv-due PIC 9999/99/99.

01 ws-inv-amount-line.
  02 FILLER PIC X(5) VALUE SPACES.
  02 ws-inv-label PIC X(36).
  02 ws-inv-amnt PIC Z(11)9.99.

01 ws-inv-rate-line.
  02 FILLER PIC X(5) VALUE SPACES.
  02 FILLER PIC X(36) VALUE "CONTRIBUTION RATE (PERCENT)".
  02 FILLER PIC X(10) VALUE SPACES.
  02 ws-inv-rate PIC Z9.99.

01 ws-inv-remit-line.
  02 FILLER PIC X(60)
     VALUE "PLEASE SHOW THE INVOICE NUMBER WITH YOUR PAYMENT.".

01 ws-exc-heading-line.
  02 FILLER PIC X(30) VALUE "BILLING EXCEPTIONS".
01 ws-exc-column-line.
  02 FILLER PIC X(12) VALUE "EMPLOYER".
  02 FILLER PIC X(10) VALUE "INVOICE".
  02 FILLER PIC X(16) VALUE "AMOUNT".
  02 FILLER PIC X(40) VALUE "EXCEPTION".
01 ws-exc-detail-line.
  02 ws-exc-employer PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-exc-invoice PIC X(9).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-exc-amnt PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-exc-reason PIC X(40).
01 ws-none-line.
  02 FILLER PIC X(30) VALUE "  NONE".

01 ws-exc-table.
  02 ws-exc-tbl-line PIC X(80) OCCURS 500 TIMES.
01 ws-exc-count PIC 9(3) VALUE ZERO.
01 ws-exc-ix PIC 9(3) VALUE ZERO.

01 ws-recap-heading-line.
  02 FILLER PIC X(30) VALUE "BILLING RECAP".
01 ws-recap-quarter-line.
  02 FILLER PIC X(25) VALUE "QUARTER BILLED:".
  02 ws-rcp-quarter PIC 9(5).
01 ws-recap-line.
  02 ws-rcp-label PIC X(34).
  02 ws-rcp-count PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-rcp-amnt PIC -(11)9.99.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM PARSE-QUARTER-PARM.

IF ws-bill-quarter = ZERO
  DISPLAY "BILL_EMP: BILLING QUARTER (YYYYQ) REQUIRED"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

PERFORM ENSURE-RECEIVABLE-FILE.
PERFORM VERIFY-RECEIVABLE-CONTROL.

PERFORM LOAD-RECEIVABLE-TABLE.
PERFORM LOAD-EMF-TABLE.
PERFORM LOAD-QUARTER-FILINGS.

MOVE "receivable" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN OUTPUT rpt-invoices.
OPEN OUTPUT new-receivable.

MOVE ZERO TO ws-bil-ix.
PERFORM UNTIL ws-bil-ix >= ws-bil-count
  ADD 1 TO ws-bil-ix
  PERFORM BILL-ONE-EMPLOYER
END-PERFORM.

PERFORM WRITE-RECEIVABLE-TO-NEW.
PERFORM WRITE-NEW-RECEIVABLE-TRAILER.

PERFORM WRITE-EXCEPTION-PAGE.
PERFORM WRITE-RECAP-PAGE.

CLOSE rpt-invoices.
CLOSE new-receivable.

IF ws-cnt-exception-n > ZERO
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.

GOBACK.

INIT-REPORT.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE ws-run-date-yyyy TO ws-run-date-display (1:4)
    MOVE ws-run-date-mm TO ws-run-date-display (6:2)
    MOVE ws-run-date-dd TO ws-run-date-display (9:2)

    MOVE ws-run-date-yyyy TO ws-due-yyyy
    MOVE ws-run-date-mm TO ws-due-mm
    MOVE ws-run-date-dd TO ws-due-dd
    IF ws-due-mm = 12
      MOVE 1 TO ws-due-mm
      ADD 1 TO ws-due-yyyy
    ELSE
      ADD 1 TO ws-due-mm
    END-IF
    IF ws-due-dd > 28
      MOVE 28 TO ws-due-dd
    END-IF
    MOVE ws-due-yyyy TO ws-due-display (1:4)
    MOVE ws-due-mm TO ws-due-display (6:2)
    MOVE ws-due-dd TO ws-due-display (9:2)

    COMPUTE ws-contrib-pct = ws-contrib-rate * 100
    .

PARSE-QUARTER-PARM.
    ACCEPT ws-parm-line FROM COMMAND-LINE
    UNSTRING ws-parm-line DELIMITED BY ALL SPACES
      INTO ws-parm-quarter COUNT IN ws-parm-len
    END-UNSTRING

    IF ws-parm-len = 5 AND ws-parm-quarter IS NUMERIC
      MOVE ws-parm-quarter TO ws-bill-quarter
      IF ws-bill-qtr-q < 1 OR ws-bill-qtr-q > 4
        DISPLAY "BILL_EMP: INVALID BILLING QUARTER - " ws-parm-quarter
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF
    .

ENSURE-RECEIVABLE-FILE.
    OPEN INPUT receivable
    IF ws-rcv-status = "35"
      OPEN OUTPUT receivable
      CLOSE receivable
    ELSE
      CLOSE receivable
    END-IF
    .

LOAD-RECEIVABLE-TABLE.
    MOVE ZERO TO ws-rcv-count
    MOVE 'F' TO b_rcv-eof
    OPEN INPUT receivable
    PERFORM UNTIL b_rcv-eof = 'T'
      READ receivable
        AT END MOVE 'T' TO b_rcv-eof
        NOT AT END
          IF f_rcv (1:1) NOT = 'T'
            PERFORM CHECK-RECEIVABLE-ROOM
            ADD 1 TO ws-rcv-count
            MOVE f_rcv-invoice TO ws-rcv-tbl-invoice (ws-rcv-count)
            MOVE f_rcv-employer TO ws-rcv-tbl-employer (ws-rcv-count)
            MOVE f_rcv-quarter TO ws-rcv-tbl-quarter (ws-rcv-count)
            MOVE f_rcv-bill-date TO ws-rcv-tbl-bill-date (ws-rcv-count)
            MOVE f_rcv-due-date TO ws-rcv-tbl-due-date (ws-rcv-count)
            MOVE f_rcv-wages TO ws-amnt-dec
            MOVE ws-amnt-dec TO ws-rcv-tbl-wages (ws-rcv-count)
            MOVE f_rcv-billed TO ws-amnt-dec
            MOVE ws-amnt-dec TO ws-rcv-tbl-billed (ws-rcv-count)
            MOVE f_rcv-paid TO ws-amnt-dec
            MOVE ws-amnt-dec TO ws-rcv-tbl-paid (ws-rcv-count)
            MOVE f_rcv-paid-date TO ws-rcv-tbl-paid-date (ws-rcv-count)
            IF ws-rcv-tbl-quarter (ws-rcv-count) = ws-bill-quarter
              COMPUTE ws-invoice-no =
                ws-rcv-tbl-invoice (ws-rcv-count) - ws-bill-quarter * 10000
              IF ws-invoice-no > ws-next-seq
                MOVE ws-invoice-no TO ws-next-seq
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE receivable
    .

CHECK-RECEIVABLE-ROOM.
    IF ws-rcv-count >= 5000
      DISPLAY "BILL_EMP: RECEIVABLE TABLE EXCEEDS 5000 - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

LOAD-EMF-TABLE.
    MOVE ZERO TO ws-emf-count
    MOVE 'F' TO b_emf-eof
    OPEN INPUT emf
    PERFORM UNTIL b_emf-eof = 'T'
      READ emf
        AT END MOVE 'T' TO b_emf-eof
        NOT AT END
          IF ws-emf-count >= 2000
            DISPLAY "BILL_EMP: EMPLOYER TABLE EXCEEDS 2000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-emf-count
          MOVE f_emp-id TO ws-emf-tbl-id (ws-emf-count)
          MOVE f_emp-name TO ws-emf-tbl-name (ws-emf-count)
          MOVE f_emp-addr1 TO ws-emf-tbl-addr1 (ws-emf-count)
          MOVE f_emp-city TO ws-emf-tbl-city (ws-emf-count)
          MOVE f_emp-state TO ws-emf-tbl-state (ws-emf-count)
          MOVE f_emp-zip TO ws-emf-tbl-zip (ws-emf-count)
      END-READ
    END-PERFORM
    CLOSE emf
    .

LOAD-QUARTER-FILINGS.
    MOVE ZERO TO ws-bil-count
    MOVE 'F' TO b_fil-eof
    OPEN INPUT filings
    PERFORM UNTIL b_fil-eof = 'T'
      READ filings
        AT END MOVE 'T' TO b_fil-eof
        NOT AT END
          IF f_fil-quarter = ws-bill-quarter
            PERFORM ADD-FILING-TO-BILL
          END-IF
      END-READ
    END-PERFORM
    CLOSE filings
    .

ADD-FILING-TO-BILL.
    MOVE 'F' TO ws-bil-found
    MOVE ZERO TO ws-bil-ix
    PERFORM UNTIL ws-bil-ix >= ws-bil-count OR ws-bil-found = 'T'
      ADD 1 TO ws-bil-ix
      IF ws-bil-tbl-employer (ws-bil-ix) = f_fil-employer
        MOVE 'T' TO ws-bil-found
      END-IF
    END-PERFORM

    IF ws-bil-found = 'F'
      IF ws-bil-count >= 2000
        DISPLAY "BILL_EMP: BILLING TABLE EXCEEDS 2000 - RUN ABORTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO ws-bil-count
      MOVE ws-bil-count TO ws-bil-ix
      MOVE f_fil-employer TO ws-bil-tbl-employer (ws-bil-ix)
      MOVE ZERO TO ws-bil-tbl-filings (ws-bil-ix)
      MOVE ZERO TO ws-bil-tbl-wages (ws-bil-ix)
      MOVE 'F' TO ws-bil-tbl-no-wages (ws-bil-ix)
    END-IF

    ADD 1 TO ws-bil-tbl-filings (ws-bil-ix)
    IF f_fil-wages-x IS NUMERIC
       OR (f_fil-wages-x (1:12) IS NUMERIC
           AND f_fil-wages-x (13:1) = "."
           AND f_fil-wages-x (14:2) IS NUMERIC)
      MOVE f_fil-wages TO ws-fil-wages-dec
      ADD ws-fil-wages-dec TO ws-bil-tbl-wages (ws-bil-ix)
    ELSE
      MOVE 'T' TO ws-bil-tbl-no-wages (ws-bil-ix)
    END-IF
    .

BILL-ONE-EMPLOYER.
    ADD 1 TO ws-cnt-employers-n

    IF ws-bil-tbl-no-wages (ws-bil-ix) = 'T'
      MOVE ws-bil-tbl-employer (ws-bil-ix) TO ws-exc-employer
      MOVE SPACES TO ws-exc-invoice
      MOVE ZERO TO ws-exc-amnt
      MOVE "FILING HAS NO WAGE TOTAL - NOT BILLED" TO ws-exc-reason
      PERFORM SAVE-EXCEPTION
      ADD 1 TO ws-cnt-no-wages-n
    ELSE
      PERFORM TOTAL-EMPLOYER-ACCOUNT
      COMPUTE ws-new-wages =
        ws-bil-tbl-wages (ws-bil-ix) - ws-prior-wages
      IF ws-new-wages > ZERO
        PERFORM ADD-NEW-INVOICE
      ELSE
        ADD 1 TO ws-cnt-billed-before-n
        IF ws-new-wages < ZERO
          MOVE ws-bil-tbl-employer (ws-bil-ix) TO ws-exc-employer
          MOVE SPACES TO ws-exc-invoice
          COMPUTE ws-exc-amnt = ZERO - ws-new-wages
          MOVE "WAGES BILLED EXCEED WAGES FILED" TO ws-exc-reason
          PERFORM SAVE-EXCEPTION
        END-IF
      END-IF
    END-IF
    .

TOTAL-EMPLOYER-ACCOUNT.
    MOVE ZERO TO ws-prior-wages
    MOVE ZERO TO ws-prior-balance
    MOVE ZERO TO ws-rcv-ix
    PERFORM UNTIL ws-rcv-ix >= ws-rcv-count
      ADD 1 TO ws-rcv-ix
      IF ws-rcv-tbl-employer (ws-rcv-ix) = ws-bil-tbl-employer (ws-bil-ix)
        IF ws-rcv-tbl-quarter (ws-rcv-ix) = ws-bill-quarter
          ADD ws-rcv-tbl-wages (ws-rcv-ix) TO ws-prior-wages
        END-IF
        IF ws-rcv-tbl-billed (ws-rcv-ix) > ws-rcv-tbl-paid (ws-rcv-ix)
          COMPUTE ws-prior-balance = ws-prior-balance
            + ws-rcv-tbl-billed (ws-rcv-ix) - ws-rcv-tbl-paid (ws-rcv-ix)
        END-IF
      END-IF
    END-PERFORM
    .

ADD-NEW-INVOICE.
    PERFORM CHECK-RECEIVABLE-ROOM
    ADD 1 TO ws-next-seq
    IF ws-next-seq > 9999
      DISPLAY "BILL_EMP: INVOICE NUMBERS EXHAUSTED FOR QUARTER "
              ws-bill-quarter " - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    COMPUTE ws-invoice-no = ws-bill-quarter * 10000 + ws-next-seq
    COMPUTE ws-new-billed ROUNDED = ws-new-wages * ws-contrib-rate

    ADD 1 TO ws-rcv-count
    MOVE ws-invoice-no TO ws-rcv-tbl-invoice (ws-rcv-count)
    MOVE ws-bil-tbl-employer (ws-bil-ix) TO ws-rcv-tbl-employer (ws-rcv-count)
    MOVE ws-bill-quarter TO ws-rcv-tbl-quarter (ws-rcv-count)
    MOVE ws-run-date-n TO ws-rcv-tbl-bill-date (ws-rcv-count)
    MOVE ws-due-date-n TO ws-rcv-tbl-due-date (ws-rcv-count)
    MOVE ws-new-wages TO ws-rcv-tbl-wages (ws-rcv-count)
    MOVE ws-new-billed TO ws-rcv-tbl-billed (ws-rcv-count)
    MOVE ZERO TO ws-rcv-tbl-paid (ws-rcv-count)
    MOVE ZERO TO ws-rcv-tbl-paid-date (ws-rcv-count)

    ADD 1 TO ws-cnt-invoices-n
    ADD ws-new-wages TO ws-wages-total
    ADD ws-new-billed TO ws-billed-total
    PERFORM APPLY-EMPLOYER-CREDIT
    COMPUTE ws-account-balance =
      ws-prior-balance + ws-new-billed - ws-credit-applied

    PERFORM FIND-EMPLOYER
    IF ws-emf-found = 'T'
      PERFORM WRITE-EMPLOYER-INVOICE
    ELSE
      MOVE ws-bil-tbl-employer (ws-bil-ix) TO ws-exc-employer
      MOVE ws-invoice-no TO ws-exc-invoice
      MOVE ws-new-billed TO ws-exc-amnt
      MOVE "NOT ON EMPLOYER MASTER - NO INVOICE" TO ws-exc-reason
      PERFORM SAVE-EXCEPTION
      ADD 1 TO ws-cnt-no-address-n
      ADD ws-new-billed TO ws-no-addr-total
    END-IF
    .

APPLY-EMPLOYER-CREDIT.
    MOVE ZERO TO ws-credit-applied
    MOVE ZERO TO ws-credit-ix
    PERFORM UNTIL ws-credit-ix >= ws-rcv-count
       OR ws-credit-applied >= ws-new-billed
      ADD 1 TO ws-credit-ix
      IF ws-rcv-tbl-employer (ws-credit-ix) = ws-bil-tbl-employer (ws-bil-ix)
         AND ws-rcv-tbl-paid (ws-credit-ix) > ws-rcv-tbl-billed (ws-credit-ix)
        COMPUTE ws-credit-avail = ws-rcv-tbl-paid (ws-credit-ix)
          - ws-rcv-tbl-billed (ws-credit-ix)
        COMPUTE ws-credit-amnt = ws-new-billed - ws-credit-applied
        IF ws-credit-avail < ws-credit-amnt
          MOVE ws-credit-avail TO ws-credit-amnt
        END-IF
        SUBTRACT ws-credit-amnt FROM ws-rcv-tbl-paid (ws-credit-ix)
        ADD ws-credit-amnt TO ws-credit-applied
      END-IF
    END-PERFORM

    IF ws-credit-applied > ZERO
      MOVE ws-credit-applied TO ws-rcv-tbl-paid (ws-rcv-count)
      MOVE ws-run-date-n TO ws-rcv-tbl-paid-date (ws-rcv-count)
      ADD 1 TO ws-cnt-credited-n
      ADD ws-credit-applied TO ws-credited-total
    END-IF
    .

FIND-EMPLOYER.
    MOVE 'F' TO ws-emf-found
    MOVE ZERO TO ws-emf-ix
    PERFORM UNTIL ws-emf-ix >= ws-emf-count OR ws-emf-found = 'T'
      ADD 1 TO ws-emf-ix
      IF ws-emf-tbl-id (ws-emf-ix) = ws-bil-tbl-employer (ws-bil-ix)
        MOVE 'T' TO ws-emf-found
      END-IF
    END-PERFORM
    .

WRITE-EMPLOYER-INVOICE.
    WRITE rpt-inv-rec FROM ws-separator-line
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-inv-rec FROM ws-inv-header-line
    MOVE SPACES TO rpt-inv-rec
    WRITE rpt-inv-rec

    MOVE ws-emf-tbl-name (ws-emf-ix) TO ws-mail-name
    WRITE rpt-inv-rec FROM ws-mail-name-line
    MOVE ws-emf-tbl-addr1 (ws-emf-ix) TO ws-mail-addr
    WRITE rpt-inv-rec FROM ws-mail-addr-line
    MOVE ws-emf-tbl-city (ws-emf-ix) TO ws-mail-city
    MOVE ws-emf-tbl-state (ws-emf-ix) TO ws-mail-state
    MOVE ws-emf-tbl-zip (ws-emf-ix) TO ws-mail-zip
    WRITE rpt-inv-rec FROM ws-mail-city-line
    MOVE SPACES TO rpt-inv-rec
    WRITE rpt-inv-rec

    MOVE ws-bil-tbl-employer (ws-bil-ix) TO ws-inv-employer
    MOVE ws-invoice-no TO ws-inv-invoice
    WRITE rpt-inv-rec FROM ws-inv-id-line
    MOVE ws-bill-quarter TO ws-inv-quarter
    MOVE ws-due-display TO ws-inv-due
    WRITE rpt-inv-rec FROM ws-inv-qtr-line
    MOVE SPACES TO rpt-inv-rec
    WRITE rpt-inv-rec

    MOVE "WAGES REPORTED FOR QUARTER" TO ws-inv-label
    MOVE ws-bil-tbl-wages (ws-bil-ix) TO ws-inv-amnt
    WRITE rpt-inv-rec FROM ws-inv-amount-line
    MOVE "LESS WAGES PREVIOUSLY BILLED" TO ws-inv-label
    MOVE ws-prior-wages TO ws-inv-amnt
    WRITE rpt-inv-rec FROM ws-inv-amount-line
    MOVE "WAGES BILLED ON THIS INVOICE" TO ws-inv-label
    MOVE ws-new-wages TO ws-inv-amnt
    WRITE rpt-inv-rec FROM ws-inv-amount-line
    MOVE ws-contrib-pct TO ws-inv-rate
    WRITE rpt-inv-rec FROM ws-inv-rate-line
    MOVE "CONTRIBUTION DUE THIS INVOICE" TO ws-inv-label
    MOVE ws-new-billed TO ws-inv-amnt
    WRITE rpt-inv-rec FROM ws-inv-amount-line
    MOVE SPACES TO rpt-inv-rec
    WRITE rpt-inv-rec

    MOVE "PRIOR BALANCE UNPAID" TO ws-inv-label
    MOVE ws-prior-balance TO ws-inv-amnt
    WRITE rpt-inv-rec FROM ws-inv-amount-line
    IF ws-credit-applied > ZERO
      MOVE "LESS CREDIT ON ACCOUNT" TO ws-inv-label
      MOVE ws-credit-applied TO ws-inv-amnt
      WRITE rpt-inv-rec FROM ws-inv-amount-line
    END-IF
    MOVE "TOTAL ACCOUNT BALANCE DUE" TO ws-inv-label
    MOVE ws-account-balance TO ws-inv-amnt
    WRITE rpt-inv-rec FROM ws-inv-amount-line
    MOVE SPACES TO rpt-inv-rec
    WRITE rpt-inv-rec
    WRITE rpt-inv-rec FROM ws-inv-remit-line
    MOVE SPACES TO rpt-inv-rec
    WRITE rpt-inv-rec
    .

SAVE-EXCEPTION.
    IF ws-exc-count >= 500
      DISPLAY "BILL_EMP: EXCEPTION TABLE EXCEEDS 500 - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    ADD 1 TO ws-exc-count
    MOVE ws-exc-detail-line TO ws-exc-tbl-line (ws-exc-count)
    ADD 1 TO ws-cnt-exception-n
    .

WRITE-RECEIVABLE-TO-NEW.
    MOVE ZERO TO ws-rcv-ix
    PERFORM UNTIL ws-rcv-ix >= ws-rcv-count
      ADD 1 TO ws-rcv-ix
      IF ws-rcv-tbl-invoice (ws-rcv-ix) NOT = ZERO
         OR ws-rcv-tbl-paid (ws-rcv-ix) NOT = ws-rcv-tbl-billed (ws-rcv-ix)
        PERFORM WRITE-ONE-RECEIVABLE
      END-IF
    END-PERFORM
    .

WRITE-ONE-RECEIVABLE.
    MOVE SPACES TO nf_rcv
    MOVE ws-rcv-tbl-invoice (ws-rcv-ix) TO nf_rcv-invoice
    MOVE ws-rcv-tbl-employer (ws-rcv-ix) TO nf_rcv-employer
    MOVE ws-rcv-tbl-quarter (ws-rcv-ix) TO nf_rcv-quarter
    MOVE ws-rcv-tbl-bill-date (ws-rcv-ix) TO nf_rcv-bill-date
    MOVE ws-rcv-tbl-due-date (ws-rcv-ix) TO nf_rcv-due-date
    MOVE ws-rcv-tbl-wages (ws-rcv-ix) TO nf_rcv-wages
    MOVE ws-rcv-tbl-billed (ws-rcv-ix) TO nf_rcv-billed
    MOVE ws-rcv-tbl-paid (ws-rcv-ix) TO nf_rcv-paid
    MOVE ws-rcv-tbl-paid-date (ws-rcv-ix) TO nf_rcv-paid-date
    WRITE nf_rcv
    ADD 1 TO ws-new-count
    ADD ws-rcv-tbl-billed (ws-rcv-ix) TO ws-new-hash
    SUBTRACT ws-rcv-tbl-paid (ws-rcv-ix) FROM ws-new-hash
    .

WRITE-NEW-RECEIVABLE-TRAILER.
    MOVE ws-new-count TO ws-new-tlr-count
    MOVE ws-new-hash TO ws-new-tlr-hash
    IF ws-new-hash < ZERO
      MOVE "-" TO ws-new-tlr-sign
    ELSE
      MOVE SPACE TO ws-new-tlr-sign
    END-IF
    MOVE SPACES TO nf_rcv
    WRITE nf_rcv FROM ws-new-trailer
    .

WRITE-EXCEPTION-PAGE.
    WRITE rpt-inv-rec FROM ws-separator-line
    WRITE rpt-inv-rec FROM ws-exc-heading-line
    WRITE rpt-inv-rec FROM ws-exc-column-line
    IF ws-exc-count = ZERO
      WRITE rpt-inv-rec FROM ws-none-line
    END-IF
    MOVE ZERO TO ws-exc-ix
    PERFORM UNTIL ws-exc-ix >= ws-exc-count
      ADD 1 TO ws-exc-ix
      WRITE rpt-inv-rec FROM ws-exc-tbl-line (ws-exc-ix)
    END-PERFORM
    MOVE SPACES TO rpt-inv-rec
    WRITE rpt-inv-rec
    .

WRITE-RECAP-PAGE.
    WRITE rpt-inv-rec FROM ws-separator-line
    WRITE rpt-inv-rec FROM ws-recap-heading-line
    MOVE ws-bill-quarter TO ws-rcp-quarter
    WRITE rpt-inv-rec FROM ws-recap-quarter-line

    MOVE "EMPLOYERS FILED FOR QUARTER:" TO ws-rcp-label
    MOVE ws-cnt-employers-n TO ws-rcp-count
    MOVE ZERO TO ws-rcp-amnt
    WRITE rpt-inv-rec FROM ws-recap-line

    MOVE "INVOICES BILLED:" TO ws-rcp-label
    MOVE ws-cnt-invoices-n TO ws-rcp-count
    MOVE ws-billed-total TO ws-rcp-amnt
    WRITE rpt-inv-rec FROM ws-recap-line

    MOVE "WAGES BILLED:" TO ws-rcp-label
    MOVE ws-cnt-invoices-n TO ws-rcp-count
    MOVE ws-wages-total TO ws-rcp-amnt
    WRITE rpt-inv-rec FROM ws-recap-line

    MOVE "  BILLED NOT ON EMPLOYER MASTER:" TO ws-rcp-label
    MOVE ws-cnt-no-address-n TO ws-rcp-count
    MOVE ws-no-addr-total TO ws-rcp-amnt
    WRITE rpt-inv-rec FROM ws-recap-line

    MOVE "  CREDIT ON ACCOUNT APPLIED:" TO ws-rcp-label
    MOVE ws-cnt-credited-n TO ws-rcp-count
    MOVE ws-credited-total TO ws-rcp-amnt
    WRITE rpt-inv-rec FROM ws-recap-line

    MOVE "ALREADY BILLED, NO NEW WAGES:" TO ws-rcp-label
    MOVE ws-cnt-billed-before-n TO ws-rcp-count
    MOVE ZERO TO ws-rcp-amnt
    WRITE rpt-inv-rec FROM ws-recap-line

    MOVE "FILINGS WITHOUT WAGE TOTAL:" TO ws-rcp-label
    MOVE ws-cnt-no-wages-n TO ws-rcp-count
    MOVE ZERO TO ws-rcp-amnt
    WRITE rpt-inv-rec FROM ws-recap-line

    MOVE "RECEIVABLE ITEMS / BALANCE:" TO ws-rcp-label
    MOVE ws-new-count TO ws-rcp-count
    MOVE ws-new-hash TO ws-rcp-amnt
    WRITE rpt-inv-rec FROM ws-recap-line
    .

VERIFY-RECEIVABLE-CONTROL.
    MOVE 'F' TO ws-ctl-seen
    MOVE 'F' TO ws-ctl-fail
    MOVE ZERO TO ws-ctl-rec-count
    MOVE ZERO TO ws-ctl-rec-hash
    MOVE ZERO TO ws-ctl-tlr-count
    MOVE ZERO TO ws-ctl-tlr-hash

    OPEN INPUT receivable
    PERFORM UNTIL b_ctl-eof = 'T'
      READ receivable INTO ws-ctl-buffer
        AT END MOVE 'T' TO b_ctl-eof
        NOT AT END PERFORM TALLY-RECEIVABLE-CONTROL
      END-READ
    END-PERFORM
    CLOSE receivable
    MOVE 'F' TO b_ctl-eof

    IF ws-ctl-seen = 'F' AND ws-ctl-rec-count > ZERO
      MOVE 'T' TO ws-ctl-fail
    END-IF
    IF ws-ctl-seen = 'T'
      AND (ws-ctl-rec-count NOT = ws-ctl-tlr-count
           OR ws-ctl-rec-hash NOT = ws-ctl-tlr-hash)
      MOVE 'T' TO ws-ctl-fail
    END-IF

    IF ws-ctl-fail = 'T'
      DISPLAY "BILL_EMP: RECEIVABLE CONTROL TRAILER FAILURE, COUNT "
              ws-ctl-rec-count " OF " ws-ctl-tlr-count
              " HASH " ws-ctl-rec-hash " OF " ws-ctl-tlr-hash
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

TALLY-RECEIVABLE-CONTROL.
    IF ws-ctl-id = 'T'
      MOVE ws-ctl-count TO ws-ctl-tlr-count
      MOVE ws-ctl-hash TO ws-ctl-tlr-hash
      IF ws-ctl-hash-sign = "-"
        COMPUTE ws-ctl-tlr-hash = ZERO - ws-ctl-tlr-hash
      END-IF
      MOVE 'T' TO ws-ctl-seen
    ELSE
      IF ws-ctl-seen = 'T'
        MOVE 'T' TO ws-ctl-fail
      ELSE
        ADD 1 TO ws-ctl-rec-count
        MOVE ws-ctl-rcv-billed TO ws-ctl-amnt-dec
        ADD ws-ctl-amnt-dec TO ws-ctl-rec-hash
        MOVE ws-ctl-rcv-paid TO ws-ctl-amnt-dec
        SUBTRACT ws-ctl-amnt-dec FROM ws-ctl-rec-hash
      END-IF
    END-IF
    .

TAKE-MASTER-BACKUP.
    MOVE "bill_emp" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "BILL_EMP: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
