IDENTIFICATION DIVISION.
PROGRAM-ID. post_emp_pay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT OPTIONAL emp-payments ASSIGN TO './data/employer-payments.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL pay-ledger ASSIGN TO './data/employer-pay-ledger.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT new-ledger ASSIGN TO './data/employer-pay-ledger.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT receivable ASSIGN TO './data/receivable.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-rcv-status.
  SELECT new-receivable ASSIGN TO './data/receivable.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-payments ASSIGN TO './reports/employer-payment-register.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD emp-payments.
01 f_epy.
  02 f_epy-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_epy-invoice PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_epy-amnt-x PIC X(13).
  02 f_epy-amnt REDEFINES f_epy-amnt-x PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_epy-recv-date PIC 9(8).

FD pay-ledger.
01 f_led.
  02 f_led-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_led-invoice PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_led-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_led-recv-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_led-unapplied PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_led-post-date PIC 9(8).

FD new-ledger.
01 nf_led.
  02 nf_led-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 nf_led-invoice PIC 9(9).
  02 filler PIC X VALUE " ".
  02 nf_led-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_led-recv-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 nf_led-unapplied PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_led-post-date PIC 9(8).

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

FD rpt-payments.
01 rpt-pay-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 b_epy-eof PIC A(1) VALUE 'F'.
01 b_led-eof PIC A(1) VALUE 'F'.
01 b_rcv-eof PIC A(1) VALUE 'F'.
01 ws-rcv-status PIC X(2).

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
01 ws-rcv-target PIC 9(4) VALUE ZERO.

01 ws-led-table.
  02 ws-led-entry OCCURS 5000 TIMES.
    03 ws-led-tbl-employer PIC 9(9).
    03 ws-led-tbl-invoice PIC 9(9).
    03 ws-led-tbl-amnt PIC 9(10)V99.
    03 ws-led-tbl-recv-date PIC 9(8).
01 ws-led-count PIC 9(4) VALUE ZERO.
01 ws-led-ix PIC 9(4) VALUE ZERO.
01 ws-led-found PIC A(1) VALUE 'F'.

01 ws-pay-amnt-dec PIC 9(10)V99 VALUE ZERO.
01 ws-pay-remaining PIC 9(10)V99 VALUE ZERO.
01 ws-apply-amnt PIC 9(10)V99 VALUE ZERO.
01 ws-item-balance PIC 9(10)V99 VALUE ZERO.
01 ws-amnt-dec PIC 9(12)V99 VALUE ZERO.
01 ws-invoice-found PIC A(1) VALUE 'F'.
01 ws-credit-found PIC A(1) VALUE 'F'.
01 ws-pay-valid PIC A(1) VALUE 'F'.

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

01 ws-begin-balance PIC S9(12)V99 VALUE ZERO.
01 ws-cnt-payments-n PIC 9(6) VALUE ZERO.
01 ws-cnt-applied-n PIC 9(6) VALUE ZERO.
01 ws-cnt-unapplied-n PIC 9(6) VALUE ZERO.
01 ws-cnt-duplicate-n PIC 9(6) VALUE ZERO.
01 ws-cnt-rejected-n PIC 9(6) VALUE ZERO.
01 ws-received-total PIC 9(12)V99 VALUE ZERO.
01 ws-applied-total PIC 9(12)V99 VALUE ZERO.
01 ws-unapplied-total PIC 9(12)V99 VALUE ZERO.
01 ws-duplicate-total PIC 9(12)V99 VALUE ZERO.
01 ws-expected-balance PIC S9(12)V99 VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-n REDEFINES ws-run-date PIC 9(8).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(32) VALUE "EMPLOYER PAYMENT REGISTER".

01 ws-column-heading-line.
  02 FILLER PIC X(12) VALUE "EMPLOYER".
  02 FILLER PIC X(12) VALUE "INVOICE".
  02 FILLER PIC X(10) VALUE "RECEIVED".
  02 FILLER PIC X(16) VALUE "AMOUNT".
  02 FILLER PIC X(30) VALUE "RESULT".

01 ws-pay-detail-line.
  02 ws-det-employer PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-invoice PIC X(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-recv-date PIC 9(8).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-amnt PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-result PIC X(20).

01 ws-apply-detail-line.
  02 FILLER PIC X(5) VALUE SPACES.
  02 FILLER PIC X(19) VALUE "APPLIED TO INVOICE ".
  02 ws-apl-invoice PIC 9(9).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-apl-amnt PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(9) VALUE "BALANCE ".
  02 ws-apl-balance PIC Z(9)9.99.

01 ws-unapplied-line.
  02 FILLER PIC X(5) VALUE SPACES.
  02 FILLER PIC X(29) VALUE "UNAPPLIED - HELD AS CREDIT".
  02 ws-una-amnt PIC Z(9)9.99.

01 ws-summary-heading-line.
  02 FILLER PIC X(30) VALUE "RECEIVABLE BALANCE".

01 ws-summary-line.
  02 ws-sum-label PIC X(34).
  02 ws-sum-count PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-sum-amnt PIC -(11)9.99.

01 ws-result-line.
  02 FILLER PIC X(22) VALUE "RECEIVABLE: ".
  02 ws-res-status PIC X(20).

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.

PERFORM ENSURE-RECEIVABLE-FILE.
PERFORM VERIFY-RECEIVABLE-CONTROL.

PERFORM LOAD-RECEIVABLE-TABLE.
PERFORM LOAD-PAYMENT-LEDGER.

MOVE "receivable" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.
MOVE "pay-ledger" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN OUTPUT rpt-payments.
OPEN OUTPUT new-receivable.
OPEN OUTPUT new-ledger.
PERFORM COPY-LEDGER-TO-NEW.

PERFORM WRITE-REPORT-HEADER.

OPEN INPUT emp-payments.
PERFORM UNTIL b_epy-eof = 'T'
  READ emp-payments
    AT END MOVE 'T' TO b_epy-eof
    NOT AT END PERFORM POST-ONE-PAYMENT
  END-READ
END-PERFORM.
CLOSE emp-payments.

PERFORM WRITE-RECEIVABLE-TO-NEW.
PERFORM WRITE-NEW-RECEIVABLE-TRAILER.

PERFORM WRITE-REPORT-SUMMARY.

CLOSE rpt-payments.
CLOSE new-receivable.
CLOSE new-ledger.

IF ws-cnt-unapplied-n > ZERO OR ws-cnt-rejected-n > ZERO
   OR ws-expected-balance NOT = ws-new-hash
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
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-pay-rec FROM ws-page-header-line
    MOVE SPACES TO rpt-pay-rec
    WRITE rpt-pay-rec
    WRITE rpt-pay-rec FROM ws-column-heading-line
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
            IF ws-rcv-count >= 5000
              DISPLAY "POST_EMP_PAY: RECEIVABLE TABLE EXCEEDS 5000"
                      " - RUN ABORTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
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
            COMPUTE ws-begin-balance = ws-begin-balance
              + ws-rcv-tbl-billed (ws-rcv-count)
              - ws-rcv-tbl-paid (ws-rcv-count)
          END-IF
      END-READ
    END-PERFORM
    CLOSE receivable
    .

LOAD-PAYMENT-LEDGER.
    MOVE ZERO TO ws-led-count
    MOVE 'F' TO b_led-eof
    OPEN INPUT pay-ledger
    PERFORM UNTIL b_led-eof = 'T'
      READ pay-ledger
        AT END MOVE 'T' TO b_led-eof
        NOT AT END
          IF ws-led-count >= 5000
            DISPLAY "POST_EMP_PAY: PAYMENT LEDGER TABLE EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-led-count
          MOVE f_led-employer TO ws-led-tbl-employer (ws-led-count)
          MOVE f_led-invoice TO ws-led-tbl-invoice (ws-led-count)
          MOVE f_led-amnt TO ws-amnt-dec
          MOVE ws-amnt-dec TO ws-led-tbl-amnt (ws-led-count)
          MOVE f_led-recv-date TO ws-led-tbl-recv-date (ws-led-count)
      END-READ
    END-PERFORM
    CLOSE pay-ledger
    .

POST-ONE-PAYMENT.
    ADD 1 TO ws-cnt-payments-n
    MOVE f_epy-employer TO ws-det-employer
    MOVE f_epy-recv-date TO ws-det-recv-date
    IF f_epy-invoice IS NUMERIC AND f_epy-invoice NOT = ZERO
      MOVE f_epy-invoice TO ws-det-invoice
    ELSE
      MOVE "OLDEST" TO ws-det-invoice
    END-IF

    PERFORM VALIDATE-PAYMENT
    IF ws-pay-valid = 'F'
      MOVE ZERO TO ws-det-amnt
      WRITE rpt-pay-rec FROM ws-pay-detail-line
      ADD 1 TO ws-cnt-rejected-n
    ELSE
      MOVE f_epy-amnt TO ws-pay-amnt-dec
      MOVE ws-pay-amnt-dec TO ws-det-amnt
      PERFORM FIND-PAYMENT-POSTED
      IF ws-led-found = 'T'
        MOVE "ALREADY POSTED" TO ws-det-result
        WRITE rpt-pay-rec FROM ws-pay-detail-line
        ADD 1 TO ws-cnt-duplicate-n
        ADD ws-pay-amnt-dec TO ws-duplicate-total
      ELSE
        PERFORM APPLY-PAYMENT
      END-IF
    END-IF
    .

VALIDATE-PAYMENT.
    MOVE 'T' TO ws-pay-valid
    IF f_epy-employer IS NOT NUMERIC
      MOVE 'F' TO ws-pay-valid
      MOVE "EMPLOYER NOT NUMERIC" TO ws-det-result
    END-IF
    IF ws-pay-valid = 'T' AND f_epy-invoice IS NOT NUMERIC
       AND f_epy-invoice NOT = SPACES
      MOVE 'F' TO ws-pay-valid
      MOVE "INVOICE NOT NUMERIC" TO ws-det-result
    END-IF
    IF ws-pay-valid = 'T'
      IF f_epy-amnt-x (1:10) IS NOT NUMERIC
         OR f_epy-amnt-x (11:1) NOT = "."
         OR f_epy-amnt-x (12:2) IS NOT NUMERIC
        MOVE 'F' TO ws-pay-valid
        MOVE "AMOUNT NOT NUMERIC" TO ws-det-result
      ELSE
        MOVE f_epy-amnt TO ws-pay-amnt-dec
        IF ws-pay-amnt-dec = ZERO
          MOVE 'F' TO ws-pay-valid
          MOVE "AMOUNT IS ZERO" TO ws-det-result
        END-IF
      END-IF
    END-IF
    IF ws-pay-valid = 'T' AND f_epy-recv-date IS NOT NUMERIC
      MOVE 'F' TO ws-pay-valid
      MOVE "RECEIVED DATE INVALID" TO ws-det-result
    END-IF
    .

FIND-PAYMENT-POSTED.
    MOVE 'F' TO ws-led-found
    MOVE ZERO TO ws-led-ix
    PERFORM UNTIL ws-led-ix >= ws-led-count OR ws-led-found = 'T'
      ADD 1 TO ws-led-ix
      IF ws-led-tbl-employer (ws-led-ix) = f_epy-employer
         AND ws-led-tbl-amnt (ws-led-ix) = ws-pay-amnt-dec
         AND ws-led-tbl-recv-date (ws-led-ix) = f_epy-recv-date
        IF f_epy-invoice IS NUMERIC
          IF ws-led-tbl-invoice (ws-led-ix) = f_epy-invoice
            MOVE 'T' TO ws-led-found
          END-IF
        ELSE
          IF ws-led-tbl-invoice (ws-led-ix) = ZERO
            MOVE 'T' TO ws-led-found
          END-IF
        END-IF
      END-IF
    END-PERFORM
    .

APPLY-PAYMENT.
    MOVE ws-pay-amnt-dec TO ws-pay-remaining
    ADD 1 TO ws-cnt-applied-n
    ADD ws-pay-amnt-dec TO ws-received-total
    MOVE "POSTED" TO ws-det-result

    MOVE 'F' TO ws-invoice-found
    IF f_epy-invoice IS NUMERIC AND f_epy-invoice NOT = ZERO
      MOVE ZERO TO ws-rcv-ix
      PERFORM UNTIL ws-rcv-ix >= ws-rcv-count OR ws-invoice-found = 'T'
        ADD 1 TO ws-rcv-ix
        IF ws-rcv-tbl-invoice (ws-rcv-ix) = f_epy-invoice
           AND ws-rcv-tbl-employer (ws-rcv-ix) = f_epy-employer
          MOVE 'T' TO ws-invoice-found
          MOVE ws-rcv-ix TO ws-rcv-target
        END-IF
      END-PERFORM
      IF ws-invoice-found = 'F'
        MOVE "INVOICE NOT FOUND" TO ws-det-result
      END-IF
    END-IF
    WRITE rpt-pay-rec FROM ws-pay-detail-line

    IF ws-invoice-found = 'T'
      MOVE ws-rcv-target TO ws-rcv-ix
      PERFORM APPLY-TO-ONE-ITEM
    END-IF

    MOVE ZERO TO ws-rcv-ix
    PERFORM UNTIL ws-rcv-ix >= ws-rcv-count OR ws-pay-remaining = ZERO
      ADD 1 TO ws-rcv-ix
      IF ws-rcv-tbl-employer (ws-rcv-ix) = f_epy-employer
        PERFORM APPLY-TO-ONE-ITEM
      END-IF
    END-PERFORM

    IF ws-pay-remaining > ZERO
      MOVE ws-pay-remaining TO ws-una-amnt
      WRITE rpt-pay-rec FROM ws-unapplied-line
      ADD 1 TO ws-cnt-unapplied-n
      ADD ws-pay-remaining TO ws-unapplied-total
      PERFORM POST-CREDIT-ITEM
    END-IF

    PERFORM WRITE-LEDGER-ENTRY
    .

APPLY-TO-ONE-ITEM.
    IF ws-rcv-tbl-billed (ws-rcv-ix) > ws-rcv-tbl-paid (ws-rcv-ix)
       AND ws-pay-remaining > ZERO
      COMPUTE ws-item-balance =
        ws-rcv-tbl-billed (ws-rcv-ix) - ws-rcv-tbl-paid (ws-rcv-ix)
      IF ws-pay-remaining < ws-item-balance
        MOVE ws-pay-remaining TO ws-apply-amnt
      ELSE
        MOVE ws-item-balance TO ws-apply-amnt
      END-IF
      ADD ws-apply-amnt TO ws-rcv-tbl-paid (ws-rcv-ix)
      MOVE f_epy-recv-date TO ws-rcv-tbl-paid-date (ws-rcv-ix)
      SUBTRACT ws-apply-amnt FROM ws-pay-remaining
      SUBTRACT ws-apply-amnt FROM ws-item-balance
      ADD ws-apply-amnt TO ws-applied-total

      MOVE ws-rcv-tbl-invoice (ws-rcv-ix) TO ws-apl-invoice
      MOVE ws-apply-amnt TO ws-apl-amnt
      MOVE ws-item-balance TO ws-apl-balance
      WRITE rpt-pay-rec FROM ws-apply-detail-line
    END-IF
    .

POST-CREDIT-ITEM.
    MOVE 'F' TO ws-credit-found
    MOVE ZERO TO ws-rcv-ix
    PERFORM UNTIL ws-rcv-ix >= ws-rcv-count OR ws-credit-found = 'T'
      ADD 1 TO ws-rcv-ix
      IF ws-rcv-tbl-employer (ws-rcv-ix) = f_epy-employer
         AND ws-rcv-tbl-invoice (ws-rcv-ix) = ZERO
        MOVE 'T' TO ws-credit-found
      END-IF
    END-PERFORM

    IF ws-credit-found = 'F'
      IF ws-rcv-count >= 5000
        DISPLAY "POST_EMP_PAY: RECEIVABLE TABLE EXCEEDS 5000"
                " - RUN ABORTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO ws-rcv-count
      MOVE ws-rcv-count TO ws-rcv-ix
      MOVE ZERO TO ws-rcv-tbl-invoice (ws-rcv-ix)
      MOVE f_epy-employer TO ws-rcv-tbl-employer (ws-rcv-ix)
      MOVE ZERO TO ws-rcv-tbl-quarter (ws-rcv-ix)
      MOVE f_epy-recv-date TO ws-rcv-tbl-bill-date (ws-rcv-ix)
      MOVE f_epy-recv-date TO ws-rcv-tbl-due-date (ws-rcv-ix)
      MOVE ZERO TO ws-rcv-tbl-wages (ws-rcv-ix)
      MOVE ZERO TO ws-rcv-tbl-billed (ws-rcv-ix)
      MOVE ZERO TO ws-rcv-tbl-paid (ws-rcv-ix)
    END-IF

    ADD ws-pay-remaining TO ws-rcv-tbl-paid (ws-rcv-ix)
    MOVE f_epy-recv-date TO ws-rcv-tbl-paid-date (ws-rcv-ix)
    .

COPY-LEDGER-TO-NEW.
    MOVE 'F' TO b_led-eof
    OPEN INPUT pay-ledger
    PERFORM UNTIL b_led-eof = 'T'
      READ pay-ledger
        AT END MOVE 'T' TO b_led-eof
        NOT AT END WRITE nf_led FROM f_led
      END-READ
    END-PERFORM
    CLOSE pay-ledger
    .

WRITE-LEDGER-ENTRY.
    MOVE SPACES TO nf_led
    MOVE f_epy-employer TO nf_led-employer
    IF f_epy-invoice IS NUMERIC
      MOVE f_epy-invoice TO nf_led-invoice
    ELSE
      MOVE ZERO TO nf_led-invoice
    END-IF
    MOVE ws-pay-amnt-dec TO nf_led-amnt
    MOVE f_epy-recv-date TO nf_led-recv-date
    MOVE ws-pay-remaining TO nf_led-unapplied
    MOVE ws-run-date-n TO nf_led-post-date
    WRITE nf_led

    IF ws-led-count < 5000
      ADD 1 TO ws-led-count
      MOVE nf_led-employer TO ws-led-tbl-employer (ws-led-count)
      MOVE nf_led-invoice TO ws-led-tbl-invoice (ws-led-count)
      MOVE ws-pay-amnt-dec TO ws-led-tbl-amnt (ws-led-count)
      MOVE nf_led-recv-date TO ws-led-tbl-recv-date (ws-led-count)
    END-IF
    .

WRITE-RECEIVABLE-TO-NEW.
    MOVE ZERO TO ws-rcv-ix
    PERFORM UNTIL ws-rcv-ix >= ws-rcv-count
      ADD 1 TO ws-rcv-ix
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
    END-PERFORM
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

WRITE-REPORT-SUMMARY.
    COMPUTE ws-expected-balance =
      ws-begin-balance - ws-applied-total - ws-unapplied-total

    MOVE SPACES TO rpt-pay-rec
    WRITE rpt-pay-rec
    WRITE rpt-pay-rec FROM ws-summary-heading-line

    MOVE "BEGINNING RECEIVABLE BALANCE:" TO ws-sum-label
    MOVE ws-rcv-count TO ws-sum-count
    MOVE ws-begin-balance TO ws-sum-amnt
    WRITE rpt-pay-rec FROM ws-summary-line

    MOVE "PAYMENTS RECEIVED:" TO ws-sum-label
    MOVE ws-cnt-applied-n TO ws-sum-count
    MOVE ws-received-total TO ws-sum-amnt
    WRITE rpt-pay-rec FROM ws-summary-line

    MOVE "LESS APPLIED TO INVOICES:" TO ws-sum-label
    MOVE ws-cnt-applied-n TO ws-sum-count
    MOVE ws-applied-total TO ws-sum-amnt
    WRITE rpt-pay-rec FROM ws-summary-line

    MOVE "LESS UNAPPLIED HELD AS CREDIT:" TO ws-sum-label
    MOVE ws-cnt-unapplied-n TO ws-sum-count
    MOVE ws-unapplied-total TO ws-sum-amnt
    WRITE rpt-pay-rec FROM ws-summary-line

    MOVE "ENDING RECEIVABLE BALANCE:" TO ws-sum-label
    MOVE ws-new-count TO ws-sum-count
    MOVE ws-new-hash TO ws-sum-amnt
    WRITE rpt-pay-rec FROM ws-summary-line

    MOVE "PAYMENTS ALREADY POSTED:" TO ws-sum-label
    MOVE ws-cnt-duplicate-n TO ws-sum-count
    MOVE ws-duplicate-total TO ws-sum-amnt
    WRITE rpt-pay-rec FROM ws-summary-line

    MOVE "PAYMENTS REJECTED:" TO ws-sum-label
    MOVE ws-cnt-rejected-n TO ws-sum-count
    MOVE ZERO TO ws-sum-amnt
    WRITE rpt-pay-rec FROM ws-summary-line

    MOVE SPACES TO rpt-pay-rec
    WRITE rpt-pay-rec
    IF ws-expected-balance = ws-new-hash
      MOVE "IN BALANCE" TO ws-res-status
    ELSE
      MOVE "OUT OF BALANCE" TO ws-res-status
    END-IF
    WRITE rpt-pay-rec FROM ws-result-line
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
      DISPLAY "POST_EMP_PAY: RECEIVABLE CONTROL TRAILER FAILURE, COUNT "
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
    MOVE "post_emp_pay" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "POST_EMP_PAY: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
