IDENTIFICATION DIVISION.
PROGRAM-ID. rpt_emp_aged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT receivable ASSIGN TO './data/receivable.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-rcv-status.
  SELECT sorted-rcv ASSIGN TO './sorted-receivable.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-rcv ASSIGN TO './receivable-sorted.tmp'.
  SELECT OPTIONAL emf ASSIGN TO './data/emf.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-emf-status.
  SELECT emp-balances ASSIGN TO './data/employer-balances.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-aged ASSIGN TO './reports/employer-aged-balances.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD receivable.
01 f_rcv PIC X(96).

FD sorted-rcv.
01 sf_rcv.
  02 sf_rcv-invoice PIC 9(9).
  02 filler PIC X.
  02 sf_rcv-employer PIC 9(9).
  02 filler PIC X.
  02 sf_rcv-quarter PIC 9(5).
  02 filler PIC X.
  02 sf_rcv-bill-date PIC 9(8).
  02 filler PIC X.
  02 sf_rcv-due-date PIC 9(8).
  02 filler PIC X.
  02 sf_rcv-wages PIC 9(12).99.
  02 filler PIC X.
  02 sf_rcv-billed PIC 9(10).99.
  02 filler PIC X.
  02 sf_rcv-paid PIC 9(10).99.
  02 filler PIC X.
  02 sf_rcv-paid-date PIC 9(8).

SD work-rcv.
01 wo_rcv.
  02 wo_rcv-invoice PIC 9(9).
  02 filler PIC X.
  02 wo_rcv-employer PIC 9(9).
  02 filler PIC X.
  02 wo_rcv-quarter PIC 9(5).
  02 filler PIC X.
  02 wo_rcv-bill-date PIC 9(8).
  02 filler PIC X.
  02 wo_rcv-due-date PIC 9(8).
  02 filler PIC X.
  02 wo_rcv-wages PIC 9(12).99.
  02 filler PIC X.
  02 wo_rcv-billed PIC 9(10).99.
  02 filler PIC X.
  02 wo_rcv-paid PIC 9(10).99.
  02 filler PIC X.
  02 wo_rcv-paid-date PIC 9(8).

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

FD emp-balances.
01 f_ebl.
  02 f_ebl-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_ebl-as-of PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_ebl-total PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ebl-current PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ebl-31-60 PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ebl-61-90 PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ebl-over-90 PIC 9(10).99.

FD rpt-aged.
01 rpt-aged-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 rcv.
  02 rcv-invoice PIC 9(9).
  02 filler PIC X.
  02 rcv-employer PIC 9(9).
  02 filler PIC X.
  02 rcv-quarter PIC 9(5).
  02 filler PIC X.
  02 rcv-bill-date.
    03 rcv-bill-yyyy PIC 9(4).
    03 rcv-bill-mm PIC 9(2).
    03 rcv-bill-dd PIC 9(2).
  02 filler PIC X.
  02 rcv-due-date PIC 9(8).
  02 filler PIC X.
  02 rcv-wages PIC 9(12).99.
  02 filler PIC X.
  02 rcv-billed PIC 9(10).99.
  02 filler PIC X.
  02 rcv-paid PIC 9(10).99.
  02 filler PIC X.
  02 rcv-paid-date PIC 9(8).

01 b_rcv-eof PIC A(1) VALUE 'F'.
01 b_rcv-got PIC A(1) VALUE 'F'.
01 b_emf-eof PIC A(1) VALUE 'F'.
01 ws-rcv-status PIC X(2).
01 ws-emf-status PIC X(2).

01 ws-emf-table.
  02 ws-emf-entry OCCURS 2000 TIMES.
    03 ws-emf-tbl-id PIC 9(9).
    03 ws-emf-tbl-name PIC X(30).
01 ws-emf-count PIC 9(4) VALUE ZERO.
01 ws-emf-ix PIC 9(4) VALUE ZERO.
01 ws-emf-found PIC A(1) VALUE 'F'.

01 ws-parm-line PIC X(80).
01 ws-parm-date PIC X(8) VALUE SPACES.
01 ws-parm-len PIC 9(2) VALUE ZERO.

01 ws-as-of-date.
  02 ws-as-of-yyyy PIC 9(4).
  02 ws-as-of-mm PIC 9(2).
  02 ws-as-of-dd PIC 9(2).
01 ws-as-of-date-n REDEFINES ws-as-of-date PIC 9(8).
01 ws-as-of-display PIC 9999/99/99.
01 ws-as-of-day-no PIC 9(7) VALUE ZERO.
01 ws-item-day-no PIC 9(7) VALUE ZERO.
01 ws-age-days PIC S9(7) VALUE ZERO.

01 ws-cur-employer PIC 9(9) VALUE ZERO.
01 ws-item-billed PIC 9(10)V99 VALUE ZERO.
01 ws-item-paid PIC 9(10)V99 VALUE ZERO.
01 ws-item-balance PIC 9(10)V99 VALUE ZERO.
01 ws-emp-credit PIC 9(10)V99 VALUE ZERO.
01 ws-tot-credit PIC 9(12)V99 VALUE ZERO.
01 ws-credit-amnt PIC 9(10)V99 VALUE ZERO.

01 ws-emp-buckets.
  02 ws-emp-current PIC 9(10)V99 VALUE ZERO.
  02 ws-emp-31-60 PIC 9(10)V99 VALUE ZERO.
  02 ws-emp-61-90 PIC 9(10)V99 VALUE ZERO.
  02 ws-emp-over-90 PIC 9(10)V99 VALUE ZERO.
  02 ws-emp-total PIC 9(10)V99 VALUE ZERO.
01 ws-tot-buckets.
  02 ws-tot-current PIC 9(12)V99 VALUE ZERO.
  02 ws-tot-31-60 PIC 9(12)V99 VALUE ZERO.
  02 ws-tot-61-90 PIC 9(12)V99 VALUE ZERO.
  02 ws-tot-over-90 PIC 9(12)V99 VALUE ZERO.
  02 ws-tot-total PIC 9(12)V99 VALUE ZERO.

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

01 ws-cnt-items-n PIC 9(6) VALUE ZERO.
01 ws-cnt-open-n PIC 9(6) VALUE ZERO.
01 ws-cnt-employers-n PIC 9(6) VALUE ZERO.
01 ws-cnt-past-90-n PIC 9(6) VALUE ZERO.
01 ws-cnt-credit-n PIC 9(6) VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(32) VALUE "AGED EMPLOYER BALANCE REPORT".
01 ws-page-header-line2.
  02 FILLER PIC X(11) VALUE "AS OF: ".
  02 ws-hdr-as-of PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(32) VALUE "AGED FROM INVOICE DATE".

01 ws-column-heading-line.
  02 FILLER PIC X(10) VALUE "EMPLOYER".
  02 FILLER PIC X(16) VALUE "NAME".
  02 FILLER PIC X(10) VALUE "   CURRENT".
  02 FILLER PIC X(11) VALUE "      31-60".
  02 FILLER PIC X(11) VALUE "      61-90".
  02 FILLER PIC X(11) VALUE "    OVER 90".
  02 FILLER PIC X(11) VALUE "  TOTAL DUE".

01 ws-detail-line.
  02 ws-det-id PIC 9(9).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-name PIC X(15).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-current PIC Z(6)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-31-60 PIC Z(6)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-61-90 PIC Z(6)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-over-90 PIC Z(6)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-total PIC Z(6)9.99.

01 ws-credit-line.
  02 ws-crd-id PIC 9(9).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-crd-name PIC X(15).
  02 FILLER PIC X(1) VALUE SPACES.
  02 FILLER PIC X(44) VALUE "CREDIT ON ACCOUNT".
  02 ws-crd-amnt PIC Z(6)9.99.

01 ws-total-line.
  02 FILLER PIC X(25) VALUE "TOTALS".
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-tot-det-current PIC Z(6)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-tot-det-31-60 PIC Z(6)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-tot-det-61-90 PIC Z(6)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-tot-det-over-90 PIC Z(6)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-tot-det-total PIC Z(6)9.99.

01 ws-summary-line-1.
  02 FILLER PIC X(18) VALUE "ITEMS ON FILE: ".
  02 ws-sum-items PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(13) VALUE "OPEN ITEMS: ".
  02 ws-sum-open PIC ZZZZZ9.
01 ws-summary-line-2.
  02 FILLER PIC X(28) VALUE "EMPLOYERS WITH BALANCE: ".
  02 ws-sum-employers PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(20) VALUE "OVER 90 DAYS: ".
  02 ws-sum-past-90 PIC ZZZZZ9.
01 ws-summary-line-3.
  02 FILLER PIC X(28) VALUE "EMPLOYERS WITH CREDIT: ".
  02 ws-sum-credit-n PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(20) VALUE "CREDIT AMOUNT: ".
  02 ws-sum-credit PIC Z(9)9.99.

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM ENSURE-RECEIVABLE-FILE.
PERFORM VERIFY-RECEIVABLE-CONTROL.
PERFORM LOAD-EMF-TABLE.

SORT work-rcv ON ASCENDING KEY wo_rcv-employer wo_rcv-invoice
USING receivable GIVING sorted-rcv.

OPEN INPUT sorted-rcv.
OPEN OUTPUT emp-balances.
OPEN OUTPUT rpt-aged.

PERFORM WRITE-REPORT-HEADER.

PERFORM ADVANCE-RECEIVABLE.

PERFORM UNTIL b_rcv-eof = 'T'
  MOVE rcv-employer TO ws-cur-employer
  MOVE ZERO TO ws-emp-current
  MOVE ZERO TO ws-emp-31-60
  MOVE ZERO TO ws-emp-61-90
  MOVE ZERO TO ws-emp-over-90
  MOVE ZERO TO ws-emp-total
  MOVE ZERO TO ws-emp-credit
  PERFORM UNTIL b_rcv-eof = 'T' OR rcv-employer NOT = ws-cur-employer
    PERFORM AGE-ONE-ITEM
    PERFORM ADVANCE-RECEIVABLE
  END-PERFORM
  IF ws-emp-credit > ZERO
    PERFORM APPLY-EMPLOYER-CREDIT
  END-IF
  IF ws-emp-total > ZERO
    PERFORM WRITE-EMPLOYER-BALANCE
  END-IF
  IF ws-emp-credit > ZERO
    PERFORM WRITE-EMPLOYER-CREDIT
  END-IF
END-PERFORM.

PERFORM WRITE-REPORT-SUMMARY.

CLOSE sorted-rcv.
CLOSE emp-balances.
CLOSE rpt-aged.

MOVE 0 TO RETURN-CODE.

GOBACK.

INIT-REPORT.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE ws-run-date-yyyy TO ws-run-date-display (1:4)
    MOVE ws-run-date-mm TO ws-run-date-display (6:2)
    MOVE ws-run-date-dd TO ws-run-date-display (9:2)

    MOVE ws-run-date TO ws-as-of-date
    ACCEPT ws-parm-line FROM COMMAND-LINE
    UNSTRING ws-parm-line DELIMITED BY ALL SPACES
      INTO ws-parm-date COUNT IN ws-parm-len
    END-UNSTRING
    IF ws-parm-len > ZERO
      IF ws-parm-len = 8 AND ws-parm-date IS NUMERIC
        MOVE ws-parm-date TO ws-as-of-date
      ELSE
        DISPLAY "RPT_EMP_AGED: AS-OF DATE (YYYYMMDD) NOT VALID - "
                ws-parm-date
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF

    MOVE ws-as-of-yyyy TO ws-as-of-display (1:4)
    MOVE ws-as-of-mm TO ws-as-of-display (6:2)
    MOVE ws-as-of-dd TO ws-as-of-display (9:2)
    COMPUTE ws-as-of-day-no =
      ws-as-of-yyyy * 365 + ws-as-of-mm * 30 + ws-as-of-dd
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

LOAD-EMF-TABLE.
    MOVE ZERO TO ws-emf-count
    MOVE 'F' TO b_emf-eof
    OPEN INPUT emf
    PERFORM UNTIL b_emf-eof = 'T'
      READ emf
        AT END MOVE 'T' TO b_emf-eof
        NOT AT END
          IF ws-emf-count >= 2000
            DISPLAY "RPT_EMP_AGED: EMPLOYER TABLE EXCEEDS 2000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-emf-count
          MOVE f_emp-id TO ws-emf-tbl-id (ws-emf-count)
          MOVE f_emp-name TO ws-emf-tbl-name (ws-emf-count)
      END-READ
    END-PERFORM
    CLOSE emf
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-aged-rec FROM ws-page-header-line
    MOVE ws-as-of-display TO ws-hdr-as-of
    WRITE rpt-aged-rec FROM ws-page-header-line2
    MOVE SPACES TO rpt-aged-rec
    WRITE rpt-aged-rec
    WRITE rpt-aged-rec FROM ws-column-heading-line
    .

ADVANCE-RECEIVABLE.
    MOVE 'F' TO b_rcv-got
    PERFORM UNTIL b_rcv-eof = 'T' OR b_rcv-got = 'T'
      READ sorted-rcv INTO rcv
        AT END MOVE 'T' TO b_rcv-eof
        NOT AT END
          IF rcv (1:1) NOT = 'T'
            MOVE 'T' TO b_rcv-got
          END-IF
      END-READ
    END-PERFORM
    .

AGE-ONE-ITEM.
    ADD 1 TO ws-cnt-items-n
    MOVE rcv-billed TO ws-item-billed
    MOVE rcv-paid TO ws-item-paid
    IF ws-item-billed > ws-item-paid
      ADD 1 TO ws-cnt-open-n
      COMPUTE ws-item-balance = ws-item-billed - ws-item-paid
      COMPUTE ws-item-day-no =
        rcv-bill-yyyy * 365 + rcv-bill-mm * 30 + rcv-bill-dd
      COMPUTE ws-age-days = ws-as-of-day-no - ws-item-day-no
      EVALUATE TRUE
        WHEN ws-age-days <= 30
          ADD ws-item-balance TO ws-emp-current
        WHEN ws-age-days <= 60
          ADD ws-item-balance TO ws-emp-31-60
        WHEN ws-age-days <= 90
          ADD ws-item-balance TO ws-emp-61-90
        WHEN OTHER
          ADD ws-item-balance TO ws-emp-over-90
      END-EVALUATE
      ADD ws-item-balance TO ws-emp-total
    END-IF
    IF ws-item-paid > ws-item-billed
      COMPUTE ws-item-balance = ws-item-paid - ws-item-billed
      ADD ws-item-balance TO ws-emp-credit
    END-IF
    .

APPLY-EMPLOYER-CREDIT.
    MOVE ws-emp-over-90 TO ws-credit-amnt
    PERFORM TAKE-CREDIT-AMOUNT
    SUBTRACT ws-credit-amnt FROM ws-emp-over-90
    MOVE ws-emp-61-90 TO ws-credit-amnt
    PERFORM TAKE-CREDIT-AMOUNT
    SUBTRACT ws-credit-amnt FROM ws-emp-61-90
    MOVE ws-emp-31-60 TO ws-credit-amnt
    PERFORM TAKE-CREDIT-AMOUNT
    SUBTRACT ws-credit-amnt FROM ws-emp-31-60
    MOVE ws-emp-current TO ws-credit-amnt
    PERFORM TAKE-CREDIT-AMOUNT
    SUBTRACT ws-credit-amnt FROM ws-emp-current
    .

TAKE-CREDIT-AMOUNT.
    IF ws-credit-amnt > ws-emp-credit
      MOVE ws-emp-credit TO ws-credit-amnt
    END-IF
    SUBTRACT ws-credit-amnt FROM ws-emp-credit
    SUBTRACT ws-credit-amnt FROM ws-emp-total
    .

WRITE-EMPLOYER-CREDIT.
    ADD 1 TO ws-cnt-credit-n
    ADD ws-emp-credit TO ws-tot-credit
    MOVE ws-cur-employer TO ws-crd-id
    PERFORM FIND-EMPLOYER
    IF ws-emf-found = 'T'
      MOVE ws-emf-tbl-name (ws-emf-ix) TO ws-crd-name
    ELSE
      MOVE "*NOT ON EMF*" TO ws-crd-name
    END-IF
    MOVE ws-emp-credit TO ws-crd-amnt
    WRITE rpt-aged-rec FROM ws-credit-line
    .

WRITE-EMPLOYER-BALANCE.
    ADD 1 TO ws-cnt-employers-n
    IF ws-emp-over-90 > ZERO
      ADD 1 TO ws-cnt-past-90-n
    END-IF

    MOVE ws-cur-employer TO ws-det-id
    PERFORM FIND-EMPLOYER
    IF ws-emf-found = 'T'
      MOVE ws-emf-tbl-name (ws-emf-ix) TO ws-det-name
    ELSE
      MOVE "*NOT ON EMF*" TO ws-det-name
    END-IF
    MOVE ws-emp-current TO ws-det-current
    MOVE ws-emp-31-60 TO ws-det-31-60
    MOVE ws-emp-61-90 TO ws-det-61-90
    MOVE ws-emp-over-90 TO ws-det-over-90
    MOVE ws-emp-total TO ws-det-total
    WRITE rpt-aged-rec FROM ws-detail-line

    MOVE SPACES TO f_ebl
    MOVE ws-cur-employer TO f_ebl-employer
    MOVE ws-as-of-date-n TO f_ebl-as-of
    MOVE ws-emp-total TO f_ebl-total
    MOVE ws-emp-current TO f_ebl-current
    MOVE ws-emp-31-60 TO f_ebl-31-60
    MOVE ws-emp-61-90 TO f_ebl-61-90
    MOVE ws-emp-over-90 TO f_ebl-over-90
    WRITE f_ebl

    ADD ws-emp-current TO ws-tot-current
    ADD ws-emp-31-60 TO ws-tot-31-60
    ADD ws-emp-61-90 TO ws-tot-61-90
    ADD ws-emp-over-90 TO ws-tot-over-90
    ADD ws-emp-total TO ws-tot-total
    .

FIND-EMPLOYER.
    MOVE 'F' TO ws-emf-found
    MOVE ZERO TO ws-emf-ix
    PERFORM UNTIL ws-emf-ix >= ws-emf-count OR ws-emf-found = 'T'
      ADD 1 TO ws-emf-ix
      IF ws-emf-tbl-id (ws-emf-ix) = ws-cur-employer
        MOVE 'T' TO ws-emf-found
      END-IF
    END-PERFORM
    .

WRITE-REPORT-SUMMARY.
    MOVE ws-tot-current TO ws-tot-det-current
    MOVE ws-tot-31-60 TO ws-tot-det-31-60
    MOVE ws-tot-61-90 TO ws-tot-det-61-90
    MOVE ws-tot-over-90 TO ws-tot-det-over-90
    MOVE ws-tot-total TO ws-tot-det-total
    MOVE SPACES TO rpt-aged-rec
    WRITE rpt-aged-rec
    WRITE rpt-aged-rec FROM ws-total-line

    MOVE SPACES TO rpt-aged-rec
    WRITE rpt-aged-rec
    MOVE ws-cnt-items-n TO ws-sum-items
    MOVE ws-cnt-open-n TO ws-sum-open
    WRITE rpt-aged-rec FROM ws-summary-line-1
    MOVE ws-cnt-employers-n TO ws-sum-employers
    MOVE ws-cnt-past-90-n TO ws-sum-past-90
    WRITE rpt-aged-rec FROM ws-summary-line-2
    MOVE ws-cnt-credit-n TO ws-sum-credit-n
    MOVE ws-tot-credit TO ws-sum-credit
    WRITE rpt-aged-rec FROM ws-summary-line-3
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
      DISPLAY "RPT_EMP_AGED: RECEIVABLE CONTROL TRAILER FAILURE, COUNT "
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
