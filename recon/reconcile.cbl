IDENTIFICATION DIVISION.
PROGRAM-ID. recon_pay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT OPTIONAL bank-file ASSIGN TO './bank-file.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL pos-pay ASSIGN TO './positive-pay.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL arr-bank-file ASSIGN TO './arrears-bank-file.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL arr-pos-pay ASSIGN TO './arrears-positive-pay.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL ach-returns ASSIGN TO './data/ach-returns.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL paid-checks ASSIGN TO './data/paid-checks.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL ddf ASSIGN TO './data/ddf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL ddf-trans ASSIGN TO './data/ddf-trans.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL returned-pay ASSIGN TO './data/returned-pay.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL rcn-batch ASSIGN TO './data/recon-batches.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT new-rcn-batch ASSIGN TO './data/recon-batches.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT outstanding ASSIGN TO './data/outstanding.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-ost-status.
  SELECT new-outstanding ASSIGN TO './data/outstanding.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-recon ASSIGN TO './reports/payment-reconciliation.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-stale ASSIGN TO './reports/stale-check-register.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD bank-file.
01 bk_rec PIC X(80).

FD pos-pay.
01 pp_rec PIC X(60).

FD arr-bank-file.
01 abk_rec PIC X(80).

FD arr-pos-pay.
01 app_rec PIC X(60).

FD ach-returns.
01 f_ret.
  02 f_ret-reason PIC X(3).
  02 filler PIC X VALUE " ".
  02 f_ret-routing PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_ret-account PIC X(17).
  02 filler PIC X VALUE " ".
  02 f_ret-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ret-ssn PIC 9(9).

FD paid-checks.
01 f_pck.
  02 f_pck-check-no PIC 9(12).
  02 filler PIC X VALUE " ".
  02 f_pck-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_pck-paid-date PIC 9(8).

FD ddf.
01 f_ddo.
  02 f_ddo-ssn PIC 999999999.
  02 f_ddo-routing PIC 9(9).
  02 f_ddo-account PIC X(17).
  02 f_ddo-acct-type PIC X(1).
  02 f_ddo-flag PIC X(1).

FD ddf-trans.
01 f_dtr.
  02 f_dtr-action PIC X(1).
  02 f_dtr-ssn PIC 999999999.
  02 f_dtr-routing PIC 9(9).
  02 f_dtr-account PIC X(17).
  02 f_dtr-acct-type PIC X(1).
  02 f_dtr-flag PIC X(1).

FD returned-pay.
01 f_rtp.
  02 f_rtp-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_rtp-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_rtp-reason PIC X(3).
  02 filler PIC X VALUE " ".
  02 f_rtp-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_rtp-routing PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_rtp-account PIC X(17).
  02 filler PIC X VALUE " ".
  02 f_rtp-post-date PIC 9(8).

FD rcn-batch.
01 f_rbt.
  02 f_rbt-source PIC X(12).
  02 filler PIC X VALUE " ".
  02 f_rbt-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_rbt-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_rbt-load-date PIC 9(8).

FD new-rcn-batch.
01 nf_rbt.
  02 nf_rbt-source PIC X(12).
  02 filler PIC X VALUE " ".
  02 nf_rbt-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 nf_rbt-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 nf_rbt-load-date PIC 9(8).

FD outstanding.
01 f_ost.
  02 f_ost-check-no PIC 9(12).
  02 filler PIC X VALUE " ".
  02 f_ost-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_ost-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_ost-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ost-issue-date PIC 9(8).

FD new-outstanding.
01 nf_ost.
  02 nf_ost-check-no PIC 9(12).
  02 filler PIC X VALUE " ".
  02 nf_ost-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 nf_ost-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 nf_ost-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_ost-issue-date PIC 9(8).

FD rpt-recon.
01 rpt-recon-rec PIC X(80).

FD rpt-stale.
01 rpt-stale-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 ws-ost-status PIC X(2).
01 b_ost-eof PIC A(1) VALUE 'F'.
01 b_bank-eof PIC A(1) VALUE 'F'.
01 b_pp-eof PIC A(1) VALUE 'F'.
01 b_ret-eof PIC A(1) VALUE 'F'.
01 b_pck-eof PIC A(1) VALUE 'F'.
01 b_ddf-eof PIC A(1) VALUE 'F'.
01 b_rtp-eof PIC A(1) VALUE 'F'.
01 b_rbt-eof PIC A(1) VALUE 'F'.

01 ws-bank-rec PIC X(80).
01 ws-bank-header REDEFINES ws-bank-rec.
  02 ws-bkh-id PIC X(1).
  02 ws-bkh-date PIC 9(8).
  02 ws-bkh-period PIC 9(6).
  02 filler PIC X(65).
01 ws-bank-detail REDEFINES ws-bank-rec.
  02 ws-bkd-id PIC X(1).
  02 ws-bkd-routing PIC 9(9).
  02 ws-bkd-account PIC X(17).
  02 ws-bkd-acct-type PIC X(1).
  02 ws-bkd-amnt PIC 9(10).99.
  02 ws-bkd-ssn PIC 9(9).
  02 filler PIC X(30).

01 ws-pp-rec PIC X(60).
01 ws-pp-header REDEFINES ws-pp-rec.
  02 ws-pph-id PIC X(1).
  02 ws-pph-date PIC 9(8).
  02 ws-pph-period PIC 9(6).
  02 filler PIC X(45).
01 ws-pp-detail REDEFINES ws-pp-rec.
  02 ws-ppd-id PIC X(1).
  02 ws-ppd-check-no PIC 9(12).
  02 ws-ppd-amnt PIC 9(10).99.
  02 ws-ppd-date PIC 9(8).
  02 ws-ppd-ssn PIC 9(9).
  02 filler PIC X(17).

01 ws-ost-table.
  02 ws-ost-entry OCCURS 5000 TIMES.
    03 ws-ost-tbl-check-no PIC 9(12).
    03 ws-ost-tbl-ssn PIC 9(9).
    03 ws-ost-tbl-period PIC 9(6).
    03 ws-ost-tbl-amnt PIC 9(10)V99.
    03 ws-ost-tbl-issue-date PIC 9(8).
    03 ws-ost-tbl-paid PIC A(1).
01 ws-ost-count PIC 9(4) VALUE ZERO.
01 ws-ost-ix PIC 9(4) VALUE ZERO.
01 ws-ost-found PIC A(1) VALUE 'F'.

01 ws-ach-table.
  02 ws-ach-entry OCCURS 5000 TIMES.
    03 ws-ach-tbl-ssn PIC 9(9).
    03 ws-ach-tbl-routing PIC 9(9).
    03 ws-ach-tbl-account PIC X(17).
    03 ws-ach-tbl-amnt PIC 9(10)V99.
    03 ws-ach-tbl-period PIC 9(6).
    03 ws-ach-tbl-returned PIC A(1).
    03 ws-ach-tbl-prior PIC A(1).
01 ws-ach-count PIC 9(4) VALUE ZERO.
01 ws-ach-ix PIC 9(4) VALUE ZERO.
01 ws-ach-found PIC A(1) VALUE 'F'.

01 ws-ddf-table.
  02 ws-ddf-entry OCCURS 5000 TIMES.
    03 ws-ddf-tbl-ssn PIC 9(9).
    03 ws-ddf-tbl-routing PIC 9(9).
    03 ws-ddf-tbl-account PIC X(17).
    03 ws-ddf-tbl-acct-type PIC X(1).
    03 ws-ddf-tbl-flag PIC X(1).
01 ws-ddf-count PIC 9(4) VALUE ZERO.
01 ws-ddf-ix PIC 9(4) VALUE ZERO.
01 ws-ddf-found PIC A(1) VALUE 'F'.

01 ws-rtp-table.
  02 ws-rtp-entry OCCURS 5000 TIMES.
    03 ws-rtp-tbl-ssn PIC 9(9).
    03 ws-rtp-tbl-period PIC 9(6).
    03 ws-rtp-tbl-amnt PIC 9(10)V99.
01 ws-rtp-count PIC 9(4) VALUE ZERO.
01 ws-rtp-ix PIC 9(4) VALUE ZERO.
01 ws-rtp-found PIC A(1) VALUE 'F'.

01 ws-rbt-table.
  02 ws-rbt-entry OCCURS 5000 TIMES.
    03 ws-rbt-tbl-source PIC X(12).
    03 ws-rbt-tbl-date PIC 9(8).
    03 ws-rbt-tbl-period PIC 9(6).
    03 ws-rbt-tbl-load-date PIC 9(8).
01 ws-rbt-count PIC 9(4) VALUE ZERO.
01 ws-rbt-ix PIC 9(4) VALUE ZERO.
01 ws-rbt-found PIC A(1) VALUE 'F'.
01 ws-rbt-source PIC X(12) VALUE SPACES.
01 ws-rbt-date PIC 9(8) VALUE ZERO.
01 ws-rbt-period PIC 9(6) VALUE ZERO.
01 ws-batch-prior PIC A(1) VALUE 'F'.

01 ws-ret-amnt-dec PIC 9(10)V99 VALUE ZERO.
01 ws-pck-amnt-dec PIC 9(10)V99 VALUE ZERO.
01 ws-amnt-dec PIC 9(10)V99 VALUE ZERO.
01 ws-pay-period PIC 9(6) VALUE ZERO.
01 ws-batch-period PIC 9(6) VALUE ZERO.

01 ws-parm-line PIC X(80).
01 ws-parm-days PIC X(4) VALUE SPACES.
01 ws-parm-len PIC 9(2) VALUE ZERO.
01 ws-stale-days PIC 9(4) VALUE 180.
01 ws-day-ix PIC 9(4) VALUE ZERO.

01 ws-cutoff-date.
  02 ws-cutoff-yyyy PIC 9(4).
  02 ws-cutoff-mm PIC 9(2).
  02 ws-cutoff-dd PIC 9(2).
01 ws-cutoff-date-n REDEFINES ws-cutoff-date PIC 9(8).
01 ws-cutoff-display PIC 9999/99/99.

01 ws-month-days-values PIC X(24) VALUE "312831303130313130313031".
01 ws-month-days-table REDEFINES ws-month-days-values.
  02 ws-month-days PIC 9(2) OCCURS 12 TIMES.
01 ws-leap-quot PIC 9(4) VALUE ZERO.
01 ws-leap-rem-4 PIC 9(4) VALUE ZERO.
01 ws-leap-rem-100 PIC 9(4) VALUE ZERO.
01 ws-leap-rem-400 PIC 9(4) VALUE ZERO.

01 ws-ctl-buffer PIC X(52).
01 ws-ctl-trailer REDEFINES ws-ctl-buffer.
  02 ws-ctl-id PIC X(1).
  02 ws-ctl-count PIC 9(7).
  02 ws-ctl-hash PIC 9(12).99.
  02 filler PIC X(29).
01 ws-ctl-ost REDEFINES ws-ctl-buffer.
  02 filler PIC X(30).
  02 ws-ctl-ost-amnt PIC 9(10).99.
  02 filler PIC X(9).
01 b_ctl-eof PIC A(1) VALUE 'F'.
01 ws-ctl-seen PIC A(1) VALUE 'F'.
01 ws-ctl-fail PIC A(1) VALUE 'F'.
01 ws-ctl-rec-count PIC 9(7) VALUE ZERO.
01 ws-ctl-rec-hash PIC 9(12)V99 VALUE ZERO.
01 ws-ctl-tlr-count PIC 9(7) VALUE ZERO.
01 ws-ctl-tlr-hash PIC 9(12)V99 VALUE ZERO.
01 ws-ctl-amnt-dec PIC 9(10)V99 VALUE ZERO.

01 ws-new-count PIC 9(7) VALUE ZERO.
01 ws-new-hash PIC 9(12)V99 VALUE ZERO.
01 ws-new-trailer.
  02 filler PIC X(1) VALUE "T".
  02 ws-new-tlr-count PIC 9(7).
  02 ws-new-tlr-hash PIC 9(12).99.

01 ws-cnt-begin-n PIC 9(6) VALUE ZERO.
01 ws-cnt-issued-n PIC 9(6) VALUE ZERO.
01 ws-cnt-reissue-n PIC 9(6) VALUE ZERO.
01 ws-cnt-voided-n PIC 9(6) VALUE ZERO.
01 ws-cnt-cleared-n PIC 9(6) VALUE ZERO.
01 ws-cnt-end-n PIC 9(6) VALUE ZERO.
01 ws-cnt-stale-n PIC 9(6) VALUE ZERO.
01 ws-cnt-ach-n PIC 9(6) VALUE ZERO.
01 ws-cnt-returned-n PIC 9(6) VALUE ZERO.
01 ws-cnt-ret-prior-n PIC 9(6) VALUE ZERO.
01 ws-cnt-pp-prior-n PIC 9(6) VALUE ZERO.
01 ws-cnt-ach-prior-n PIC 9(6) VALUE ZERO.
01 ws-cnt-settled-n PIC 9(6) VALUE ZERO.
01 ws-cnt-inactivated-n PIC 9(6) VALUE ZERO.
01 ws-cnt-exception-n PIC 9(6) VALUE ZERO.
01 ws-cnt-prior-exc-n PIC 9(6) VALUE ZERO.
01 ws-begin-total PIC 9(12)V99 VALUE ZERO.
01 ws-issued-total PIC 9(12)V99 VALUE ZERO.
01 ws-voided-total PIC 9(12)V99 VALUE ZERO.
01 ws-cleared-total PIC 9(12)V99 VALUE ZERO.
01 ws-expected-total PIC 9(12)V99 VALUE ZERO.
01 ws-end-total PIC 9(12)V99 VALUE ZERO.
01 ws-stale-total PIC 9(12)V99 VALUE ZERO.
01 ws-ach-total PIC 9(12)V99 VALUE ZERO.
01 ws-returned-total PIC 9(12)V99 VALUE ZERO.
01 ws-ret-prior-total PIC 9(12)V99 VALUE ZERO.
01 ws-settled-total PIC 9(12)V99 VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(30) VALUE "PAYMENT RECONCILIATION REPORT".

01 ws-period-line.
  02 FILLER PIC X(22) VALUE "PAYMENT PERIOD: ".
  02 ws-prd-period PIC 9(6).

01 ws-ret-heading-line.
  02 FILLER PIC X(30) VALUE "ACH RETURNS".

01 ws-ret-column-line.
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(7) VALUE "REASON".
  02 FILLER PIC X(16) VALUE "AMOUNT".
  02 FILLER PIC X(40) VALUE "RESULT".

01 ws-ret-detail-line.
  02 ws-ret-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-ret-reason PIC X(3).
  02 FILLER PIC X(4) VALUE SPACES.
  02 ws-ret-amnt PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-ret-result PIC X(40).

01 ws-pck-heading-line.
  02 FILLER PIC X(30) VALUE "PAID CHECK EXCEPTIONS".

01 ws-pck-column-line.
  02 FILLER PIC X(15) VALUE "CHECK NO".
  02 FILLER PIC X(10) VALUE "PAID ON".
  02 FILLER PIC X(16) VALUE "AMOUNT".
  02 FILLER PIC X(30) VALUE "EXCEPTION".

01 ws-pck-detail-line.
  02 ws-pck-check-no PIC 9(12).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-pck-paid-date PIC 9(8).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-pck-amnt PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-pck-result PIC X(30).

01 ws-none-line.
  02 FILLER PIC X(30) VALUE "  NONE".

01 ws-summary-heading-line.
  02 FILLER PIC X(30) VALUE "OUTSTANDING CHECK BALANCE".

01 ws-summary-line.
  02 ws-sum-label PIC X(34).
  02 ws-sum-count PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-sum-amnt PIC Z(11)9.99.

01 ws-ach-heading-line.
  02 FILLER PIC X(30) VALUE "ACH SETTLEMENT".

01 ws-result-line.
  02 FILLER PIC X(22) VALUE "RECONCILIATION: ".
  02 ws-res-status PIC X(20).
  02 FILLER PIC X(13) VALUE "EXCEPTIONS: ".
  02 ws-res-exceptions PIC ZZZZZ9.

01 ws-stale-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-stl-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(30) VALUE "STALE-DATED CHECK REGISTER".

01 ws-stale-cutoff-line.
  02 FILLER PIC X(22) VALUE "ISSUED ON OR BEFORE: ".
  02 ws-stl-cutoff PIC 9999/99/99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(10) VALUE "DAYS: ".
  02 ws-stl-days PIC ZZZ9.

01 ws-stale-column-line.
  02 FILLER PIC X(15) VALUE "CHECK NO".
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(10) VALUE "PERIOD".
  02 FILLER PIC X(10) VALUE "ISSUED".
  02 FILLER PIC X(16) VALUE "AMOUNT".

01 ws-stale-detail-line.
  02 ws-stl-check-no PIC 9(12).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-stl-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-stl-period PIC 9(6).
  02 FILLER PIC X(4) VALUE SPACES.
  02 ws-stl-issue-date PIC 9(8).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-stl-amnt PIC Z(9)9.99.

01 ws-stale-summary-line.
  02 FILLER PIC X(22) VALUE "STALE-DATED CHECKS: ".
  02 ws-stl-count PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(8) VALUE "TOTAL: ".
  02 ws-stl-total PIC Z(11)9.99.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.

PERFORM ENSURE-OUTSTANDING-FILE.
PERFORM VERIFY-OUTSTANDING-CONTROL.

PERFORM LOAD-OUTSTANDING-TABLE.
PERFORM LOAD-BATCH-CONTROL.
PERFORM LOAD-POSITIVE-PAY.
PERFORM LOAD-ARREARS-POSITIVE-PAY.
PERFORM LOAD-ACH-PAYMENTS.
PERFORM LOAD-ARREARS-ACH-PAYMENTS.
PERFORM LOAD-DDF-TABLE.
PERFORM LOAD-RETURNED-LEDGER.

MOVE "outchecks" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.
MOVE "reconbatch" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN OUTPUT rpt-recon.
OPEN OUTPUT rpt-stale.
OPEN OUTPUT new-outstanding.
OPEN EXTEND returned-pay.
OPEN EXTEND ddf-trans.

PERFORM WRITE-REPORT-HEADER.

PERFORM PROCESS-ACH-RETURNS.

PERFORM PROCESS-PAID-CHECKS.

PERFORM WRITE-OUTSTANDING-TO-NEW.

PERFORM WRITE-NEW-OUTSTANDING-TRAILER.

PERFORM WRITE-BATCH-CONTROL.

PERFORM WRITE-REPORT-SUMMARY.

CLOSE rpt-recon.
CLOSE rpt-stale.
CLOSE new-outstanding.
CLOSE returned-pay.
CLOSE ddf-trans.

IF ws-cnt-exception-n > ZERO OR ws-expected-total NOT = ws-end-total
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

    ACCEPT ws-parm-line FROM COMMAND-LINE
    UNSTRING ws-parm-line DELIMITED BY ALL SPACES
      INTO ws-parm-days COUNT IN ws-parm-len
    END-UNSTRING
    IF ws-parm-len > 4
      DISPLAY "RECON_PAY: STALE DAYS PARAMETER LONGER THAN 4 DIGITS - "
              ws-parm-line
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    IF ws-parm-len > ZERO
      IF ws-parm-days (1:ws-parm-len) IS NUMERIC
        MOVE ws-parm-days (1:ws-parm-len) TO ws-stale-days
      ELSE
        DISPLAY "RECON_PAY: STALE DAYS PARAMETER NOT NUMERIC - "
                ws-parm-days
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF

    MOVE ws-run-date-yyyy TO ws-cutoff-yyyy
    MOVE ws-run-date-mm TO ws-cutoff-mm
    MOVE ws-run-date-dd TO ws-cutoff-dd
    MOVE ZERO TO ws-day-ix
    PERFORM UNTIL ws-day-ix >= ws-stale-days
      ADD 1 TO ws-day-ix
      PERFORM STEP-BACK-ONE-DAY
    END-PERFORM
    MOVE ws-cutoff-yyyy TO ws-cutoff-display (1:4)
    MOVE ws-cutoff-mm TO ws-cutoff-display (6:2)
    MOVE ws-cutoff-dd TO ws-cutoff-display (9:2)
    .

STEP-BACK-ONE-DAY.
    IF ws-cutoff-dd > 1
      SUBTRACT 1 FROM ws-cutoff-dd
    ELSE
      IF ws-cutoff-mm > 1
        SUBTRACT 1 FROM ws-cutoff-mm
      ELSE
        MOVE 12 TO ws-cutoff-mm
        SUBTRACT 1 FROM ws-cutoff-yyyy
      END-IF
      MOVE ws-month-days (ws-cutoff-mm) TO ws-cutoff-dd
      IF ws-cutoff-mm = 2
        DIVIDE ws-cutoff-yyyy BY 4 GIVING ws-leap-quot
          REMAINDER ws-leap-rem-4
        DIVIDE ws-cutoff-yyyy BY 100 GIVING ws-leap-quot
          REMAINDER ws-leap-rem-100
        DIVIDE ws-cutoff-yyyy BY 400 GIVING ws-leap-quot
          REMAINDER ws-leap-rem-400
        IF ws-leap-rem-4 = ZERO
           AND (ws-leap-rem-100 NOT = ZERO OR ws-leap-rem-400 = ZERO)
          MOVE 29 TO ws-cutoff-dd
        END-IF
      END-IF
    END-IF
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-recon-rec FROM ws-page-header-line
    MOVE SPACES TO rpt-recon-rec
    WRITE rpt-recon-rec
    MOVE ws-pay-period TO ws-prd-period
    WRITE rpt-recon-rec FROM ws-period-line

    MOVE ws-run-date-display TO ws-stl-hdr-run-date
    WRITE rpt-stale-rec FROM ws-stale-header-line
    MOVE SPACES TO rpt-stale-rec
    WRITE rpt-stale-rec
    MOVE ws-cutoff-display TO ws-stl-cutoff
    MOVE ws-stale-days TO ws-stl-days
    WRITE rpt-stale-rec FROM ws-stale-cutoff-line
    MOVE SPACES TO rpt-stale-rec
    WRITE rpt-stale-rec
    WRITE rpt-stale-rec FROM ws-stale-column-line
    .

ENSURE-OUTSTANDING-FILE.
    OPEN INPUT outstanding
    IF ws-ost-status = "35"
      OPEN OUTPUT outstanding
      CLOSE outstanding
    ELSE
      CLOSE outstanding
    END-IF
    .

LOAD-OUTSTANDING-TABLE.
    MOVE ZERO TO ws-ost-count
    MOVE 'F' TO b_ost-eof
    OPEN INPUT outstanding
    PERFORM UNTIL b_ost-eof = 'T'
      READ outstanding
        AT END MOVE 'T' TO b_ost-eof
        NOT AT END
          IF f_ost (1:1) NOT = 'T'
            PERFORM CHECK-OUTSTANDING-ROOM
            ADD 1 TO ws-ost-count
            MOVE f_ost-check-no TO ws-ost-tbl-check-no (ws-ost-count)
            MOVE f_ost-ssn TO ws-ost-tbl-ssn (ws-ost-count)
            MOVE f_ost-period TO ws-ost-tbl-period (ws-ost-count)
            MOVE f_ost-amnt TO ws-amnt-dec
            MOVE ws-amnt-dec TO ws-ost-tbl-amnt (ws-ost-count)
            MOVE f_ost-issue-date TO ws-ost-tbl-issue-date (ws-ost-count)
            MOVE 'F' TO ws-ost-tbl-paid (ws-ost-count)
            ADD 1 TO ws-cnt-begin-n
            ADD ws-amnt-dec TO ws-begin-total
          END-IF
      END-READ
    END-PERFORM
    CLOSE outstanding
    .

CHECK-OUTSTANDING-ROOM.
    IF ws-ost-count >= 5000
      DISPLAY "RECON_PAY: OUTSTANDING CHECK TABLE EXCEEDS 5000"
              " - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

LOAD-POSITIVE-PAY.
    MOVE 'F' TO b_pp-eof
    MOVE 'F' TO ws-batch-prior
    MOVE "pos-pay" TO ws-rbt-source
    OPEN INPUT pos-pay
    PERFORM UNTIL b_pp-eof = 'T'
      READ pos-pay INTO ws-pp-rec
        AT END MOVE 'T' TO b_pp-eof
        NOT AT END
          EVALUATE ws-pph-id
            WHEN 'H'
              MOVE ws-pph-period TO ws-pay-period
              MOVE ws-pph-period TO ws-batch-period
              MOVE ws-pph-date TO ws-rbt-date
              PERFORM CHECK-BATCH-LOADED
              IF ws-batch-prior = 'T'
                ADD 1 TO ws-cnt-pp-prior-n
              END-IF
            WHEN 'D'
              IF ws-batch-prior = 'F'
                PERFORM ADD-ISSUED-CHECK
              END-IF
          END-EVALUATE
      END-READ
    END-PERFORM
    CLOSE pos-pay
    .

LOAD-ARREARS-POSITIVE-PAY.
    MOVE 'F' TO b_pp-eof
    MOVE 'F' TO ws-batch-prior
    MOVE "arr-pos-pay" TO ws-rbt-source
    OPEN INPUT arr-pos-pay
    PERFORM UNTIL b_pp-eof = 'T'
      READ arr-pos-pay INTO ws-pp-rec
        AT END MOVE 'T' TO b_pp-eof
        NOT AT END
          EVALUATE ws-pph-id
            WHEN 'H'
              IF ws-pay-period = ZERO
                MOVE ws-pph-period TO ws-pay-period
              END-IF
              MOVE ws-pph-period TO ws-batch-period
              MOVE ws-pph-date TO ws-rbt-date
              PERFORM CHECK-BATCH-LOADED
              IF ws-batch-prior = 'T'
                ADD 1 TO ws-cnt-pp-prior-n
              END-IF
            WHEN 'D'
              IF ws-batch-prior = 'F'
                PERFORM ADD-ISSUED-CHECK
              END-IF
          END-EVALUATE
      END-READ
    END-PERFORM
    CLOSE arr-pos-pay
    .

ADD-ISSUED-CHECK.
    MOVE 'F' TO ws-ost-found
    MOVE ZERO TO ws-ost-ix
    PERFORM UNTIL ws-ost-ix >= ws-ost-count OR ws-ost-found = 'T'
      ADD 1 TO ws-ost-ix
      IF ws-ost-tbl-check-no (ws-ost-ix) = ws-ppd-check-no
        MOVE 'T' TO ws-ost-found
      END-IF
    END-PERFORM

    MOVE ws-ppd-amnt TO ws-amnt-dec
    EVALUATE TRUE
      WHEN ws-ost-found = 'F'
        PERFORM CHECK-OUTSTANDING-ROOM
        ADD 1 TO ws-ost-count
        MOVE ws-ost-count TO ws-ost-ix
        PERFORM STORE-ISSUED-CHECK
      WHEN ws-ost-tbl-amnt (ws-ost-ix) = ws-amnt-dec
       AND ws-ost-tbl-issue-date (ws-ost-ix) = ws-ppd-date
        ADD 1 TO ws-cnt-reissue-n
      WHEN OTHER
        ADD 1 TO ws-cnt-voided-n
        ADD ws-ost-tbl-amnt (ws-ost-ix) TO ws-voided-total
        PERFORM STORE-ISSUED-CHECK
    END-EVALUATE
    .

STORE-ISSUED-CHECK.
    MOVE ws-ppd-check-no TO ws-ost-tbl-check-no (ws-ost-ix)
    MOVE ws-ppd-ssn TO ws-ost-tbl-ssn (ws-ost-ix)
    MOVE ws-batch-period TO ws-ost-tbl-period (ws-ost-ix)
    MOVE ws-amnt-dec TO ws-ost-tbl-amnt (ws-ost-ix)
    MOVE ws-ppd-date TO ws-ost-tbl-issue-date (ws-ost-ix)
    MOVE 'F' TO ws-ost-tbl-paid (ws-ost-ix)
    ADD 1 TO ws-cnt-issued-n
    ADD ws-amnt-dec TO ws-issued-total
    .

LOAD-ACH-PAYMENTS.
    MOVE ZERO TO ws-ach-count
    MOVE 'F' TO b_bank-eof
    MOVE 'F' TO ws-batch-prior
    MOVE "bank" TO ws-rbt-source
    OPEN INPUT bank-file
    PERFORM UNTIL b_bank-eof = 'T'
      READ bank-file INTO ws-bank-rec
        AT END MOVE 'T' TO b_bank-eof
        NOT AT END
          EVALUATE ws-bkh-id
            WHEN 'H'
              IF ws-pay-period = ZERO
                MOVE ws-bkh-period TO ws-pay-period
              END-IF
              MOVE ws-bkh-period TO ws-batch-period
              MOVE ws-bkh-date TO ws-rbt-date
              PERFORM CHECK-BATCH-LOADED
              IF ws-batch-prior = 'T'
                ADD 1 TO ws-cnt-ach-prior-n
              END-IF
            WHEN 'D'
              PERFORM ADD-ACH-PAYMENT
          END-EVALUATE
      END-READ
    END-PERFORM
    CLOSE bank-file
    .

LOAD-ARREARS-ACH-PAYMENTS.
    MOVE 'F' TO b_bank-eof
    MOVE 'F' TO ws-batch-prior
    MOVE "arr-bank" TO ws-rbt-source
    OPEN INPUT arr-bank-file
    PERFORM UNTIL b_bank-eof = 'T'
      READ arr-bank-file INTO ws-bank-rec
        AT END MOVE 'T' TO b_bank-eof
        NOT AT END
          EVALUATE ws-bkh-id
            WHEN 'H'
              IF ws-pay-period = ZERO
                MOVE ws-bkh-period TO ws-pay-period
              END-IF
              MOVE ws-bkh-period TO ws-batch-period
              MOVE ws-bkh-date TO ws-rbt-date
              PERFORM CHECK-BATCH-LOADED
              IF ws-batch-prior = 'T'
                ADD 1 TO ws-cnt-ach-prior-n
              END-IF
            WHEN 'D'
              PERFORM ADD-ACH-PAYMENT
          END-EVALUATE
      END-READ
    END-PERFORM
    CLOSE arr-bank-file
    .

ADD-ACH-PAYMENT.
    IF ws-ach-count >= 5000
      DISPLAY "RECON_PAY: ACH PAYMENT TABLE EXCEEDS 5000"
              " - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    ADD 1 TO ws-ach-count
    MOVE ws-bkd-ssn TO ws-ach-tbl-ssn (ws-ach-count)
    MOVE ws-bkd-routing TO ws-ach-tbl-routing (ws-ach-count)
    MOVE ws-bkd-account TO ws-ach-tbl-account (ws-ach-count)
    MOVE ws-bkd-amnt TO ws-amnt-dec
    MOVE ws-amnt-dec TO ws-ach-tbl-amnt (ws-ach-count)
    MOVE ws-batch-period TO ws-ach-tbl-period (ws-ach-count)
    MOVE 'F' TO ws-ach-tbl-returned (ws-ach-count)
    MOVE ws-batch-prior TO ws-ach-tbl-prior (ws-ach-count)
    IF ws-batch-prior = 'F'
      ADD 1 TO ws-cnt-ach-n
      ADD ws-amnt-dec TO ws-ach-total
    END-IF
    .

LOAD-BATCH-CONTROL.
    MOVE ZERO TO ws-rbt-count
    MOVE 'F' TO b_rbt-eof
    OPEN INPUT rcn-batch
    PERFORM UNTIL b_rbt-eof = 'T'
      READ rcn-batch
        AT END MOVE 'T' TO b_rbt-eof
        NOT AT END
          PERFORM CHECK-BATCH-ROOM
          ADD 1 TO ws-rbt-count
          MOVE f_rbt-source TO ws-rbt-tbl-source (ws-rbt-count)
          MOVE f_rbt-date TO ws-rbt-tbl-date (ws-rbt-count)
          MOVE f_rbt-period TO ws-rbt-tbl-period (ws-rbt-count)
          MOVE f_rbt-load-date TO ws-rbt-tbl-load-date (ws-rbt-count)
      END-READ
    END-PERFORM
    CLOSE rcn-batch
    .

CHECK-BATCH-ROOM.
    IF ws-rbt-count >= 5000
      DISPLAY "RECON_PAY: BATCH CONTROL TABLE EXCEEDS 5000"
              " - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

CHECK-BATCH-LOADED.
    MOVE ws-batch-period TO ws-rbt-period
    MOVE 'F' TO ws-rbt-found
    MOVE ZERO TO ws-rbt-ix
    PERFORM UNTIL ws-rbt-ix >= ws-rbt-count OR ws-rbt-found = 'T'
      ADD 1 TO ws-rbt-ix
      IF ws-rbt-tbl-source (ws-rbt-ix) = ws-rbt-source
         AND ws-rbt-tbl-date (ws-rbt-ix) = ws-rbt-date
         AND ws-rbt-tbl-period (ws-rbt-ix) = ws-rbt-period
        MOVE 'T' TO ws-rbt-found
      END-IF
    END-PERFORM

    IF ws-rbt-found = 'T'
      MOVE 'T' TO ws-batch-prior
      DISPLAY "RECON_PAY: " ws-rbt-source " BATCH " ws-rbt-date
              " PERIOD " ws-rbt-period " ALREADY LOADED ON "
              ws-rbt-tbl-load-date (ws-rbt-ix) " - SKIPPED"
    ELSE
      MOVE 'F' TO ws-batch-prior
      PERFORM CHECK-BATCH-ROOM
      ADD 1 TO ws-rbt-count
      MOVE ws-rbt-source TO ws-rbt-tbl-source (ws-rbt-count)
      MOVE ws-rbt-date TO ws-rbt-tbl-date (ws-rbt-count)
      MOVE ws-rbt-period TO ws-rbt-tbl-period (ws-rbt-count)
      MOVE ws-run-date TO ws-rbt-tbl-load-date (ws-rbt-count)
    END-IF
    .

WRITE-BATCH-CONTROL.
    OPEN OUTPUT new-rcn-batch
    MOVE ZERO TO ws-rbt-ix
    PERFORM UNTIL ws-rbt-ix >= ws-rbt-count
      ADD 1 TO ws-rbt-ix
      MOVE SPACES TO nf_rbt
      MOVE ws-rbt-tbl-source (ws-rbt-ix) TO nf_rbt-source
      MOVE ws-rbt-tbl-date (ws-rbt-ix) TO nf_rbt-date
      MOVE ws-rbt-tbl-period (ws-rbt-ix) TO nf_rbt-period
      MOVE ws-rbt-tbl-load-date (ws-rbt-ix) TO nf_rbt-load-date
      WRITE nf_rbt
    END-PERFORM
    CLOSE new-rcn-batch
    .

LOAD-DDF-TABLE.
    MOVE ZERO TO ws-ddf-count
    MOVE 'F' TO b_ddf-eof
    OPEN INPUT ddf
    PERFORM UNTIL b_ddf-eof = 'T'
      READ ddf
        AT END MOVE 'T' TO b_ddf-eof
        NOT AT END
          IF ws-ddf-count >= 5000
            DISPLAY "RECON_PAY: DDF TABLE EXCEEDS 5000 - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-ddf-count
          MOVE f_ddo-ssn TO ws-ddf-tbl-ssn (ws-ddf-count)
          MOVE f_ddo-routing TO ws-ddf-tbl-routing (ws-ddf-count)
          MOVE f_ddo-account TO ws-ddf-tbl-account (ws-ddf-count)
          MOVE f_ddo-acct-type TO ws-ddf-tbl-acct-type (ws-ddf-count)
          MOVE f_ddo-flag TO ws-ddf-tbl-flag (ws-ddf-count)
      END-READ
    END-PERFORM
    CLOSE ddf
    .

LOAD-RETURNED-LEDGER.
    MOVE ZERO TO ws-rtp-count
    MOVE 'F' TO b_rtp-eof
    OPEN INPUT returned-pay
    PERFORM UNTIL b_rtp-eof = 'T'
      READ returned-pay
        AT END MOVE 'T' TO b_rtp-eof
        NOT AT END
          IF ws-rtp-count >= 5000
            DISPLAY "RECON_PAY: RETURNED PAYMENT LEDGER EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-rtp-count
          MOVE f_rtp-ssn TO ws-rtp-tbl-ssn (ws-rtp-count)
          MOVE f_rtp-period TO ws-rtp-tbl-period (ws-rtp-count)
          MOVE f_rtp-amnt TO ws-amnt-dec
          MOVE ws-amnt-dec TO ws-rtp-tbl-amnt (ws-rtp-count)
      END-READ
    END-PERFORM
    CLOSE returned-pay
    .

PROCESS-ACH-RETURNS.
    MOVE SPACES TO rpt-recon-rec
    WRITE rpt-recon-rec
    WRITE rpt-recon-rec FROM ws-ret-heading-line
    WRITE rpt-recon-rec FROM ws-ret-column-line

    MOVE 'F' TO b_ret-eof
    OPEN INPUT ach-returns
    PERFORM UNTIL b_ret-eof = 'T'
      READ ach-returns
        AT END MOVE 'T' TO b_ret-eof
        NOT AT END PERFORM POST-ACH-RETURN
      END-READ
    END-PERFORM
    CLOSE ach-returns

    IF ws-cnt-returned-n = ZERO AND ws-cnt-ret-prior-n = ZERO
       AND ws-cnt-exception-n = ZERO
      WRITE rpt-recon-rec FROM ws-none-line
    END-IF
    .

POST-ACH-RETURN.
    MOVE f_ret-amnt TO ws-ret-amnt-dec
    MOVE f_ret-ssn TO ws-ret-ssn
    MOVE f_ret-reason TO ws-ret-reason
    MOVE ws-ret-amnt-dec TO ws-ret-amnt

    MOVE 'F' TO ws-ach-found
    MOVE ZERO TO ws-ach-ix
    PERFORM UNTIL ws-ach-ix >= ws-ach-count OR ws-ach-found = 'T'
      ADD 1 TO ws-ach-ix
      IF ws-ach-tbl-ssn (ws-ach-ix) = f_ret-ssn
         AND ws-ach-tbl-routing (ws-ach-ix) = f_ret-routing
         AND ws-ach-tbl-account (ws-ach-ix) = f_ret-account
         AND ws-ach-tbl-amnt (ws-ach-ix) = ws-ret-amnt-dec
         AND ws-ach-tbl-returned (ws-ach-ix) = 'F'
        MOVE 'T' TO ws-ach-found
      END-IF
    END-PERFORM

    IF ws-ach-found = 'F'
      MOVE "NO MATCHING ACH PAYMENT ISSUED" TO ws-ret-result
      ADD 1 TO ws-cnt-exception-n
    ELSE
      MOVE 'T' TO ws-ach-tbl-returned (ws-ach-ix)
      IF ws-ach-tbl-prior (ws-ach-ix) = 'T'
        ADD 1 TO ws-cnt-ret-prior-n
        ADD ws-ret-amnt-dec TO ws-ret-prior-total
      ELSE
        ADD 1 TO ws-cnt-returned-n
        ADD ws-ret-amnt-dec TO ws-returned-total
      END-IF
      PERFORM FIND-RETURN-POSTED
      IF ws-rtp-found = 'T'
        MOVE "ALREADY POSTED" TO ws-ret-result
      ELSE
        PERFORM WRITE-RETURNED-PAYMENT
        PERFORM INACTIVATE-ELECTION
      END-IF
    END-IF
    WRITE rpt-recon-rec FROM ws-ret-detail-line
    .

FIND-RETURN-POSTED.
    MOVE 'F' TO ws-rtp-found
    MOVE ZERO TO ws-rtp-ix
    PERFORM UNTIL ws-rtp-ix >= ws-rtp-count OR ws-rtp-found = 'T'
      ADD 1 TO ws-rtp-ix
      IF ws-rtp-tbl-ssn (ws-rtp-ix) = f_ret-ssn
         AND ws-rtp-tbl-period (ws-rtp-ix) = ws-ach-tbl-period (ws-ach-ix)
         AND ws-rtp-tbl-amnt (ws-rtp-ix) = ws-ret-amnt-dec
        MOVE 'T' TO ws-rtp-found
      END-IF
    END-PERFORM
    .

WRITE-RETURNED-PAYMENT.
    MOVE SPACES TO f_rtp
    MOVE f_ret-ssn TO f_rtp-ssn
    MOVE ws-ach-tbl-period (ws-ach-ix) TO f_rtp-period
    MOVE f_ret-reason TO f_rtp-reason
    MOVE ws-ret-amnt-dec TO f_rtp-amnt
    MOVE f_ret-routing TO f_rtp-routing
    MOVE f_ret-account TO f_rtp-account
    MOVE ws-run-date TO f_rtp-post-date
    WRITE f_rtp
    .

INACTIVATE-ELECTION.
    MOVE 'F' TO ws-ddf-found
    MOVE ZERO TO ws-ddf-ix
    PERFORM UNTIL ws-ddf-ix >= ws-ddf-count OR ws-ddf-found = 'T'
      ADD 1 TO ws-ddf-ix
      IF ws-ddf-tbl-ssn (ws-ddf-ix) = f_ret-ssn
        MOVE 'T' TO ws-ddf-found
      END-IF
    END-PERFORM

    EVALUATE TRUE
      WHEN ws-ddf-found = 'F'
        MOVE "POSTED - NO ELECTION ON FILE" TO ws-ret-result
      WHEN ws-ddf-tbl-flag (ws-ddf-ix) NOT = 'A'
        MOVE "POSTED - ELECTION ALREADY INACTIVE" TO ws-ret-result
      WHEN ws-ddf-tbl-routing (ws-ddf-ix) NOT = f_ret-routing
        OR ws-ddf-tbl-account (ws-ddf-ix) NOT = f_ret-account
        MOVE "POSTED - ELECTION SINCE CHANGED" TO ws-ret-result
      WHEN OTHER
        MOVE SPACES TO f_dtr
        MOVE 'C' TO f_dtr-action
        MOVE ws-ddf-tbl-ssn (ws-ddf-ix) TO f_dtr-ssn
        MOVE ws-ddf-tbl-routing (ws-ddf-ix) TO f_dtr-routing
        MOVE ws-ddf-tbl-account (ws-ddf-ix) TO f_dtr-account
        MOVE ws-ddf-tbl-acct-type (ws-ddf-ix) TO f_dtr-acct-type
        MOVE 'P' TO f_dtr-flag
        WRITE f_dtr
        MOVE 'P' TO ws-ddf-tbl-flag (ws-ddf-ix)
        ADD 1 TO ws-cnt-inactivated-n
        MOVE "POSTED - ELECTION INACTIVATED" TO ws-ret-result
    END-EVALUATE
    .

PROCESS-PAID-CHECKS.
    MOVE SPACES TO rpt-recon-rec
    WRITE rpt-recon-rec
    WRITE rpt-recon-rec FROM ws-pck-heading-line
    WRITE rpt-recon-rec FROM ws-pck-column-line

    MOVE ws-cnt-exception-n TO ws-cnt-prior-exc-n
    MOVE 'F' TO b_pck-eof
    OPEN INPUT paid-checks
    PERFORM UNTIL b_pck-eof = 'T'
      READ paid-checks
        AT END MOVE 'T' TO b_pck-eof
        NOT AT END PERFORM CLEAR-PAID-CHECK
      END-READ
    END-PERFORM
    CLOSE paid-checks

    IF ws-cnt-exception-n = ws-cnt-prior-exc-n
      WRITE rpt-recon-rec FROM ws-none-line
    END-IF
    .

CLEAR-PAID-CHECK.
    MOVE f_pck-amnt TO ws-pck-amnt-dec
    MOVE 'F' TO ws-ost-found
    MOVE ZERO TO ws-ost-ix
    PERFORM UNTIL ws-ost-ix >= ws-ost-count OR ws-ost-found = 'T'
      ADD 1 TO ws-ost-ix
      IF ws-ost-tbl-check-no (ws-ost-ix) = f_pck-check-no
        MOVE 'T' TO ws-ost-found
      END-IF
    END-PERFORM

    MOVE SPACES TO ws-pck-result
    EVALUATE TRUE
      WHEN ws-ost-found = 'F'
        MOVE "NO ISSUE RECORD" TO ws-pck-result
      WHEN ws-ost-tbl-paid (ws-ost-ix) = 'T'
        MOVE "PRESENTED MORE THAN ONCE" TO ws-pck-result
      WHEN ws-ost-tbl-amnt (ws-ost-ix) NOT = ws-pck-amnt-dec
        MOVE "AMOUNT DIFFERS FROM ISSUE" TO ws-pck-result
      WHEN OTHER
        MOVE 'T' TO ws-ost-tbl-paid (ws-ost-ix)
        ADD 1 TO ws-cnt-cleared-n
        ADD ws-pck-amnt-dec TO ws-cleared-total
    END-EVALUATE

    IF ws-pck-result NOT = SPACES
      MOVE f_pck-check-no TO ws-pck-check-no
      MOVE f_pck-paid-date TO ws-pck-paid-date
      MOVE ws-pck-amnt-dec TO ws-pck-amnt
      WRITE rpt-recon-rec FROM ws-pck-detail-line
      ADD 1 TO ws-cnt-exception-n
    END-IF
    .

WRITE-OUTSTANDING-TO-NEW.
    MOVE ZERO TO ws-ost-ix
    PERFORM UNTIL ws-ost-ix >= ws-ost-count
      ADD 1 TO ws-ost-ix
      IF ws-ost-tbl-paid (ws-ost-ix) = 'F'
        MOVE SPACES TO nf_ost
        MOVE ws-ost-tbl-check-no (ws-ost-ix) TO nf_ost-check-no
        MOVE ws-ost-tbl-ssn (ws-ost-ix) TO nf_ost-ssn
        MOVE ws-ost-tbl-period (ws-ost-ix) TO nf_ost-period
        MOVE ws-ost-tbl-amnt (ws-ost-ix) TO nf_ost-amnt
        MOVE ws-ost-tbl-issue-date (ws-ost-ix) TO nf_ost-issue-date
        WRITE nf_ost
        ADD 1 TO ws-new-count
        ADD ws-ost-tbl-amnt (ws-ost-ix) TO ws-new-hash
        ADD 1 TO ws-cnt-end-n
        ADD ws-ost-tbl-amnt (ws-ost-ix) TO ws-end-total
        IF ws-ost-tbl-issue-date (ws-ost-ix) <= ws-cutoff-date-n
          PERFORM WRITE-STALE-DETAIL
        END-IF
      END-IF
    END-PERFORM
    .

WRITE-STALE-DETAIL.
    MOVE ws-ost-tbl-check-no (ws-ost-ix) TO ws-stl-check-no
    MOVE ws-ost-tbl-ssn (ws-ost-ix) TO ws-stl-ssn
    MOVE ws-ost-tbl-period (ws-ost-ix) TO ws-stl-period
    MOVE ws-ost-tbl-issue-date (ws-ost-ix) TO ws-stl-issue-date
    MOVE ws-ost-tbl-amnt (ws-ost-ix) TO ws-stl-amnt
    WRITE rpt-stale-rec FROM ws-stale-detail-line
    ADD 1 TO ws-cnt-stale-n
    ADD ws-ost-tbl-amnt (ws-ost-ix) TO ws-stale-total
    .

WRITE-NEW-OUTSTANDING-TRAILER.
    MOVE ws-new-count TO ws-new-tlr-count
    MOVE ws-new-hash TO ws-new-tlr-hash
    MOVE SPACES TO nf_ost
    WRITE nf_ost FROM ws-new-trailer
    .

WRITE-REPORT-SUMMARY.
    COMPUTE ws-expected-total = ws-begin-total + ws-issued-total
                              - ws-voided-total - ws-cleared-total
    COMPUTE ws-cnt-settled-n = ws-cnt-ach-n - ws-cnt-returned-n
    COMPUTE ws-settled-total = ws-ach-total - ws-returned-total

    MOVE SPACES TO rpt-recon-rec
    WRITE rpt-recon-rec
    WRITE rpt-recon-rec FROM ws-summary-heading-line

    MOVE "BEGINNING OUTSTANDING CHECKS:" TO ws-sum-label
    MOVE ws-cnt-begin-n TO ws-sum-count
    MOVE ws-begin-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "PLUS CHECKS ISSUED:" TO ws-sum-label
    MOVE ws-cnt-issued-n TO ws-sum-count
    MOVE ws-issued-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "LESS CHECKS VOIDED AND REPLACED:" TO ws-sum-label
    MOVE ws-cnt-voided-n TO ws-sum-count
    MOVE ws-voided-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "LESS CHECKS PAID:" TO ws-sum-label
    MOVE ws-cnt-cleared-n TO ws-sum-count
    MOVE ws-cleared-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "EXPECTED OUTSTANDING BALANCE:" TO ws-sum-label
    COMPUTE ws-sum-count = ws-cnt-begin-n + ws-cnt-issued-n
                         - ws-cnt-voided-n - ws-cnt-cleared-n
    MOVE ws-expected-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "OUTSTANDING PER ITEMS ON FILE:" TO ws-sum-label
    MOVE ws-cnt-end-n TO ws-sum-count
    MOVE ws-end-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "  OF WHICH STALE-DATED:" TO ws-sum-label
    MOVE ws-cnt-stale-n TO ws-sum-count
    MOVE ws-stale-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "CHECKS ALREADY ON FILE:" TO ws-sum-label
    MOVE ws-cnt-reissue-n TO ws-sum-count
    MOVE ZERO TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "CHECK BATCHES ALREADY LOADED:" TO ws-sum-label
    MOVE ws-cnt-pp-prior-n TO ws-sum-count
    MOVE ZERO TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE SPACES TO rpt-recon-rec
    WRITE rpt-recon-rec
    WRITE rpt-recon-rec FROM ws-ach-heading-line

    MOVE "ACH BATCHES ALREADY LOADED:" TO ws-sum-label
    MOVE ws-cnt-ach-prior-n TO ws-sum-count
    MOVE ZERO TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "ACH PAYMENTS ISSUED:" TO ws-sum-label
    MOVE ws-cnt-ach-n TO ws-sum-count
    MOVE ws-ach-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "LESS ACH RETURNED:" TO ws-sum-label
    MOVE ws-cnt-returned-n TO ws-sum-count
    MOVE ws-returned-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "ACH PAYMENTS SETTLED:" TO ws-sum-label
    MOVE ws-cnt-settled-n TO ws-sum-count
    MOVE ws-settled-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "RETURNS ON BATCHES LOADED BEFORE:" TO ws-sum-label
    MOVE ws-cnt-ret-prior-n TO ws-sum-count
    MOVE ws-ret-prior-total TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE "ELECTIONS INACTIVATED:" TO ws-sum-label
    MOVE ws-cnt-inactivated-n TO ws-sum-count
    MOVE ZERO TO ws-sum-amnt
    WRITE rpt-recon-rec FROM ws-summary-line

    MOVE SPACES TO rpt-recon-rec
    WRITE rpt-recon-rec
    IF ws-expected-total = ws-end-total
      MOVE "IN BALANCE" TO ws-res-status
    ELSE
      MOVE "OUT OF BALANCE" TO ws-res-status
    END-IF
    MOVE ws-cnt-exception-n TO ws-res-exceptions
    WRITE rpt-recon-rec FROM ws-result-line

    MOVE ws-cnt-stale-n TO ws-stl-count
    MOVE ws-stale-total TO ws-stl-total
    MOVE SPACES TO rpt-stale-rec
    WRITE rpt-stale-rec
    WRITE rpt-stale-rec FROM ws-stale-summary-line
    .

VERIFY-OUTSTANDING-CONTROL.
    MOVE 'F' TO ws-ctl-seen
    MOVE 'F' TO ws-ctl-fail
    MOVE ZERO TO ws-ctl-rec-count
    MOVE ZERO TO ws-ctl-rec-hash
    MOVE ZERO TO ws-ctl-tlr-count
    MOVE ZERO TO ws-ctl-tlr-hash

    OPEN INPUT outstanding
    PERFORM UNTIL b_ctl-eof = 'T'
      READ outstanding INTO ws-ctl-buffer
        AT END MOVE 'T' TO b_ctl-eof
        NOT AT END PERFORM TALLY-OUTSTANDING-CONTROL
      END-READ
    END-PERFORM
    CLOSE outstanding
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
      DISPLAY "RECON_PAY: OUTSTANDING CHECK CONTROL TRAILER FAILURE, COUNT "
              ws-ctl-rec-count " OF " ws-ctl-tlr-count
              " HASH " ws-ctl-rec-hash " OF " ws-ctl-tlr-hash
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

TALLY-OUTSTANDING-CONTROL.
    IF ws-ctl-id = 'T'
      MOVE ws-ctl-count TO ws-ctl-tlr-count
      MOVE ws-ctl-hash TO ws-ctl-tlr-hash
      MOVE 'T' TO ws-ctl-seen
    ELSE
      IF ws-ctl-seen = 'T'
        MOVE 'T' TO ws-ctl-fail
      ELSE
        ADD 1 TO ws-ctl-rec-count
        MOVE ws-ctl-ost-amnt TO ws-ctl-amnt-dec
        ADD ws-ctl-amnt-dec TO ws-ctl-rec-hash
      END-IF
    END-IF
    .

TAKE-MASTER-BACKUP.
    MOVE "recon_pay" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "RECON_PAY: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
