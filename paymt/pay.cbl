  SELECT sorted-ddf ASSIGN TO './sorted-ddf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-ddf ASSIGN TO './ddf-sorted.tmp'.
  SELECT wht ASSIGN TO './data/wht.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-wht-status.
  SELECT sorted-wht ASSIGN TO './sorted-wht.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-wht ASSIGN TO './wht-sorted.tmp'.
  SELECT bank-file ASSIGN TO './bank-file.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT check-file ASSIGN TO './check-print.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT pos-pay ASSIGN TO './positive-pay.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-register ASSIGN TO './reports/payment-register.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT overpay ASSIGN TO './data/overpay.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-ovp-status.
  SELECT ovp-link ASSIGN TO './overpay-linked.tmp'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT sorted-ovp ASSIGN TO './sorted-overpay.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-ovp ASSIGN TO './overpay-sorted.tmp'.
  SELECT new-overpay ASSIGN TO './data/overpay.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL bnf ASSIGN TO './data/bnf.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-bnf-status.
  SELECT OPTIONAL check-ctl ASSIGN TO './data/check-control.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-cko-status.
  SELECT OPTIONAL run-ctl ASSIGN TO './data/run-control.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-rc-status.
  02 f_ph-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ph-pay-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_ph-withheld PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ph-type PIC X(1).

FD new-hist.
01 nf_ph.
  02 nf_ph-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_ph-pay-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 nf_ph-withheld PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_ph-type PIC X(1).

FD ddf.
01 f_ddo.
  02 wo_ddo-acct-type PIC X(1).
  02 wo_ddo-flag PIC X(1).

FD wht.
01 f_wel.
  02 f_wel-ssn PIC 999999999.
  02 f_wel-type PIC X(1).
  02 f_wel-amnt PIC 9(6)V99.
  02 f_wel-pct PIC 9(2)V99.

FD sorted-wht.
01 sf_wel.
  02 sf_wel-ssn PIC 999999999.
  02 sf_wel-type PIC X(1).
  02 sf_wel-amnt PIC 9(6)V99.
  02 sf_wel-pct PIC 9(2)V99.

SD work-wht.
01 wo_wel.
  02 wo_wel-ssn PIC 999999999.
  02 wo_wel-type PIC X(1).
  02 wo_wel-amnt PIC 9(6)V99.
  02 wo_wel-pct PIC 9(2)V99.

FD bank-file.
01 bk_rec PIC X(80).

FD check-file.
01 ck_rec.
  02 ck_rec-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 ck_rec-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 ck_rec-gross PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 ck_rec-withheld PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 ck_rec-check-no PIC 9(12).

FD pos-pay.
01 pp_rec PIC X(60).

FD rpt-register.
01 rpt-register-rec PIC X(80).

FD overpay.
01 f_ovp PIC X(78).

FD ovp-link.
01 lf_ovp.
  02 lf_ovp-rcv-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 lf_ovp-item PIC X(78).

FD sorted-ovp.
01 sf_ovp PIC X(88).

SD work-ovp.
01 wo_ovp.
  02 wo_ovp-rcv-ssn PIC 9(9).
  02 filler PIC X.
  02 wo_ovp-ssn PIC 9(9).
  02 filler PIC X.
  02 wo_ovp-period PIC 9(6).
  02 filler PIC X(62).

FD bnf.
01 f_bnf.
  02 f_bnf-mbr-ssn PIC 999999999.
  02 f_bnf-ssn PIC 999999999.
  02 f_bnf-name PIC X(30).
  02 f_bnf-relationship PIC X(10).
  02 f_bnf-pct PIC 9(3).

FD new-overpay.
01 nf_ovp.
  02 nf_ovp-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 nf_ovp-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 nf_ovp-reason PIC X(1).
  02 filler PIC X VALUE " ".
  02 nf_ovp-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_ovp-balance PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_ovp-est-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 nf_ovp-rcv-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 nf_ovp-rcv-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_ovp-type PIC X(1).

FD check-ctl.
01 f_cko.
  02 f_cko-last-no PIC 9(12).
  02 filler PIC X VALUE " ".
  02 f_cko-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_cko-program PIC X(12).

FD run-ctl.
01 f_rcl.
  02 f_rcl-program PIC X(12).
  88 ws-sel-status-suspended VALUE 'S'.
  88 ws-sel-status-terminated VALUE 'T'.

01 ws-sel-recovery PIC 9(10)V99 VALUE ZERO.
01 ws-sel-withheld PIC 9(10)V99 VALUE ZERO.
01 ws-sel-net PIC 9(10)V99 VALUE ZERO.

01 ws-pay-period PIC 9(6) VALUE ZERO.
01 ws-parm-line PIC X(80).
01 ws-parm-period PIC X(6) VALUE SPACES.
01 b_ddf-eof PIC A(1) VALUE 'F'.
01 ws-elec-active PIC A(1) VALUE 'F'.

01 wel.
  02 wel-ssn PIC 999999999 VALUE ZERO.
  02 wel-type PIC X(1).
    88 wel-type-flat VALUE 'F'.
    88 wel-type-percent VALUE 'P'.
  02 wel-amnt PIC 9(6)V99.
  02 wel-pct PIC 9(2)V99.
01 b_wht-eof PIC A(1) VALUE 'F'.
01 ws-wht-status PIC X(2).
01 ws-wht-elected PIC A(1) VALUE 'F'.
01 ws-cnt-withheld-n PIC 9(6) VALUE ZERO.
01 ws-withheld-total PIC 9(12)V99 VALUE ZERO.

01 ws-bank-header.
  02 filler PIC X(1) VALUE "H".
  02 ws-bkh-date PIC 9(8).
  02 ws-bkd-acct-type PIC X(1).
  02 ws-bkd-amnt PIC 9(10).99.
  02 ws-bkd-ssn PIC 9(9).
  02 ws-bkd-gross PIC 9(10).99.
  02 ws-bkd-withheld PIC 9(10).99.
01 ws-bank-trailer.
  02 filler PIC X(1) VALUE "T".
  02 ws-bkt-count PIC 9(7).
  02 ws-bkt-total PIC 9(12).99.

01 ovp.
  02 ovp-ssn PIC 9(9).
  02 filler PIC X.
  02 ovp-period PIC 9(6).
  02 filler PIC X.
  02 ovp-reason PIC X(1).
  02 filler PIC X.
  02 ovp-amnt PIC 9(10).99.
  02 filler PIC X.
  02 ovp-balance PIC 9(10).99.
  02 filler PIC X.
  02 ovp-est-date PIC 9(8).
  02 filler PIC X.
  02 ovp-rcv-period PIC 9(6).
  02 filler PIC X.
  02 ovp-rcv-amnt PIC 9(10).99.
  02 filler PIC X.
  02 ovp-type PIC X(1).
01 ovl.
  02 ovl-rcv-ssn PIC 9(9) VALUE ZERO.
  02 filler PIC X.
  02 ovl-item PIC X(78).
01 ovp-amnt-dec PIC 9(10)V99.
01 ovp-balance-dec PIC 9(10)V99.
01 ovp-rcv-amnt-dec PIC 9(10)V99.
01 b_ovp-eof PIC A(1) VALUE 'F'.
01 ws-ovp-got PIC A(1) VALUE 'F'.
01 ws-ovp-status PIC X(2).

01 ws-mov-table.
  02 ws-mov-entry OCCURS 100 TIMES.
    03 ws-mov-ssn PIC 9(9).
    03 ws-mov-period PIC 9(6).
    03 ws-mov-reason PIC X(1).
    03 ws-mov-amnt PIC 9(10)V99.
    03 ws-mov-balance PIC 9(10)V99.
    03 ws-mov-est-date PIC 9(8).
    03 ws-mov-rcv-period PIC 9(6).
    03 ws-mov-rcv-amnt PIC 9(10)V99.
    03 ws-mov-type PIC X(1).
01 ws-mov-count PIC 9(3) VALUE ZERO.
01 ws-mov-ix PIC 9(3) VALUE ZERO.

01 ws-bnf-status PIC X(2).
01 b_bnf-eof PIC A(1) VALUE 'F'.
01 ws-bnf-table.
  02 ws-bnf-entry OCCURS 2000 TIMES.
    03 ws-bnf-tbl-mbr-ssn PIC 9(9).
    03 ws-bnf-tbl-ssn PIC 9(9).
    03 ws-bnf-tbl-pct PIC 9(3).
01 ws-bnf-count PIC 9(4) VALUE ZERO.
01 ws-bnf-ix PIC 9(4) VALUE ZERO.

01 b_lnk-eof PIC A(1) VALUE 'F'.
01 b_lnk-mbf-eof PIC A(1) VALUE 'F'.
01 ws-lnk-status PIC X(1) VALUE SPACE.
01 ws-lnk-best-pct PIC 9(3) VALUE ZERO.
01 ws-lnk-rcv-ssn PIC 9(9) VALUE ZERO.
01 ws-cnt-linked-n PIC 9(6) VALUE ZERO.

01 ws-rcv-pct PIC 9(3) VALUE 10.
01 ws-rcv-open PIC 9(10)V99 VALUE ZERO.
01 ws-rcv-left PIC 9(10)V99 VALUE ZERO.
01 ws-rcv-take PIC 9(10)V99 VALUE ZERO.

01 ws-ovp-new-count PIC 9(7) VALUE ZERO.
01 ws-ovp-new-hash PIC 9(12)V99 VALUE ZERO.
01 ws-cnt-recovered-n PIC 9(6) VALUE ZERO.
01 ws-recovery-total PIC 9(12)V99 VALUE ZERO.
01 ws-gross-total PIC 9(12)V99 VALUE ZERO.

01 ws-pp-header.
  02 filler PIC X(1) VALUE "H".
  02 ws-pph-date PIC 9(8).
  02 ws-pph-period PIC 9(6).
01 ws-pp-detail.
  02 filler PIC X(1) VALUE "D".
  02 ws-ppd-check-no PIC 9(12).
  02 ws-ppd-amnt PIC 9(10).99.
  02 ws-ppd-date PIC 9(8).
  02 ws-ppd-ssn PIC 9(9).
01 ws-pp-trailer.
  02 filler PIC X(1) VALUE "T".
  02 ws-ppt-count PIC 9(7).
  02 ws-ppt-total PIC 9(12).99.
01 ws-check-no PIC 9(12) VALUE ZERO.
01 ws-cko-status PIC X(2).

01 ws-cnt-ach-n PIC 9(6) VALUE ZERO.
01 ws-cnt-check-n PIC 9(6) VALUE ZERO.
01 ws-ach-total PIC 9(12)V99 VALUE ZERO.
  02 ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 ph-pay-date PIC 9(8).
  02 filler PIC X.
  02 ph-withheld PIC X(13).
  02 filler PIC X.
  02 ph-type PIC X(1).
    88 ph-type-retro VALUE 'R'.
01 ph-amnt-dec PIC 9(10)V99.
01 b_hist-eof PIC A(1) VALUE 'F'.

  02 ws-ctl-ph-amnt PIC 9(10).99.
  02 filler PIC X(1).
  02 ws-ctl-ph-date PIC 9(8).
01 ws-ctl-ovp-buffer PIC X(78).
01 ws-ctl-ovp-trailer REDEFINES ws-ctl-ovp-buffer.
  02 ws-ctl-ovp-id PIC X(1).
  02 ws-ctl-ovp-count PIC 9(7).
  02 ws-ctl-ovp-hash PIC 9(12).99.
  02 filler PIC X(55).
01 ws-ctl-ovp REDEFINES ws-ctl-ovp-buffer.
  02 filler PIC X(33).
  02 ws-ctl-ovp-balance PIC 9(10).99.
  02 filler PIC X(32).
01 b_ctl-eof PIC A(1) VALUE 'F'.
01 ws-ctl-seen PIC A(1) VALUE 'F'.
01 ws-ctl-fail PIC A(1) VALUE 'F'.

01 ws-column-heading-line.
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(8) VALUE "PERIOD".
  02 FILLER PIC X(13) VALUE "GROSS".
  02 FILLER PIC X(12) VALUE "RECOVERY".
  02 FILLER PIC X(12) VALUE "WITHHELD".
  02 FILLER PIC X(11) VALUE "NET".

01 ws-detail-line.
  02 ws-det-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-period PIC 9(6).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-amnt PIC Z(7)9.99.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-recovery PIC Z(6)9.99.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-withheld PIC Z(6)9.99.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-net PIC Z(7)9.99.

01 ws-counts-line.
  02 FILLER PIC X(8) VALUE "PAID: ".
  02 FILLER PIC X(15) VALUE "  CHECK TOTAL: ".
  02 ws-split-chk-tot PIC Z(11)9.99.

01 ws-gross-line.
  02 FILLER PIC X(14) VALUE "GROSS TOTAL: ".
  02 ws-ftr-gross-total PIC Z(11)9.99.

01 ws-recovery-line.
  02 FILLER PIC X(22) VALUE "OVERPAYMENT RECOVERY: ".
  02 ws-rcv-cnt PIC ZZZZZ9.
  02 FILLER PIC X(9) VALUE "  TOTAL: ".
  02 ws-rcv-tot PIC Z(11)9.99.

01 ws-linked-line.
  02 FILLER PIC X(34) VALUE "RECEIVABLES LINKED TO SURVIVORS: ".
  02 ws-lnk-cnt PIC ZZZZZ9.

01 ws-withheld-line.
  02 FILLER PIC X(22) VALUE "TAX WITHHELD: ".
  02 ws-wht-cnt PIC ZZZZZ9.
  02 FILLER PIC X(9) VALUE "  TOTAL: ".
  02 ws-wht-tot PIC Z(11)9.99.

01 ws-total-line.
  02 FILLER PIC X(14) VALUE "GRAND TOTAL: ".
  02 ws-ftr-grand-total PIC Z(11)9.99.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.

PERFORM VERIFY-HIST-CONTROL.

PERFORM ENSURE-OVERPAY-FILE.
PERFORM VERIFY-OVERPAY-CONTROL.

MOVE "pay-hist" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.
MOVE "overpay" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN INPUT mbf-ix.

IF ws-ix-status NOT = "00"
SORT work-ddf ON ASCENDING KEY wo_ddo-ssn
USING ddf GIVING sorted-ddf.

PERFORM ENSURE-WHT-FILE.

SORT work-wht ON ASCENDING KEY wo_wel-ssn
USING wht GIVING sorted-wht.

PERFORM LOAD-BNF-TABLE.
PERFORM LINK-OVERPAY-RECOVERY.

SORT work-ovp ON ASCENDING KEY wo_ovp-rcv-ssn wo_ovp-ssn wo_ovp-period
USING ovp-link GIVING sorted-ovp.

MOVE ZERO TO ix_mbr-key.
START mbf-ix KEY IS NOT LESS THAN ix_mbr-key
  INVALID KEY MOVE 'T' TO b_eof
END-START.

OPEN OUTPUT payments.
OPEN OUTPUT new-hist.
OPEN INPUT sorted-ddf.
OPEN INPUT sorted-wht.
OPEN OUTPUT bank-file.
OPEN OUTPUT check-file.
OPEN OUTPUT pos-pay.
OPEN OUTPUT rpt-register.
OPEN INPUT sorted-ovp.
OPEN OUTPUT new-overpay.

PERFORM LOAD-CHECK-CONTROL.

PERFORM WRITE-BANK-HEADER.
PERFORM WRITE-POS-PAY-HEADER.

PERFORM READ-NEXT-OVERPAY.

PERFORM COPY-HIST-TO-NEW.

  PERFORM PAY-SELECTED-MEMBER
END-IF.

PERFORM COPY-REMAINING-OVERPAY.

PERFORM WRITE-REPORT-SUMMARY.

PERFORM WRITE-NEW-HIST-TRAILER.

PERFORM WRITE-NEW-OVERPAY-TRAILER.

PERFORM WRITE-BANK-TRAILER.
PERFORM WRITE-POS-PAY-TRAILER.

IF ws-cnt-check-n > ZERO
  PERFORM SAVE-CHECK-CONTROL
END-IF.

CLOSE mbf-ix.
CLOSE payments.
CLOSE new-hist.
CLOSE sorted-ddf.
CLOSE sorted-wht.
CLOSE bank-file.
CLOSE check-file.
CLOSE pos-pay.
CLOSE rpt-register.
CLOSE sorted-ovp.
CLOSE new-overpay.

MOVE ZERO TO ws-rc-final.
PERFORM RECORD-RUN-CONTROL.
    .

PAY-SELECTED-MEMBER.
    PERFORM COLLECT-MEMBER-OVERPAY

    EVALUATE TRUE
      WHEN ws-sel-found = 'F'
        ADD 1 TO ws-cnt-no-benefit-n
      WHEN ws-sel-status-active
        PERFORM APPLY-RECOVERY
        PERFORM APPLY-WITHHOLDING
        PERFORM WRITE-PAYMENT-RECORD
        PERFORM WRITE-REGISTER-DETAIL
        ADD ws-sel-amnt TO ws-gross-total
        ADD ws-sel-net TO ws-grand-total
        ADD 1 TO ws-cnt-paid-n
      WHEN ws-sel-status-suspended
        ADD 1 TO ws-cnt-suspended-n
        ADD 1 TO ws-cnt-terminated-n
    END-EVALUATE

    PERFORM WRITE-MEMBER-OVERPAY

    MOVE 'F' TO ws-sel-found
    MOVE ZERO TO ws-sel-amnt
    MOVE ZERO TO ws-sel-recovery
    MOVE ZERO TO ws-sel-withheld
    MOVE ZERO TO ws-sel-net
    MOVE SPACE TO ws-sel-status
    .

    MOVE SPACES TO f_pay
    MOVE last-ssn TO f_pay-ssn
    MOVE ws-pay-period TO f_pay-period
    MOVE ws-sel-net TO f_pay-amnt
    WRITE f_pay
    PERFORM WRITE-HIST-RECORD
    PERFORM ROUTE-PAYMENT
    MOVE ddo-routing TO ws-bkd-routing
    MOVE ddo-account TO ws-bkd-account
    MOVE ddo-acct-type TO ws-bkd-acct-type
    MOVE ws-sel-net TO ws-bkd-amnt
    MOVE last-ssn TO ws-bkd-ssn
    MOVE ws-sel-amnt TO ws-bkd-gross
    MOVE ws-sel-withheld TO ws-bkd-withheld
    MOVE SPACES TO bk_rec
    WRITE bk_rec FROM ws-bank-detail
    ADD 1 TO ws-cnt-ach-n
    ADD ws-sel-net TO ws-ach-total
    .

WRITE-CHECK-RECORD.
    ADD 1 TO ws-check-no
    MOVE SPACES TO ck_rec
    MOVE last-ssn TO ck_rec-ssn
    MOVE ws-pay-period TO ck_rec-period
    MOVE ws-sel-net TO ck_rec-amnt
    MOVE ws-sel-amnt TO ck_rec-gross
    MOVE ws-sel-withheld TO ck_rec-withheld
    MOVE ws-check-no TO ck_rec-check-no
    WRITE ck_rec
    PERFORM WRITE-POS-PAY-DETAIL
    ADD 1 TO ws-cnt-check-n
    ADD ws-sel-net TO ws-check-total
    .

WRITE-POS-PAY-HEADER.
    MOVE ws-run-date TO ws-pph-date
    MOVE ws-pay-period TO ws-pph-period
    MOVE SPACES TO pp_rec
    WRITE pp_rec FROM ws-pp-header
    .

WRITE-POS-PAY-DETAIL.
    MOVE ws-check-no TO ws-ppd-check-no
    MOVE ws-sel-net TO ws-ppd-amnt
    MOVE ws-run-date TO ws-ppd-date
    MOVE last-ssn TO ws-ppd-ssn
    MOVE SPACES TO pp_rec
    WRITE pp_rec FROM ws-pp-detail
    .

LOAD-CHECK-CONTROL.
    MOVE ZERO TO ws-check-no
    OPEN INPUT check-ctl
    READ check-ctl
      AT END MOVE ZERO TO ws-check-no
      NOT AT END MOVE f_cko-last-no TO ws-check-no
    END-READ
    CLOSE check-ctl
    IF ws-check-no < ws-pay-period * 1000000
      COMPUTE ws-check-no = ws-pay-period * 1000000
    END-IF
    .

SAVE-CHECK-CONTROL.
    OPEN OUTPUT check-ctl
    MOVE SPACES TO f_cko
    MOVE ws-check-no TO f_cko-last-no
    MOVE ws-run-date TO f_cko-date
    MOVE "pay_mbf" TO f_cko-program
    WRITE f_cko
    CLOSE check-ctl
    .

WRITE-POS-PAY-TRAILER.
    MOVE ws-cnt-check-n TO ws-ppt-count
    MOVE ws-check-total TO ws-ppt-total
    MOVE SPACES TO pp_rec
    WRITE pp_rec FROM ws-pp-trailer
    .

WRITE-BANK-TRAILER.
    MOVE ws-pay-period TO nf_ph-period
    MOVE ws-sel-amnt TO nf_ph-amnt
    MOVE ws-run-date TO nf_ph-pay-date
    MOVE ws-sel-withheld TO nf_ph-withheld
    MOVE SPACE TO nf_ph-type
    WRITE nf_ph
    ADD 1 TO ws-new-count
    ADD ws-sel-amnt TO ws-new-hash
          AT END MOVE 'T' TO b_hist-eof
          NOT AT END
            IF phr (1:1) NOT = 'T'
               AND (ph-period NOT = ws-pay-period OR ph-type-retro)
              MOVE phr TO nf_ph
              WRITE nf_ph
              ADD 1 TO ws-new-count
    END-IF
    .

ENSURE-WHT-FILE.
    OPEN INPUT wht
    IF ws-wht-status = "35"
      OPEN OUTPUT wht
      CLOSE wht
    ELSE
      CLOSE wht
    END-IF
    .

LOOK-UP-WITHHOLDING.
    MOVE 'F' TO ws-wht-elected
    PERFORM UNTIL b_wht-eof = 'T' OR wel-ssn >= last-ssn
      READ sorted-wht INTO wel
        AT END MOVE 'T' TO b_wht-eof
      END-READ
    END-PERFORM
    IF b_wht-eof = 'F' AND wel-ssn = last-ssn
      MOVE 'T' TO ws-wht-elected
    END-IF
    .

APPLY-WITHHOLDING.
    MOVE ZERO TO ws-sel-withheld
    PERFORM LOOK-UP-WITHHOLDING
    IF ws-wht-elected = 'T'
      EVALUATE TRUE
        WHEN wel-type-flat
          MOVE wel-amnt TO ws-sel-withheld
        WHEN wel-type-percent
          COMPUTE ws-sel-withheld ROUNDED =
            ws-sel-amnt * wel-pct / 100
        WHEN OTHER
          MOVE ZERO TO ws-sel-withheld
      END-EVALUATE
      IF ws-sel-withheld > ws-sel-net
        MOVE ws-sel-net TO ws-sel-withheld
      END-IF
      IF ws-sel-withheld > ZERO
        ADD 1 TO ws-cnt-withheld-n
        ADD ws-sel-withheld TO ws-withheld-total
      END-IF
    END-IF
    SUBTRACT ws-sel-withheld FROM ws-sel-net
    .

ENSURE-OVERPAY-FILE.
    OPEN INPUT overpay
    IF ws-ovp-status = "35"
      OPEN OUTPUT overpay
      CLOSE overpay
    ELSE
      CLOSE overpay
    END-IF
    .

READ-NEXT-OVERPAY.
    MOVE 'F' TO ws-ovp-got
    PERFORM UNTIL ws-ovp-got = 'T' OR b_ovp-eof = 'T'
      READ sorted-ovp INTO ovl
        AT END MOVE 'T' TO b_ovp-eof
        NOT AT END
          MOVE ovl-item TO ovp
          MOVE 'T' TO ws-ovp-got
      END-READ
    END-PERFORM
    IF ws-ovp-got = 'T' AND ovp-rcv-period = ws-pay-period
      MOVE ovp-balance TO ovp-balance-dec
      MOVE ovp-rcv-amnt TO ovp-rcv-amnt-dec
      ADD ovp-rcv-amnt-dec TO ovp-balance-dec
      MOVE ovp-balance-dec TO ovp-balance
      MOVE ZERO TO ovp-rcv-period
      MOVE ZERO TO ovp-rcv-amnt
    END-IF
    .

LOAD-BNF-TABLE.
    MOVE ZERO TO ws-bnf-count
    MOVE 'F' TO b_bnf-eof
    OPEN INPUT bnf
    PERFORM UNTIL b_bnf-eof = 'T'
      READ bnf
        AT END MOVE 'T' TO b_bnf-eof
        NOT AT END
          IF ws-bnf-count >= 2000
            DISPLAY "PAY_MBF: BENEFICIARY TABLE EXCEEDS 2000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-bnf-count
          MOVE f_bnf-mbr-ssn TO ws-bnf-tbl-mbr-ssn (ws-bnf-count)
          MOVE f_bnf-ssn TO ws-bnf-tbl-ssn (ws-bnf-count)
          MOVE f_bnf-pct TO ws-bnf-tbl-pct (ws-bnf-count)
      END-READ
    END-PERFORM
    CLOSE bnf
    .

LINK-OVERPAY-RECOVERY.
    MOVE 'F' TO b_lnk-eof
    OPEN INPUT overpay
    OPEN OUTPUT ovp-link
    PERFORM UNTIL b_lnk-eof = 'T'
      READ overpay INTO ovp
        AT END MOVE 'T' TO b_lnk-eof
        NOT AT END
          IF ovp (1:1) NOT = 'T'
            PERFORM FIND-RECOVERY-SSN
            MOVE SPACES TO lf_ovp
            MOVE ws-lnk-rcv-ssn TO lf_ovp-rcv-ssn
            MOVE ovp TO lf_ovp-item
            WRITE lf_ovp
          END-IF
      END-READ
    END-PERFORM
    CLOSE overpay
    CLOSE ovp-link
    .

FIND-RECOVERY-SSN.
    MOVE ovp-ssn TO ws-lnk-rcv-ssn
    MOVE SPACE TO ws-lnk-status
    MOVE 'F' TO b_lnk-mbf-eof
    MOVE ovp-ssn TO ix_mbr-ssn
    MOVE ZERO TO ix_mbr-year-month

    START mbf-ix KEY IS NOT LESS THAN ix_mbr-key
      INVALID KEY MOVE 'T' TO b_lnk-mbf-eof
    END-START

    PERFORM UNTIL b_lnk-mbf-eof = 'T'
      READ mbf-ix NEXT INTO mbr
        AT END MOVE 'T' TO b_lnk-mbf-eof
        NOT AT END
          IF mbr-ssn NOT = ovp-ssn
             OR mbr-year-month > ws-pay-period
            MOVE 'T' TO b_lnk-mbf-eof
          ELSE
            MOVE mbr-status TO ws-lnk-status
          END-IF
      END-READ
    END-PERFORM

    IF ws-lnk-status NOT = 'A'
      MOVE ZERO TO ws-lnk-best-pct
      MOVE ZERO TO ws-bnf-ix
      PERFORM UNTIL ws-bnf-ix >= ws-bnf-count
        ADD 1 TO ws-bnf-ix
        IF ws-bnf-tbl-mbr-ssn (ws-bnf-ix) = ovp-ssn
           AND ws-bnf-tbl-ssn (ws-bnf-ix) NOT = ovp-ssn
           AND (ws-bnf-tbl-pct (ws-bnf-ix) > ws-lnk-best-pct
                OR ws-lnk-rcv-ssn = ovp-ssn)
          MOVE ws-bnf-tbl-ssn (ws-bnf-ix) TO ws-lnk-rcv-ssn
          MOVE ws-bnf-tbl-pct (ws-bnf-ix) TO ws-lnk-best-pct
        END-IF
      END-PERFORM
      IF ws-lnk-rcv-ssn NOT = ovp-ssn
        ADD 1 TO ws-cnt-linked-n
      END-IF
    END-IF
    .

COLLECT-MEMBER-OVERPAY.
    MOVE ZERO TO ws-mov-count
    PERFORM UNTIL b_ovp-eof = 'T' OR ovl-rcv-ssn > last-ssn
      IF ovl-rcv-ssn < last-ssn
        PERFORM WRITE-OVERPAY-UNCHANGED
      ELSE
        IF ws-mov-count >= 100
          DISPLAY "PAY_MBF: OVERPAYMENT ITEMS EXCEED 100 FOR SSN "
                  last-ssn " - RUN ABORTED"
          MOVE 8 TO RETURN-CODE
          STOP RUN
        END-IF
        ADD 1 TO ws-mov-count
        MOVE ovp-ssn TO ws-mov-ssn (ws-mov-count)
        MOVE ovp-period TO ws-mov-period (ws-mov-count)
        MOVE ovp-reason TO ws-mov-reason (ws-mov-count)
        MOVE ovp-amnt TO ovp-amnt-dec
        MOVE ovp-amnt-dec TO ws-mov-amnt (ws-mov-count)
        MOVE ovp-balance TO ovp-balance-dec
        MOVE ovp-balance-dec TO ws-mov-balance (ws-mov-count)
        MOVE ovp-est-date TO ws-mov-est-date (ws-mov-count)
        MOVE ovp-rcv-period TO ws-mov-rcv-period (ws-mov-count)
        MOVE ovp-rcv-amnt TO ovp-rcv-amnt-dec
        MOVE ovp-rcv-amnt-dec TO ws-mov-rcv-amnt (ws-mov-count)
        MOVE ovp-type TO ws-mov-type (ws-mov-count)
      END-IF
      PERFORM READ-NEXT-OVERPAY
    END-PERFORM
    .

APPLY-RECOVERY.
    MOVE ZERO TO ws-sel-recovery
    MOVE ZERO TO ws-rcv-open
    MOVE ZERO TO ws-mov-ix
    PERFORM UNTIL ws-mov-ix >= ws-mov-count
      ADD 1 TO ws-mov-ix
      ADD ws-mov-balance (ws-mov-ix) TO ws-rcv-open
    END-PERFORM

    IF ws-rcv-open > ZERO
      COMPUTE ws-rcv-left ROUNDED = ws-sel-amnt * ws-rcv-pct / 100
      IF ws-rcv-left > ws-rcv-open
        MOVE ws-rcv-open TO ws-rcv-left
      END-IF
      MOVE ws-rcv-left TO ws-sel-recovery
      MOVE ZERO TO ws-mov-ix
      PERFORM UNTIL ws-mov-ix >= ws-mov-count OR ws-rcv-left = ZERO
        ADD 1 TO ws-mov-ix
        IF ws-mov-balance (ws-mov-ix) > ZERO
          IF ws-mov-balance (ws-mov-ix) < ws-rcv-left
            MOVE ws-mov-balance (ws-mov-ix) TO ws-rcv-take
          ELSE
            MOVE ws-rcv-left TO ws-rcv-take
          END-IF
          SUBTRACT ws-rcv-take FROM ws-mov-balance (ws-mov-ix)
          SUBTRACT ws-rcv-take FROM ws-rcv-left
          MOVE ws-pay-period TO ws-mov-rcv-period (ws-mov-ix)
          MOVE ws-rcv-take TO ws-mov-rcv-amnt (ws-mov-ix)
        END-IF
      END-PERFORM
      IF ws-sel-recovery > ZERO
        ADD 1 TO ws-cnt-recovered-n
        ADD ws-sel-recovery TO ws-recovery-total
      END-IF
    END-IF

    COMPUTE ws-sel-net = ws-sel-amnt - ws-sel-recovery
    .

WRITE-MEMBER-OVERPAY.
    MOVE ZERO TO ws-mov-ix
    PERFORM UNTIL ws-mov-ix >= ws-mov-count
      ADD 1 TO ws-mov-ix
      MOVE SPACES TO nf_ovp
      MOVE ws-mov-ssn (ws-mov-ix) TO nf_ovp-ssn
      MOVE ws-mov-period (ws-mov-ix) TO nf_ovp-period
      MOVE ws-mov-reason (ws-mov-ix) TO nf_ovp-reason
      MOVE ws-mov-amnt (ws-mov-ix) TO nf_ovp-amnt
      MOVE ws-mov-balance (ws-mov-ix) TO nf_ovp-balance
      MOVE ws-mov-est-date (ws-mov-ix) TO nf_ovp-est-date
      MOVE ws-mov-rcv-period (ws-mov-ix) TO nf_ovp-rcv-period
      MOVE ws-mov-rcv-amnt (ws-mov-ix) TO nf_ovp-rcv-amnt
      MOVE ws-mov-type (ws-mov-ix) TO nf_ovp-type
      WRITE nf_ovp
      ADD 1 TO ws-ovp-new-count
      ADD ws-mov-balance (ws-mov-ix) TO ws-ovp-new-hash
    END-PERFORM
    MOVE ZERO TO ws-mov-count
    .

WRITE-OVERPAY-UNCHANGED.
    MOVE ovp TO nf_ovp
    WRITE nf_ovp
    ADD 1 TO ws-ovp-new-count
    MOVE ovp-balance TO ovp-balance-dec
    ADD ovp-balance-dec TO ws-ovp-new-hash
    .

COPY-REMAINING-OVERPAY.
    PERFORM UNTIL b_ovp-eof = 'T'
      PERFORM WRITE-OVERPAY-UNCHANGED
      PERFORM READ-NEXT-OVERPAY
    END-PERFORM
    .

WRITE-NEW-OVERPAY-TRAILER.
    MOVE ws-ovp-new-count TO ws-new-tlr-count
    MOVE ws-ovp-new-hash TO ws-new-tlr-hash
    MOVE SPACES TO nf_ovp
    WRITE nf_ovp FROM ws-new-trailer
    .

VERIFY-OVERPAY-CONTROL.
    MOVE 'F' TO ws-ctl-seen
    MOVE 'F' TO ws-ctl-fail
    MOVE ZERO TO ws-ctl-rec-count
    MOVE ZERO TO ws-ctl-rec-hash
    MOVE ZERO TO ws-ctl-tlr-count
    MOVE ZERO TO ws-ctl-tlr-hash

    OPEN INPUT overpay
    PERFORM UNTIL b_ctl-eof = 'T'
      READ overpay INTO ws-ctl-ovp-buffer
        AT END MOVE 'T' TO b_ctl-eof
        NOT AT END PERFORM TALLY-OVERPAY-CONTROL
      END-READ
    END-PERFORM
    CLOSE overpay
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
      DISPLAY "PAY_MBF: RECEIVABLE CONTROL TRAILER FAILURE, COUNT "
              ws-ctl-rec-count " OF " ws-ctl-tlr-count
              " HASH " ws-ctl-rec-hash " OF " ws-ctl-tlr-hash
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

TALLY-OVERPAY-CONTROL.
    IF ws-ctl-ovp-id = 'T'
      MOVE ws-ctl-ovp-count TO ws-ctl-tlr-count
      MOVE ws-ctl-ovp-hash TO ws-ctl-tlr-hash
      MOVE 'T' TO ws-ctl-seen
    ELSE
      IF ws-ctl-seen = 'T'
        MOVE 'T' TO ws-ctl-fail
      ELSE
        ADD 1 TO ws-ctl-rec-count
        MOVE ws-ctl-ovp-balance TO ws-ctl-amnt-dec
        ADD ws-ctl-amnt-dec TO ws-ctl-rec-hash
      END-IF
    END-IF
    .

WRITE-REGISTER-DETAIL.
    MOVE last-ssn TO ws-det-ssn
    MOVE ws-pay-period TO ws-det-period
    MOVE ws-sel-amnt TO ws-det-amnt
    MOVE ws-sel-recovery TO ws-det-recovery
    MOVE ws-sel-withheld TO ws-det-withheld
    MOVE ws-sel-net TO ws-det-net
    WRITE rpt-register-rec FROM ws-detail-line
    .

    MOVE ws-cnt-check-n TO ws-split-chk-cnt
    MOVE ws-check-total TO ws-split-chk-tot
    WRITE rpt-register-rec FROM ws-split-line-2
    MOVE ws-gross-total TO ws-ftr-gross-total
    WRITE rpt-register-rec FROM ws-gross-line
    MOVE ws-cnt-recovered-n TO ws-rcv-cnt
    MOVE ws-recovery-total TO ws-rcv-tot
    WRITE rpt-register-rec FROM ws-recovery-line
    MOVE ws-cnt-linked-n TO ws-lnk-cnt
    WRITE rpt-register-rec FROM ws-linked-line
    MOVE ws-cnt-withheld-n TO ws-wht-cnt
    MOVE ws-withheld-total TO ws-wht-tot
    WRITE rpt-register-rec FROM ws-withheld-line
    MOVE ws-grand-total TO ws-ftr-grand-total
    WRITE rpt-register-rec FROM ws-total-line
    .

TAKE-MASTER-BACKUP.
    MOVE "pay_mbf" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "PAY_MBF: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
