IDENTIFICATION DIVISION.
PROGRAM-ID. calc_arrears.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT mbf-ix ASSIGN TO './data/mbf.idx'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ix_mbr-key
    FILE STATUS IS ws-ix-status.
  SELECT pay-hist ASSIGN TO './data/pay-hist.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-hist-status.
  SELECT sorted-hist ASSIGN TO './sorted-pay-hist.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-hist ASSIGN TO './pay-hist-sorted.tmp'.
  SELECT new-hist ASSIGN TO './data/pay-hist.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT ddf ASSIGN TO './data/ddf.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-ddf-status.
  SELECT sorted-ddf ASSIGN TO './sorted-ddf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-ddf ASSIGN TO './ddf-sorted.tmp'.
  SELECT wht ASSIGN TO './data/wht.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-wht-status.
  SELECT sorted-wht ASSIGN TO './sorted-wht.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-wht ASSIGN TO './wht-sorted.tmp'.
  SELECT bank-file ASSIGN TO './arrears-bank-file.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT check-file ASSIGN TO './arrears-check-print.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT pos-pay ASSIGN TO './arrears-positive-pay.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL check-ctl ASSIGN TO './data/check-control.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-cko-status.
  SELECT rpt-arrears ASSIGN TO './reports/arrears-register.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL run-ctl ASSIGN TO './data/run-control.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-rc-status.

DATA DIVISION.
FILE SECTION.
FD mbf-ix.
01 ix_mbr.
  02 ix_mbr-key.
    03 ix_mbr-ssn PIC 999999999.
    03 ix_mbr-year-month PIC 9(4)9(2).
  02 ix_mbr-amnt PIC z(9)9.99.
  02 ix_mbr-status PIC X(1).

FD pay-hist.
01 f_ph.
  02 f_ph-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_ph-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_ph-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ph-pay-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_ph-withheld PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ph-type PIC X(1).

FD sorted-hist.
01 sf_ph.
  02 sf_ph-ssn PIC 9(9).
  02 filler PIC X.
  02 sf_ph-period PIC 9(6).
  02 filler PIC X.
  02 sf_ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 sf_ph-pay-date PIC 9(8).
  02 filler PIC X.
  02 sf_ph-withheld PIC 9(10).99.
  02 filler PIC X.
  02 sf_ph-type PIC X(1).

SD work-hist.
01 wo_ph.
  02 wo_ph-ssn PIC 9(9).
  02 filler PIC X.
  02 wo_ph-period PIC 9(6).
  02 filler PIC X.
  02 wo_ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 wo_ph-pay-date PIC 9(8).
  02 filler PIC X.
  02 wo_ph-withheld PIC 9(10).99.
  02 filler PIC X.
  02 wo_ph-type PIC X(1).

FD new-hist.
01 nf_ph.
  02 nf_ph-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 nf_ph-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 nf_ph-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_ph-pay-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 nf_ph-withheld PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 nf_ph-type PIC X(1).

FD ddf.
01 f_ddo.
  02 f_ddo-ssn PIC 999999999.
  02 f_ddo-routing PIC 9(9).
  02 f_ddo-account PIC X(17).
  02 f_ddo-acct-type PIC X(1).
  02 f_ddo-flag PIC X(1).

FD sorted-ddf.
01 sf_ddo.
  02 sf_ddo-ssn PIC 999999999.
  02 sf_ddo-routing PIC 9(9).
  02 sf_ddo-account PIC X(17).
  02 sf_ddo-acct-type PIC X(1).
  02 sf_ddo-flag PIC X(1).

SD work-ddf.
01 wo_ddo.
  02 wo_ddo-ssn PIC 999999999.
  02 wo_ddo-routing PIC 9(9).
  02 wo_ddo-account PIC X(17).
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
  02 ck_rec-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
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

FD check-ctl.
01 f_cko.
  02 f_cko-last-no PIC 9(12).
  02 filler PIC X VALUE " ".
  02 f_cko-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_cko-program PIC X(12).

FD rpt-arrears.
01 rpt-arrears-rec PIC X(80).

FD run-ctl.
01 f_rcl.
  02 f_rcl-program PIC X(12).
  02 filler PIC X VALUE " ".
  02 f_rcl-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_rcl-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_rcl-rc PIC 9(2).

LOCAL-STORAGE SECTION.
01 mbr.
  02 mbr-ssn PIC 999999999.
  02 mbr-year-month PIC 9(6).
  02 mbr-amnt PIC z(9)9.99.
  02 mbr-status PIC X(1).
01 mbr-amnt-dec PIC 9(10)V99.

01 b_eof PIC A(1) VALUE 'F'.
01 is-first PIC A VALUE 'T'.
01 last-ssn PIC 9(9).

01 ws-row-table.
  02 ws-row-entry OCCURS 200 TIMES.
    03 ws-row-ym PIC 9(6).
    03 ws-row-amnt PIC 9(10)V99.
    03 ws-row-status PIC X(1).
01 ws-row-count PIC 9(3) VALUE ZERO.
01 ws-row-ix PIC 9(3) VALUE ZERO.
01 ws-row-best-ym PIC 9(6) VALUE ZERO.

01 ws-per-table.
  02 ws-per-entry OCCURS 120 TIMES.
    03 ws-per-period PIC 9(6).
    03 ws-per-due PIC 9(10)V99.
    03 ws-per-paid PIC 9(10)V99.
    03 ws-per-arrears PIC 9(10)V99.
01 ws-per-count PIC 9(3) VALUE ZERO.
01 ws-per-ix PIC 9(3) VALUE ZERO.
01 ws-per-last-ix PIC 9(3) VALUE ZERO.

01 ws-from-period PIC 9(6) VALUE ZERO.
01 ws-thru-period PIC 9(6) VALUE ZERO.
01 ws-span-months PIC 9(6) VALUE ZERO.
01 ws-walk-period.
  02 ws-walk-yyyy PIC 9(4).
  02 ws-walk-mm PIC 9(2).
01 ws-walk-ym REDEFINES ws-walk-period PIC 9(6).
01 ws-parm-line PIC X(80).
01 ws-parm-from PIC X(6) VALUE SPACES.
01 ws-parm-thru PIC X(6) VALUE SPACES.

01 ws-rc-status PIC X(2).
01 b_rc-eof PIC A(1) VALUE 'F'.
01 ws-rc-table.
  02 ws-rc-entry OCCURS 20 TIMES.
    03 ws-rc-name PIC X(12).
    03 ws-rc-date PIC 9(8).
    03 ws-rc-period PIC 9(6).
    03 ws-rc-rc PIC 9(2).
01 ws-rc-count PIC 9(2) VALUE ZERO.
01 ws-rc-ix PIC 9(2) VALUE ZERO.
01 ws-rc-find-name PIC X(12) VALUE SPACES.
01 ws-rc-find-ix PIC 9(2) VALUE ZERO.

01 ws-ix-status PIC X(2).
01 ws-hist-status PIC X(2).
01 ws-ddf-status PIC X(2).
01 ws-wht-status PIC X(2).
01 ws-cko-status PIC X(2).

01 phr.
  02 ph-ssn PIC 9(9).
  02 filler PIC X.
  02 ph-period PIC 9(6).
  02 filler PIC X.
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
01 b_hist-got PIC A(1) VALUE 'F'.

01 ddo.
  02 ddo-ssn PIC 999999999 VALUE ZERO.
  02 ddo-routing PIC 9(9).
  02 ddo-account PIC X(17).
  02 ddo-acct-type PIC X(1).
  02 ddo-flag PIC X(1).
    88 ddo-flag-active VALUE 'A'.
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
01 ws-wht-elected PIC A(1) VALUE 'F'.

01 ws-arr-amnt PIC 9(10)V99 VALUE ZERO.
01 ws-arr-withheld PIC 9(10)V99 VALUE ZERO.
01 ws-arr-wht-left PIC 9(10)V99 VALUE ZERO.
01 ws-mbr-gross PIC 9(10)V99 VALUE ZERO.
01 ws-mbr-withheld PIC 9(10)V99 VALUE ZERO.
01 ws-mbr-net PIC 9(10)V99 VALUE ZERO.

01 ws-bank-header.
  02 filler PIC X(1) VALUE "H".
  02 ws-bkh-date PIC 9(8).
  02 ws-bkh-period PIC 9(6).
01 ws-bank-detail.
  02 filler PIC X(1) VALUE "D".
  02 ws-bkd-routing PIC 9(9).
  02 ws-bkd-account PIC X(17).
  02 ws-bkd-acct-type PIC X(1).
  02 ws-bkd-amnt PIC 9(10).99.
  02 ws-bkd-ssn PIC 9(9).
  02 ws-bkd-gross PIC 9(10).99.
  02 ws-bkd-withheld PIC 9(10).99.
01 ws-bank-trailer.
  02 filler PIC X(1) VALUE "T".
  02 ws-bkt-count PIC 9(7).
  02 ws-bkt-total PIC 9(12).99.

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

01 ws-cnt-ach-n PIC 9(6) VALUE ZERO.
01 ws-cnt-check-n PIC 9(6) VALUE ZERO.
01 ws-ach-total PIC 9(12)V99 VALUE ZERO.
01 ws-check-total PIC 9(12)V99 VALUE ZERO.

01 ws-ctl-buffer PIC X(39).
01 ws-ctl-trailer REDEFINES ws-ctl-buffer.
  02 ws-ctl-id PIC X(1).
  02 ws-ctl-count PIC 9(7).
  02 ws-ctl-hash PIC 9(12).99.
  02 filler PIC X(16).
01 ws-ctl-ph REDEFINES ws-ctl-buffer.
  02 ws-ctl-ph-ssn PIC 9(9).
  02 filler PIC X(1).
  02 ws-ctl-ph-period PIC 9(6).
  02 filler PIC X(1).
  02 ws-ctl-ph-amnt PIC 9(10).99.
  02 filler PIC X(1).
  02 ws-ctl-ph-date PIC 9(8).
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

01 ws-cnt-members-n PIC 9(6) VALUE ZERO.
01 ws-cnt-periods-n PIC 9(6) VALUE ZERO.
01 ws-cnt-overpaid-n PIC 9(6) VALUE ZERO.
01 ws-gross-total PIC 9(12)V99 VALUE ZERO.
01 ws-withheld-total PIC 9(12)V99 VALUE ZERO.
01 ws-net-total PIC 9(12)V99 VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(30) VALUE "RETROACTIVE ARREARS REGISTER".
01 ws-page-header-line2.
  02 FILLER PIC X(10) VALUE "PERIODS: ".
  02 ws-hdr-from PIC 9(6).
  02 FILLER PIC X(6) VALUE " THRU ".
  02 ws-hdr-thru PIC 9(6).

01 ws-column-heading-line.
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(8) VALUE "PERIOD".
  02 FILLER PIC X(13) VALUE "DUE".
  02 FILLER PIC X(13) VALUE "PAID".
  02 FILLER PIC X(13) VALUE "ARREARS".
  02 FILLER PIC X(12) VALUE "WITHHELD".

01 ws-detail-line.
  02 ws-det-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-period PIC 9(6).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-due PIC Z(7)9.99.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-paid PIC Z(7)9.99.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-arrears PIC Z(7)9.99.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-withheld PIC Z(7)9.99.

01 ws-member-line.
  02 FILLER PIC X(12) VALUE SPACES.
  02 FILLER PIC X(20) VALUE "RETRO PAYMENT NET ".
  02 ws-mbl-net PIC Z(7)9.99.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-mbl-route PIC X(10).

01 ws-counts-line.
  02 FILLER PIC X(18) VALUE "MEMBERS PAID: ".
  02 ws-sum-members PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(21) VALUE "PERIODS IN ARREARS: ".
  02 ws-sum-periods PIC ZZZZZ9.

01 ws-overpaid-line.
  02 FILLER PIC X(45) VALUE
     "PERIODS PAID ABOVE ENTITLEMENT (NO ACTION): ".
  02 ws-sum-overpaid PIC ZZZZZ9.

01 ws-split-line-1.
  02 FILLER PIC X(12) VALUE "ACH COUNT: ".
  02 ws-split-ach-cnt PIC ZZZZZ9.
  02 FILLER PIC X(13) VALUE "  ACH TOTAL: ".
  02 ws-split-ach-tot PIC Z(11)9.99.

01 ws-split-line-2.
  02 FILLER PIC X(14) VALUE "CHECK COUNT: ".
  02 ws-split-chk-cnt PIC ZZZZZ9.
  02 FILLER PIC X(15) VALUE "  CHECK TOTAL: ".
  02 ws-split-chk-tot PIC Z(11)9.99.

01 ws-gross-line.
  02 FILLER PIC X(17) VALUE "ARREARS GROSS: ".
  02 ws-ftr-gross PIC Z(11)9.99.
01 ws-withheld-line.
  02 FILLER PIC X(17) VALUE "TAX WITHHELD: ".
  02 ws-ftr-withheld PIC Z(11)9.99.
01 ws-total-line.
  02 FILLER PIC X(17) VALUE "NET DISBURSED: ".
  02 ws-ftr-net PIC Z(11)9.99.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM LOAD-RUN-CONTROL.
PERFORM PARSE-PERIOD-PARM.

PERFORM VERIFY-HIST-CONTROL.

MOVE "pay-hist" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN INPUT mbf-ix.

IF ws-ix-status NOT = "00"
  DISPLAY "CALC_ARREARS: CANNOT OPEN INDEX FILE, STATUS " ws-ix-status
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

PERFORM ENSURE-INPUT-FILES.

SORT work-hist ON ASCENDING KEY wo_ph-ssn wo_ph-period
USING pay-hist GIVING sorted-hist.

SORT work-ddf ON ASCENDING KEY wo_ddo-ssn
USING ddf GIVING sorted-ddf.

SORT work-wht ON ASCENDING KEY wo_wel-ssn
USING wht GIVING sorted-wht.

OPEN OUTPUT new-hist.
OPEN INPUT sorted-hist.
OPEN INPUT sorted-ddf.
OPEN INPUT sorted-wht.
OPEN OUTPUT bank-file.
OPEN OUTPUT check-file.
OPEN OUTPUT pos-pay.
OPEN OUTPUT rpt-arrears.

PERFORM LOAD-CHECK-CONTROL.

PERFORM WRITE-BANK-HEADER.
PERFORM WRITE-POS-PAY-HEADER.

PERFORM COPY-HIST-TO-NEW.

PERFORM WRITE-REPORT-HEADER.

PERFORM ADVANCE-HIST.

PERFORM UNTIL b_eof = 'T'
  READ mbf-ix NEXT INTO mbr
    AT END MOVE 'T' TO b_eof
    NOT AT END PERFORM PROCESS-MBF-RECORD
  END-READ
END-PERFORM.

IF is-first = 'F'
  PERFORM SETTLE-MEMBER
END-IF.

PERFORM WRITE-REPORT-SUMMARY.

PERFORM WRITE-NEW-HIST-TRAILER.

PERFORM WRITE-BANK-TRAILER.
PERFORM WRITE-POS-PAY-TRAILER.

IF ws-cnt-check-n > ZERO
  PERFORM SAVE-CHECK-CONTROL
END-IF.

CLOSE mbf-ix.
CLOSE new-hist.
CLOSE sorted-hist.
CLOSE sorted-ddf.
CLOSE sorted-wht.
CLOSE bank-file.
CLOSE check-file.
CLOSE pos-pay.
CLOSE rpt-arrears.

MOVE 0 TO RETURN-CODE.

GOBACK.

INIT-REPORT.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE ws-run-date-yyyy TO ws-run-date-display (1:4)
    MOVE ws-run-date-mm TO ws-run-date-display (6:2)
    MOVE ws-run-date-dd TO ws-run-date-display (9:2)
    .

PARSE-PERIOD-PARM.
    MOVE "pay_mbf" TO ws-rc-find-name
    PERFORM FIND-RUN-CONTROL
    IF ws-rc-find-ix > ZERO
      MOVE ws-rc-period (ws-rc-find-ix) TO ws-thru-period
    ELSE
      MOVE ws-run-date-yyyy TO ws-walk-yyyy
      MOVE ws-run-date-mm TO ws-walk-mm
      PERFORM STEP-BACK-ONE-MONTH
      MOVE ws-walk-ym TO ws-thru-period
    END-IF

    ACCEPT ws-parm-line FROM COMMAND-LINE
    UNSTRING ws-parm-line DELIMITED BY ALL SPACES
      INTO ws-parm-from ws-parm-thru
    END-UNSTRING

    IF ws-parm-thru IS NUMERIC
      MOVE ws-parm-thru TO ws-thru-period
    END-IF

    IF ws-parm-from IS NUMERIC
      MOVE ws-parm-from TO ws-from-period
    ELSE
      MOVE ws-thru-period TO ws-walk-ym
      MOVE ZERO TO ws-per-ix
      PERFORM UNTIL ws-per-ix >= 11
        ADD 1 TO ws-per-ix
        PERFORM STEP-BACK-ONE-MONTH
      END-PERFORM
      MOVE ws-walk-ym TO ws-from-period
    END-IF

    IF ws-from-period > ws-thru-period
      DISPLAY "CALC_ARREARS: FROM PERIOD " ws-from-period
              " IS AFTER THRU PERIOD " ws-thru-period
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF

    MOVE ws-thru-period TO ws-walk-ym
    COMPUTE ws-span-months = ws-walk-yyyy * 12 + ws-walk-mm
    MOVE ws-from-period TO ws-walk-ym
    COMPUTE ws-span-months = ws-span-months + 1
                           - (ws-walk-yyyy * 12 + ws-walk-mm)
    IF ws-span-months > 120
      DISPLAY "CALC_ARREARS: PERIOD RANGE " ws-from-period
              " THRU " ws-thru-period " SPANS " ws-span-months
              " MONTHS, LIMIT IS 120"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

STEP-BACK-ONE-MONTH.
    IF ws-walk-mm <= 1
      MOVE 12 TO ws-walk-mm
      SUBTRACT 1 FROM ws-walk-yyyy
    ELSE
      SUBTRACT 1 FROM ws-walk-mm
    END-IF
    .

STEP-FORWARD-ONE-MONTH.
    IF ws-walk-mm >= 12
      MOVE 1 TO ws-walk-mm
      ADD 1 TO ws-walk-yyyy
    ELSE
      ADD 1 TO ws-walk-mm
    END-IF
    .

LOAD-RUN-CONTROL.
    MOVE ZERO TO ws-rc-count
    MOVE 'F' TO b_rc-eof
    OPEN INPUT run-ctl
    PERFORM UNTIL b_rc-eof = 'T'
      READ run-ctl
        AT END MOVE 'T' TO b_rc-eof
        NOT AT END
          IF ws-rc-count >= 20
            DISPLAY "CALC_ARREARS: RUN CONTROL TABLE EXCEEDS 20"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-rc-count
          MOVE f_rcl-program TO ws-rc-name (ws-rc-count)
          MOVE f_rcl-date TO ws-rc-date (ws-rc-count)
          MOVE f_rcl-period TO ws-rc-period (ws-rc-count)
          MOVE f_rcl-rc TO ws-rc-rc (ws-rc-count)
      END-READ
    END-PERFORM
    CLOSE run-ctl
    .

FIND-RUN-CONTROL.
    MOVE ZERO TO ws-rc-find-ix
    MOVE ZERO TO ws-rc-ix
    PERFORM UNTIL ws-rc-ix >= ws-rc-count
      ADD 1 TO ws-rc-ix
      IF ws-rc-name (ws-rc-ix) = ws-rc-find-name
        MOVE ws-rc-ix TO ws-rc-find-ix
      END-IF
    END-PERFORM
    .

ENSURE-INPUT-FILES.
    OPEN INPUT pay-hist
    IF ws-hist-status = "35"
      OPEN OUTPUT pay-hist
      CLOSE pay-hist
    ELSE
      CLOSE pay-hist
    END-IF

    OPEN INPUT ddf
    IF ws-ddf-status = "35"
      OPEN OUTPUT ddf
      CLOSE ddf
    ELSE
      CLOSE ddf
    END-IF

    OPEN INPUT wht
    IF ws-wht-status = "35"
      OPEN OUTPUT wht
      CLOSE wht
    ELSE
      CLOSE wht
    END-IF
    .

PROCESS-MBF-RECORD.
    IF is-first = 'T'
      MOVE mbr-ssn TO last-ssn
      MOVE 'F' TO is-first
    END-IF

    IF mbr-ssn NOT = last-ssn
      PERFORM SETTLE-MEMBER
      MOVE mbr-ssn TO last-ssn
    END-IF

    IF ws-row-count >= 200
      DISPLAY "CALC_ARREARS: BENEFIT ROWS EXCEED 200 FOR SSN "
              last-ssn " - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    ADD 1 TO ws-row-count
    MOVE mbr-year-month TO ws-row-ym (ws-row-count)
    MOVE mbr-amnt TO mbr-amnt-dec
    MOVE mbr-amnt-dec TO ws-row-amnt (ws-row-count)
    MOVE mbr-status TO ws-row-status (ws-row-count)
    .

SETTLE-MEMBER.
    PERFORM BUILD-PERIOD-TABLE
    PERFORM COLLECT-MEMBER-PAYMENTS

    MOVE ZERO TO ws-mbr-gross
    MOVE ZERO TO ws-mbr-withheld
    MOVE ZERO TO ws-per-last-ix
    MOVE ZERO TO ws-per-ix
    PERFORM UNTIL ws-per-ix >= ws-per-count
      ADD 1 TO ws-per-ix
      MOVE ZERO TO ws-per-arrears (ws-per-ix)
      IF ws-per-due (ws-per-ix) > ws-per-paid (ws-per-ix)
        COMPUTE ws-per-arrears (ws-per-ix) =
          ws-per-due (ws-per-ix) - ws-per-paid (ws-per-ix)
        ADD ws-per-arrears (ws-per-ix) TO ws-mbr-gross
        MOVE ws-per-ix TO ws-per-last-ix
      ELSE
        IF ws-per-paid (ws-per-ix) > ws-per-due (ws-per-ix)
          ADD 1 TO ws-cnt-overpaid-n
        END-IF
      END-IF
    END-PERFORM

    IF ws-mbr-gross > ZERO
      PERFORM APPLY-WITHHOLDING
      MOVE ws-mbr-withheld TO ws-arr-wht-left
      MOVE ZERO TO ws-per-ix
      PERFORM UNTIL ws-per-ix >= ws-per-count
        ADD 1 TO ws-per-ix
        IF ws-per-arrears (ws-per-ix) > ZERO
          PERFORM PAY-PERIOD-ARREARS
        END-IF
      END-PERFORM
      COMPUTE ws-mbr-net = ws-mbr-gross - ws-mbr-withheld
      PERFORM ROUTE-PAYMENT
      ADD 1 TO ws-cnt-members-n
      ADD ws-mbr-gross TO ws-gross-total
      ADD ws-mbr-withheld TO ws-withheld-total
      ADD ws-mbr-net TO ws-net-total
    END-IF

    MOVE ZERO TO ws-row-count
    .

BUILD-PERIOD-TABLE.
    MOVE ZERO TO ws-per-count
    MOVE ws-from-period TO ws-walk-ym
    PERFORM UNTIL ws-walk-ym > ws-thru-period OR ws-per-count >= 120
      ADD 1 TO ws-per-count
      MOVE ws-walk-ym TO ws-per-period (ws-per-count)
      MOVE ZERO TO ws-per-paid (ws-per-count)
      PERFORM FIND-DUE-FOR-PERIOD
      PERFORM STEP-FORWARD-ONE-MONTH
    END-PERFORM
    .

FIND-DUE-FOR-PERIOD.
    MOVE ZERO TO ws-per-due (ws-per-count)
    MOVE ZERO TO ws-row-best-ym
    MOVE ZERO TO ws-row-ix
    PERFORM UNTIL ws-row-ix >= ws-row-count
      ADD 1 TO ws-row-ix
      IF ws-row-ym (ws-row-ix) <= ws-walk-ym
         AND ws-row-ym (ws-row-ix) >= ws-row-best-ym
        MOVE ws-row-ym (ws-row-ix) TO ws-row-best-ym
        IF ws-row-status (ws-row-ix) = 'A'
          MOVE ws-row-amnt (ws-row-ix) TO ws-per-due (ws-per-count)
        ELSE
          MOVE ZERO TO ws-per-due (ws-per-count)
        END-IF
      END-IF
    END-PERFORM
    .

ADVANCE-HIST.
    MOVE 'F' TO b_hist-got
    PERFORM UNTIL b_hist-eof = 'T' OR b_hist-got = 'T'
      READ sorted-hist INTO phr
        AT END MOVE 'T' TO b_hist-eof
        NOT AT END
          IF phr (1:1) NOT = 'T'
            MOVE ph-amnt TO ph-amnt-dec
            MOVE 'T' TO b_hist-got
          END-IF
      END-READ
    END-PERFORM
    .

COLLECT-MEMBER-PAYMENTS.
    PERFORM UNTIL b_hist-eof = 'T' OR ph-ssn >= last-ssn
      PERFORM ADVANCE-HIST
    END-PERFORM

    PERFORM UNTIL b_hist-eof = 'T' OR ph-ssn NOT = last-ssn
      MOVE ZERO TO ws-per-ix
      PERFORM UNTIL ws-per-ix >= ws-per-count
        ADD 1 TO ws-per-ix
        IF ws-per-period (ws-per-ix) = ph-period
          ADD ph-amnt-dec TO ws-per-paid (ws-per-ix)
        END-IF
      END-PERFORM
      PERFORM ADVANCE-HIST
    END-PERFORM
    .

PAY-PERIOD-ARREARS.
    MOVE ws-per-arrears (ws-per-ix) TO ws-arr-amnt
    IF ws-per-ix = ws-per-last-ix
      MOVE ws-arr-wht-left TO ws-arr-withheld
    ELSE
      COMPUTE ws-arr-withheld ROUNDED =
        ws-mbr-withheld * ws-arr-amnt / ws-mbr-gross
      IF ws-arr-withheld > ws-arr-wht-left
        MOVE ws-arr-wht-left TO ws-arr-withheld
      END-IF
    END-IF
    SUBTRACT ws-arr-withheld FROM ws-arr-wht-left

    MOVE SPACES TO nf_ph
    MOVE last-ssn TO nf_ph-ssn
    MOVE ws-per-period (ws-per-ix) TO nf_ph-period
    MOVE ws-arr-amnt TO nf_ph-amnt
    MOVE ws-run-date TO nf_ph-pay-date
    MOVE ws-arr-withheld TO nf_ph-withheld
    MOVE 'R' TO nf_ph-type
    WRITE nf_ph
    ADD 1 TO ws-new-count
    ADD ws-arr-amnt TO ws-new-hash

    ADD 1 TO ws-cnt-periods-n

    MOVE last-ssn TO ws-det-ssn
    MOVE ws-per-period (ws-per-ix) TO ws-det-period
    MOVE ws-per-due (ws-per-ix) TO ws-det-due
    MOVE ws-per-paid (ws-per-ix) TO ws-det-paid
    MOVE ws-arr-amnt TO ws-det-arrears
    MOVE ws-arr-withheld TO ws-det-withheld
    WRITE rpt-arrears-rec FROM ws-detail-line
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
    MOVE ZERO TO ws-mbr-withheld
    PERFORM LOOK-UP-WITHHOLDING
    IF ws-wht-elected = 'T'
      EVALUATE TRUE
        WHEN wel-type-flat
          MOVE wel-amnt TO ws-mbr-withheld
        WHEN wel-type-percent
          COMPUTE ws-mbr-withheld ROUNDED =
            ws-mbr-gross * wel-pct / 100
        WHEN OTHER
          MOVE ZERO TO ws-mbr-withheld
      END-EVALUATE
      IF ws-mbr-withheld > ws-mbr-gross
        MOVE ws-mbr-gross TO ws-mbr-withheld
      END-IF
    END-IF
    .

ROUTE-PAYMENT.
    PERFORM LOOK-UP-ELECTION
    MOVE ws-mbr-net TO ws-mbl-net
    IF ws-elec-active = 'T'
      PERFORM WRITE-BANK-DETAIL
      MOVE "ACH" TO ws-mbl-route
    ELSE
      PERFORM WRITE-CHECK-RECORD
      MOVE "CHECK" TO ws-mbl-route
    END-IF
    WRITE rpt-arrears-rec FROM ws-member-line
    .

LOOK-UP-ELECTION.
    MOVE 'F' TO ws-elec-active
    PERFORM UNTIL b_ddf-eof = 'T' OR ddo-ssn >= last-ssn
      READ sorted-ddf INTO ddo
        AT END MOVE 'T' TO b_ddf-eof
      END-READ
    END-PERFORM
    IF b_ddf-eof = 'F' AND ddo-ssn = last-ssn AND ddo-flag-active
      MOVE 'T' TO ws-elec-active
    END-IF
    .

WRITE-BANK-HEADER.
    MOVE ws-run-date TO ws-bkh-date
    MOVE ws-thru-period TO ws-bkh-period
    MOVE SPACES TO bk_rec
    WRITE bk_rec FROM ws-bank-header
    .

WRITE-BANK-DETAIL.
    MOVE ddo-routing TO ws-bkd-routing
    MOVE ddo-account TO ws-bkd-account
    MOVE ddo-acct-type TO ws-bkd-acct-type
    MOVE ws-mbr-net TO ws-bkd-amnt
    MOVE last-ssn TO ws-bkd-ssn
    MOVE ws-mbr-gross TO ws-bkd-gross
    MOVE ws-mbr-withheld TO ws-bkd-withheld
    MOVE SPACES TO bk_rec
    WRITE bk_rec FROM ws-bank-detail
    ADD 1 TO ws-cnt-ach-n
    ADD ws-mbr-net TO ws-ach-total
    .

WRITE-CHECK-RECORD.
    ADD 1 TO ws-check-no
    MOVE SPACES TO ck_rec
    MOVE last-ssn TO ck_rec-ssn
    MOVE ws-thru-period TO ck_rec-period
    MOVE ws-mbr-net TO ck_rec-amnt
    MOVE ws-mbr-gross TO ck_rec-gross
    MOVE ws-mbr-withheld TO ck_rec-withheld
    MOVE ws-check-no TO ck_rec-check-no
    WRITE ck_rec
    PERFORM WRITE-POS-PAY-DETAIL
    ADD 1 TO ws-cnt-check-n
    ADD ws-mbr-net TO ws-check-total
    .

WRITE-POS-PAY-HEADER.
    MOVE ws-run-date TO ws-pph-date
    MOVE ws-thru-period TO ws-pph-period
    MOVE SPACES TO pp_rec
    WRITE pp_rec FROM ws-pp-header
    .

WRITE-POS-PAY-DETAIL.
    MOVE ws-check-no TO ws-ppd-check-no
    MOVE ws-mbr-net TO ws-ppd-amnt
    MOVE ws-run-date TO ws-ppd-date
    MOVE last-ssn TO ws-ppd-ssn
    MOVE SPACES TO pp_rec
    WRITE pp_rec FROM ws-pp-detail
    .

WRITE-POS-PAY-TRAILER.
    MOVE ws-cnt-check-n TO ws-ppt-count
    MOVE ws-check-total TO ws-ppt-total
    MOVE SPACES TO pp_rec
    WRITE pp_rec FROM ws-pp-trailer
    .

LOAD-CHECK-CONTROL.
    MOVE ZERO TO ws-check-no
    OPEN INPUT check-ctl
    READ check-ctl
      AT END MOVE ZERO TO ws-check-no
      NOT AT END MOVE f_cko-last-no TO ws-check-no
    END-READ
    CLOSE check-ctl
    IF ws-check-no < ws-thru-period * 1000000
      COMPUTE ws-check-no = ws-thru-period * 1000000
    END-IF
    .

SAVE-CHECK-CONTROL.
    OPEN OUTPUT check-ctl
    MOVE SPACES TO f_cko
    MOVE ws-check-no TO f_cko-last-no
    MOVE ws-run-date TO f_cko-date
    MOVE "calc_arrears" TO f_cko-program
    WRITE f_cko
    CLOSE check-ctl
    .

WRITE-BANK-TRAILER.
    MOVE ws-cnt-ach-n TO ws-bkt-count
    MOVE ws-ach-total TO ws-bkt-total
    MOVE SPACES TO bk_rec
    WRITE bk_rec FROM ws-bank-trailer
    .

COPY-HIST-TO-NEW.
    MOVE 'F' TO b_hist-eof
    OPEN INPUT pay-hist
    IF ws-hist-status = "00"
      PERFORM UNTIL b_hist-eof = 'T'
        READ pay-hist INTO phr
          AT END MOVE 'T' TO b_hist-eof
          NOT AT END
            IF phr (1:1) NOT = 'T'
              MOVE phr TO nf_ph
              WRITE nf_ph
              ADD 1 TO ws-new-count
              MOVE ph-amnt TO ph-amnt-dec
              ADD ph-amnt-dec TO ws-new-hash
            END-IF
        END-READ
      END-PERFORM
      CLOSE pay-hist
    END-IF
    MOVE 'F' TO b_hist-eof
    .

WRITE-NEW-HIST-TRAILER.
    MOVE ws-new-count TO ws-new-tlr-count
    MOVE ws-new-hash TO ws-new-tlr-hash
    MOVE SPACES TO nf_ph
    WRITE nf_ph FROM ws-new-trailer
    .

VERIFY-HIST-CONTROL.
    MOVE 'F' TO ws-ctl-seen
    MOVE 'F' TO ws-ctl-fail
    MOVE ZERO TO ws-ctl-rec-count
    MOVE ZERO TO ws-ctl-rec-hash

    OPEN INPUT pay-hist
    IF ws-hist-status = "35"
      CONTINUE
    ELSE
      PERFORM UNTIL b_ctl-eof = 'T'
        READ pay-hist INTO ws-ctl-buffer
          AT END MOVE 'T' TO b_ctl-eof
          NOT AT END PERFORM TALLY-HIST-CONTROL
        END-READ
      END-PERFORM
      CLOSE pay-hist
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
        DISPLAY "CALC_ARREARS: PAY HISTORY CONTROL TRAILER FAILURE, COUNT "
                ws-ctl-rec-count " OF " ws-ctl-tlr-count
                " HASH " ws-ctl-rec-hash " OF " ws-ctl-tlr-hash
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF
    .

TALLY-HIST-CONTROL.
    IF ws-ctl-id = 'T'
      MOVE ws-ctl-count TO ws-ctl-tlr-count
      MOVE ws-ctl-hash TO ws-ctl-tlr-hash
      MOVE 'T' TO ws-ctl-seen
    ELSE
      IF ws-ctl-seen = 'T'
        MOVE 'T' TO ws-ctl-fail
      ELSE
        ADD 1 TO ws-ctl-rec-count
        MOVE ws-ctl-ph-amnt TO ws-ctl-amnt-dec
        ADD ws-ctl-amnt-dec TO ws-ctl-rec-hash
      END-IF
    END-IF
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    MOVE ws-from-period TO ws-hdr-from
    MOVE ws-thru-period TO ws-hdr-thru
    WRITE rpt-arrears-rec FROM ws-page-header-line
    WRITE rpt-arrears-rec FROM ws-page-header-line2
    MOVE SPACES TO rpt-arrears-rec
    WRITE rpt-arrears-rec
    WRITE rpt-arrears-rec FROM ws-column-heading-line
    .

WRITE-REPORT-SUMMARY.
    MOVE ws-cnt-members-n TO ws-sum-members
    MOVE ws-cnt-periods-n TO ws-sum-periods
    MOVE SPACES TO rpt-arrears-rec
    WRITE rpt-arrears-rec
    WRITE rpt-arrears-rec FROM ws-counts-line
    MOVE ws-cnt-overpaid-n TO ws-sum-overpaid
    WRITE rpt-arrears-rec FROM ws-overpaid-line
    MOVE ws-cnt-ach-n TO ws-split-ach-cnt
    MOVE ws-ach-total TO ws-split-ach-tot
    WRITE rpt-arrears-rec FROM ws-split-line-1
    MOVE ws-cnt-check-n TO ws-split-chk-cnt
    MOVE ws-check-total TO ws-split-chk-tot
    WRITE rpt-arrears-rec FROM ws-split-line-2
    MOVE ws-gross-total TO ws-ftr-gross
    WRITE rpt-arrears-rec FROM ws-gross-line
    MOVE ws-withheld-total TO ws-ftr-withheld
    WRITE rpt-arrears-rec FROM ws-withheld-line
    MOVE ws-net-total TO ws-ftr-net
    WRITE rpt-arrears-rec FROM ws-total-line
    .

TAKE-MASTER-BACKUP.
    MOVE "calc_arrears" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "CALC_ARREARS: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
