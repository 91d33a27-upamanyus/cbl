  02 f_ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 f_ph-pay-date PIC 9(8).
  02 filler PIC X.
  02 f_ph-withheld PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ph-type PIC X(1).

FD sorted-hist.
01 sf_ph.
  02 sf_ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 sf_ph-pay-date PIC 9(8).
  02 filler PIC X.
  02 sf_ph-withheld PIC 9(10).99.
  02 filler PIC X.
  02 sf_ph-type PIC X(1).

SD work-hist.
01 wo_ph.
  02 wo_ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 wo_ph-pay-date PIC 9(8).
  02 filler PIC X.
  02 wo_ph-withheld PIC 9(10).99.
  02 filler PIC X.
  02 wo_ph-type PIC X(1).

FD dmf.
01 f_dmo.
  02 filler PIC X.
  02 ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 ph-pay-date.
    03 ph-pay-year PIC 9(4).
    03 ph-pay-month-day PIC 9(4).
  02 filler PIC X.
  02 ph-withheld-x PIC X(13).
  02 ph-withheld REDEFINES ph-withheld-x PIC 9(10).99.
  02 filler PIC X.
  02 ph-type PIC X(1).
01 ph-amnt-dec PIC 9(10)V99.
01 ph-withheld-dec PIC 9(10)V99.

01 dmo.
  02 dmo-ssn PIC 999999999.
    03 ws-tbl-period PIC 9(6).
    03 ws-tbl-amnt PIC 9(10)V99.
    03 ws-tbl-pay-date PIC 9(8).
    03 ws-tbl-withheld PIC 9(10)V99.
01 ws-pay-rows PIC 9(3) VALUE ZERO.
01 ws-tbl-ix PIC 9(3) VALUE ZERO.
01 ws-member-total PIC 9(12)V99 VALUE ZERO.
01 ws-member-withheld PIC 9(12)V99 VALUE ZERO.

01 ws-stmt-year PIC 9(4) VALUE ZERO.
01 ws-parm-line PIC X(80).
01 ws-cnt-no-address-n PIC 9(6) VALUE ZERO.
01 ws-grand-total PIC 9(12)V99 VALUE ZERO.
01 ws-no-addr-total PIC 9(12)V99 VALUE ZERO.
01 ws-withheld-total PIC 9(12)V99 VALUE ZERO.
01 ws-no-addr-withheld PIC 9(12)V99 VALUE ZERO.

01 ws-ctl-buffer PIC X(39).
01 ws-ctl-trailer REDEFINES ws-ctl-buffer.
  02 FILLER PIC X(5) VALUE SPACES.
  02 FILLER PIC X(10) VALUE "PERIOD".
  02 FILLER PIC X(12) VALUE "PAY DATE".
  02 FILLER PIC X(16) VALUE "GROSS PAID".
  02 FILLER PIC X(16) VALUE "TAX WITHHELD".
01 ws-pay-detail-line.
  02 FILLER PIC X(5) VALUE SPACES.
  02 ws-det-period PIC 9(6).
  02 ws-det-pay-date PIC 9(8).
  02 FILLER PIC X(4) VALUE SPACES.
  02 ws-det-amnt PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-withheld PIC Z(9)9.99.
01 ws-pay-total-line.
  02 FILLER PIC X(5) VALUE SPACES.
  02 FILLER PIC X(17) VALUE "TOTAL GROSS PAID ".
  02 ws-tot-amnt PIC Z(11)9.99.
01 ws-withheld-total-line.
  02 FILLER PIC X(5) VALUE SPACES.
  02 FILLER PIC X(17) VALUE "TOTAL WITHHELD ".
  02 ws-tot-withheld PIC Z(11)9.99.

01 ws-recap-heading-line.
  02 FILLER PIC X(30) VALUE "ACCOUNTING RECAP".
01 ws-recap-line-3.
  02 FILLER PIC X(25) VALUE "TOTAL PAID NO ADDRESS:   ".
  02 ws-sum-no-addr-total PIC Z(11)9.99.
01 ws-recap-line-4.
  02 FILLER PIC X(25) VALUE "TAX WITHHELD STATEMENTS: ".
  02 ws-sum-withheld-total PIC Z(11)9.99.
01 ws-recap-line-5.
  02 FILLER PIC X(25) VALUE "TAX WITHHELD NO ADDRESS: ".
  02 ws-sum-no-addr-withheld PIC Z(11)9.99.

PROCEDURE DIVISION.

PERFORM VERIFY-HIST-CONTROL.
PERFORM ENSURE-INPUT-FILES.

SORT work-hist ON ASCENDING KEY wo_ph-ssn wo_ph-pay-date wo_ph-period
USING pay-hist GIVING sorted-hist.

SORT work-dmf ON ASCENDING KEY wo_dmo-ssn
    IF b_dmf-eof = 'F' AND dmo-ssn = ws-cur-ssn
      PERFORM WRITE-MEMBER-STATEMENT
      ADD ws-member-total TO ws-grand-total
      ADD ws-member-withheld TO ws-withheld-total
      ADD 1 TO ws-cnt-statements-n
    ELSE
      ADD 1 TO ws-cnt-no-address-n
      ADD ws-member-total TO ws-no-addr-total
      ADD ws-member-withheld TO ws-no-addr-withheld
    END-IF
  END-IF
END-PERFORM.
        NOT AT END
          IF phr (1:1) NOT = 'T'
            MOVE ph-amnt TO ph-amnt-dec
            IF ph-withheld-x = SPACES
              MOVE ZERO TO ph-withheld-dec
            ELSE
              MOVE ph-withheld TO ph-withheld-dec
            END-IF
            MOVE 'T' TO b_hist-got
          END-IF
      END-READ
COLLECT-MEMBER-PAYMENTS.
    MOVE ZERO TO ws-pay-rows
    MOVE ZERO TO ws-member-total
    MOVE ZERO TO ws-member-withheld

    PERFORM UNTIL b_hist-eof = 'T' OR ph-ssn NOT = ws-cur-ssn
      IF ph-pay-year = ws-stmt-year AND ws-pay-rows < 60
        ADD 1 TO ws-pay-rows
        MOVE ph-period TO ws-tbl-period (ws-pay-rows)
        MOVE ph-amnt-dec TO ws-tbl-amnt (ws-pay-rows)
        MOVE ph-pay-date TO ws-tbl-pay-date (ws-pay-rows)
        MOVE ph-withheld-dec TO ws-tbl-withheld (ws-pay-rows)
        ADD ph-amnt-dec TO ws-member-total
        ADD ph-withheld-dec TO ws-member-withheld
      END-IF
      PERFORM ADVANCE-HIST
    END-PERFORM
      MOVE ws-tbl-period (ws-tbl-ix) TO ws-det-period
      MOVE ws-tbl-pay-date (ws-tbl-ix) TO ws-det-pay-date
      MOVE ws-tbl-amnt (ws-tbl-ix) TO ws-det-amnt
      MOVE ws-tbl-withheld (ws-tbl-ix) TO ws-det-withheld
      WRITE rpt-stmt-rec FROM ws-pay-detail-line
    END-PERFORM
    MOVE ws-member-total TO ws-tot-amnt
    WRITE rpt-stmt-rec FROM ws-pay-total-line
    MOVE ws-member-withheld TO ws-tot-withheld
    WRITE rpt-stmt-rec FROM ws-withheld-total-line
    MOVE SPACES TO rpt-stmt-rec
    WRITE rpt-stmt-rec
    .
    WRITE rpt-stmt-rec FROM ws-recap-line-2
    MOVE ws-no-addr-total TO ws-sum-no-addr-total
    WRITE rpt-stmt-rec FROM ws-recap-line-3
    MOVE ws-withheld-total TO ws-sum-withheld-total
    WRITE rpt-stmt-rec FROM ws-recap-line-4
    MOVE ws-no-addr-withheld TO ws-sum-no-addr-withheld
    WRITE rpt-stmt-rec FROM ws-recap-line-5
    .

VERIFY-HIST-CONTROL.
