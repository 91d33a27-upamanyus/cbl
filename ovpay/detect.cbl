IDENTIFICATION DIVISION.
PROGRAM-ID. detect_ovpay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT pay-hist ASSIGN TO './data/pay-hist.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-hist-status.
  SELECT OPTIONAL death-file ASSIGN TO './data/death-file.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL mbf-hist ASSIGN TO './data/mbf-hist.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-mhst-status.
  SELECT overpay ASSIGN TO './data/overpay.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-ovp-status.
  SELECT new-overpay ASSIGN TO './data/overpay.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-overpay ASSIGN TO './reports/overpayment-register.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD death-file.
01 f_dth.
  02 f_dth-ssn PIC 9(9).
  02 filler PIC X.
  02 f_dth-dod PIC 9(8).

FD mbf-hist.
01 f_hst.
  02 f_hst-run-date PIC 9(8).
  02 f_hst-action PIC X(1).
  02 f_hst-ssn PIC 9(9).
  02 f_hst-year-month PIC 9(4)9(2).
  02 f_hst-before-amnt PIC X(13).
  02 f_hst-before-status PIC X(1).
  02 f_hst-after-amnt PIC X(13).
  02 f_hst-after-status PIC X(1).

FD overpay.
01 f_ovp.
  02 f_ovp-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_ovp-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_ovp-reason PIC X(1).
  02 filler PIC X VALUE " ".
  02 f_ovp-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ovp-balance PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ovp-est-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_ovp-rcv-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_ovp-rcv-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ovp-type PIC X(1).

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

FD rpt-overpay.
01 rpt-overpay-rec PIC X(80).

LOCAL-STORAGE SECTION.
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
01 ph-amnt-dec PIC 9(10)V99.
01 b_hist-eof PIC A(1) VALUE 'F'.

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
01 ovp-balance-dec PIC 9(10)V99.
01 b_ovp-eof PIC A(1) VALUE 'F'.

01 ws-hist-status PIC X(2).
01 ws-mhst-status PIC X(2).
01 ws-ovp-status PIC X(2).
01 b_dth-eof PIC A(1) VALUE 'F'.
01 b_mhst-eof PIC A(1) VALUE 'F'.

01 ws-dth-table.
  02 ws-dth-entry OCCURS 5000 TIMES.
    03 ws-dth-tbl-ssn PIC 9(9).
    03 ws-dth-tbl-ym PIC 9(6).
01 ws-dth-count PIC 9(4) VALUE ZERO.
01 ws-dth-ix PIC 9(4) VALUE ZERO.

01 ws-evt-table.
  02 ws-evt-entry OCCURS 5000 TIMES.
    03 ws-evt-tbl-ssn PIC 9(9).
    03 ws-evt-tbl-ym PIC 9(6).
    03 ws-evt-tbl-date PIC 9(8).
    03 ws-evt-tbl-action PIC X(1).
    03 ws-evt-tbl-status PIC X(1).
01 ws-evt-count PIC 9(4) VALUE ZERO.
01 ws-evt-ix PIC 9(4) VALUE ZERO.
01 ws-evt-best-ym PIC 9(6) VALUE ZERO.
01 ws-evt-best-date PIC 9(8) VALUE ZERO.
01 ws-evt-best-status PIC X(1) VALUE SPACE.

01 ws-est-table.
  02 ws-est-entry OCCURS 5000 TIMES.
    03 ws-est-tbl-ssn PIC 9(9).
    03 ws-est-tbl-period PIC 9(6).
    03 ws-est-tbl-type PIC X(1).
01 ws-est-count PIC 9(4) VALUE ZERO.
01 ws-est-ix PIC 9(4) VALUE ZERO.
01 ws-est-found PIC A(1) VALUE 'F'.

01 ws-ovp-reason PIC X(1) VALUE SPACE.
  88 ws-ovp-reason-death VALUE 'D'.
  88 ws-ovp-reason-suspended VALUE 'S'.
  88 ws-ovp-reason-terminated VALUE 'T'.

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

01 ws-cnt-read-n PIC 9(6) VALUE ZERO.
01 ws-cnt-death-n PIC 9(6) VALUE ZERO.
01 ws-cnt-suspended-n PIC 9(6) VALUE ZERO.
01 ws-cnt-terminated-n PIC 9(6) VALUE ZERO.
01 ws-cnt-already-n PIC 9(6) VALUE ZERO.
01 ws-cnt-carried-n PIC 9(6) VALUE ZERO.
01 ws-new-total PIC 9(12)V99 VALUE ZERO.
01 ws-open-total PIC 9(12)V99 VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(30) VALUE "OVERPAYMENT NOTICE REGISTER".

01 ws-column-heading-line.
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(10) VALUE "PERIOD".
  02 FILLER PIC X(10) VALUE "PAID ON".
  02 FILLER PIC X(16) VALUE "OVERPAID".
  02 FILLER PIC X(30) VALUE "REASON".

01 ws-detail-line.
  02 ws-det-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-period PIC 9(6).
  02 FILLER PIC X(4) VALUE SPACES.
  02 ws-det-pay-date PIC 9(8).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-amnt PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-reason PIC X(30).

01 ws-summary-line-1.
  02 FILLER PIC X(22) VALUE "PAYMENTS EXAMINED: ".
  02 ws-sum-read PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(22) VALUE "ALREADY ESTABLISHED: ".
  02 ws-sum-already PIC ZZZZZ9.

01 ws-summary-line-2.
  02 FILLER PIC X(22) VALUE "AFTER DEATH: ".
  02 ws-sum-death PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(12) VALUE "SUSPENDED: ".
  02 ws-sum-suspended PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(13) VALUE "TERMINATED: ".
  02 ws-sum-terminated PIC ZZZZZ9.

01 ws-summary-line-3.
  02 FILLER PIC X(22) VALUE "NEW OVERPAYMENTS: ".
  02 ws-sum-new-total PIC Z(11)9.99.

01 ws-summary-line-4.
  02 FILLER PIC X(22) VALUE "ITEMS CARRIED: ".
  02 ws-sum-carried PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(16) VALUE "OPEN BALANCE: ".
  02 ws-sum-open-total PIC Z(11)9.99.

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

PERFORM LOAD-DEATH-TABLE.
PERFORM LOAD-STATUS-EVENTS.

MOVE "overpay" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN OUTPUT new-overpay.
OPEN OUTPUT rpt-overpay.

PERFORM COPY-OVERPAY-TO-NEW.

PERFORM WRITE-REPORT-HEADER.

OPEN INPUT pay-hist.
IF ws-hist-status = "00"
  PERFORM UNTIL b_hist-eof = 'T'
    READ pay-hist INTO phr
      AT END MOVE 'T' TO b_hist-eof
      NOT AT END
        IF phr (1:1) NOT = 'T'
          ADD 1 TO ws-cnt-read-n
          PERFORM EXAMINE-PAYMENT
        END-IF
    END-READ
  END-PERFORM
  CLOSE pay-hist
END-IF.

PERFORM WRITE-REPORT-SUMMARY.

PERFORM WRITE-NEW-OVERPAY-TRAILER.

CLOSE new-overpay.
CLOSE rpt-overpay.

MOVE 0 TO RETURN-CODE.

GOBACK.

INIT-REPORT.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE ws-run-date-yyyy TO ws-run-date-display (1:4)
    MOVE ws-run-date-mm TO ws-run-date-display (6:2)
    MOVE ws-run-date-dd TO ws-run-date-display (9:2)
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-overpay-rec FROM ws-page-header-line
    MOVE SPACES TO rpt-overpay-rec
    WRITE rpt-overpay-rec
    WRITE rpt-overpay-rec FROM ws-column-heading-line
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

LOAD-DEATH-TABLE.
    MOVE ZERO TO ws-dth-count
    MOVE 'F' TO b_dth-eof
    OPEN INPUT death-file
    PERFORM UNTIL b_dth-eof = 'T'
      READ death-file
        AT END MOVE 'T' TO b_dth-eof
        NOT AT END
          IF ws-dth-count >= 5000
            DISPLAY "DETECT_OVPAY: DEATH TABLE EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-dth-count
          MOVE f_dth-ssn TO ws-dth-tbl-ssn (ws-dth-count)
          MOVE f_dth-dod (1:6) TO ws-dth-tbl-ym (ws-dth-count)
      END-READ
    END-PERFORM
    CLOSE death-file
    .

LOAD-STATUS-EVENTS.
    MOVE ZERO TO ws-evt-count
    MOVE 'F' TO b_mhst-eof
    OPEN INPUT mbf-hist
    PERFORM UNTIL b_mhst-eof = 'T'
      READ mbf-hist
        AT END MOVE 'T' TO b_mhst-eof
        NOT AT END
          IF f_hst-action NOT = 'D'
             AND f_hst-after-status NOT = SPACE
            IF ws-evt-count >= 5000
              DISPLAY "DETECT_OVPAY: STATUS EVENT TABLE EXCEEDS 5000"
                      " - RUN ABORTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            ADD 1 TO ws-evt-count
            MOVE f_hst-ssn TO ws-evt-tbl-ssn (ws-evt-count)
            MOVE f_hst-year-month TO ws-evt-tbl-ym (ws-evt-count)
            MOVE f_hst-run-date TO ws-evt-tbl-date (ws-evt-count)
            MOVE f_hst-action TO ws-evt-tbl-action (ws-evt-count)
            MOVE f_hst-after-status TO ws-evt-tbl-status (ws-evt-count)
          END-IF
      END-READ
    END-PERFORM
    CLOSE mbf-hist
    .

COPY-OVERPAY-TO-NEW.
    MOVE ZERO TO ws-est-count
    MOVE 'F' TO b_ovp-eof
    OPEN INPUT overpay
    PERFORM UNTIL b_ovp-eof = 'T'
      READ overpay INTO ovp
        AT END MOVE 'T' TO b_ovp-eof
        NOT AT END
          IF ovp (1:1) NOT = 'T'
            IF ws-est-count >= 5000
              DISPLAY "DETECT_OVPAY: RECEIVABLE TABLE EXCEEDS 5000"
                      " - RUN ABORTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            ADD 1 TO ws-est-count
            MOVE ovp-ssn TO ws-est-tbl-ssn (ws-est-count)
            MOVE ovp-period TO ws-est-tbl-period (ws-est-count)
            MOVE ovp-type TO ws-est-tbl-type (ws-est-count)
            MOVE ovp TO nf_ovp
            WRITE nf_ovp
            ADD 1 TO ws-new-count
            ADD 1 TO ws-cnt-carried-n
            MOVE ovp-balance TO ovp-balance-dec
            ADD ovp-balance-dec TO ws-new-hash
            ADD ovp-balance-dec TO ws-open-total
          END-IF
      END-READ
    END-PERFORM
    CLOSE overpay
    .

EXAMINE-PAYMENT.
    MOVE SPACE TO ws-ovp-reason

    MOVE ZERO TO ws-dth-ix
    PERFORM UNTIL ws-dth-ix >= ws-dth-count
      ADD 1 TO ws-dth-ix
      IF ws-dth-tbl-ssn (ws-dth-ix) = ph-ssn
         AND ph-period > ws-dth-tbl-ym (ws-dth-ix)
        MOVE 'D' TO ws-ovp-reason
      END-IF
    END-PERFORM

    IF ws-ovp-reason = SPACE
      PERFORM FIND-STATUS-FOR-PERIOD
      IF ws-evt-best-status = 'S' OR ws-evt-best-status = 'T'
        MOVE ws-evt-best-status TO ws-ovp-reason
      END-IF
    END-IF

    IF ws-ovp-reason NOT = SPACE
      PERFORM FIND-ESTABLISHED
      IF ws-est-found = 'T'
        ADD 1 TO ws-cnt-already-n
      ELSE
        PERFORM WRITE-RECEIVABLE-ITEM
      END-IF
    END-IF
    .

FIND-STATUS-FOR-PERIOD.
    MOVE ZERO TO ws-evt-best-ym
    MOVE ZERO TO ws-evt-best-date
    MOVE SPACE TO ws-evt-best-status
    MOVE ZERO TO ws-evt-ix
    PERFORM UNTIL ws-evt-ix >= ws-evt-count
      ADD 1 TO ws-evt-ix
      IF ws-evt-tbl-ssn (ws-evt-ix) = ph-ssn
         AND ws-evt-tbl-ym (ws-evt-ix) <= ph-period
         AND (ws-evt-tbl-action (ws-evt-ix) = 'A'
              OR ws-evt-tbl-date (ws-evt-ix) <= ph-pay-date)
        IF ws-evt-tbl-ym (ws-evt-ix) > ws-evt-best-ym
           OR (ws-evt-tbl-ym (ws-evt-ix) = ws-evt-best-ym
               AND ws-evt-tbl-date (ws-evt-ix) >= ws-evt-best-date)
          MOVE ws-evt-tbl-ym (ws-evt-ix) TO ws-evt-best-ym
          MOVE ws-evt-tbl-date (ws-evt-ix) TO ws-evt-best-date
          MOVE ws-evt-tbl-status (ws-evt-ix) TO ws-evt-best-status
        END-IF
      END-IF
    END-PERFORM
    .

FIND-ESTABLISHED.
    MOVE 'F' TO ws-est-found
    MOVE ZERO TO ws-est-ix
    PERFORM UNTIL ws-est-ix >= ws-est-count OR ws-est-found = 'T'
      ADD 1 TO ws-est-ix
      IF ws-est-tbl-ssn (ws-est-ix) = ph-ssn
         AND ws-est-tbl-period (ws-est-ix) = ph-period
         AND ws-est-tbl-type (ws-est-ix) = ph-type
        MOVE 'T' TO ws-est-found
      END-IF
    END-PERFORM
    .

WRITE-RECEIVABLE-ITEM.
    MOVE ph-amnt TO ph-amnt-dec
    MOVE SPACES TO nf_ovp
    MOVE ph-ssn TO nf_ovp-ssn
    MOVE ph-period TO nf_ovp-period
    MOVE ws-ovp-reason TO nf_ovp-reason
    MOVE ph-amnt-dec TO nf_ovp-amnt
    MOVE ph-amnt-dec TO nf_ovp-balance
    MOVE ws-run-date TO nf_ovp-est-date
    MOVE ZERO TO nf_ovp-rcv-period
    MOVE ZERO TO nf_ovp-rcv-amnt
    MOVE ph-type TO nf_ovp-type
    WRITE nf_ovp
    ADD 1 TO ws-new-count
    ADD ph-amnt-dec TO ws-new-hash
    ADD ph-amnt-dec TO ws-new-total
    ADD ph-amnt-dec TO ws-open-total

    IF ws-est-count >= 5000
      DISPLAY "DETECT_OVPAY: RECEIVABLE TABLE EXCEEDS 5000"
              " - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    ADD 1 TO ws-est-count
    MOVE ph-ssn TO ws-est-tbl-ssn (ws-est-count)
    MOVE ph-period TO ws-est-tbl-period (ws-est-count)
    MOVE ph-type TO ws-est-tbl-type (ws-est-count)

    MOVE ph-ssn TO ws-det-ssn
    MOVE ph-period TO ws-det-period
    MOVE ph-pay-date TO ws-det-pay-date
    MOVE ph-amnt-dec TO ws-det-amnt
    EVALUATE TRUE
      WHEN ws-ovp-reason-death
        MOVE "PAID AFTER MONTH OF DEATH" TO ws-det-reason
        ADD 1 TO ws-cnt-death-n
      WHEN ws-ovp-reason-suspended
        MOVE "PAID WHILE SUSPENDED" TO ws-det-reason
        ADD 1 TO ws-cnt-suspended-n
      WHEN OTHER
        MOVE "PAID AFTER TERMINATION" TO ws-det-reason
        ADD 1 TO ws-cnt-terminated-n
    END-EVALUATE
    WRITE rpt-overpay-rec FROM ws-detail-line
    .

WRITE-NEW-OVERPAY-TRAILER.
    MOVE ws-new-count TO ws-new-tlr-count
    MOVE ws-new-hash TO ws-new-tlr-hash
    MOVE SPACES TO nf_ovp
    WRITE nf_ovp FROM ws-new-trailer
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
        DISPLAY "DETECT_OVPAY: PAY HISTORY CONTROL TRAILER FAILURE, COUNT "
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
      DISPLAY "DETECT_OVPAY: RECEIVABLE CONTROL TRAILER FAILURE, COUNT "
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

WRITE-REPORT-SUMMARY.
    MOVE ws-cnt-read-n TO ws-sum-read
    MOVE ws-cnt-already-n TO ws-sum-already
    MOVE ws-cnt-death-n TO ws-sum-death
    MOVE ws-cnt-suspended-n TO ws-sum-suspended
    MOVE ws-cnt-terminated-n TO ws-sum-terminated
    MOVE ws-new-total TO ws-sum-new-total
    MOVE ws-cnt-carried-n TO ws-sum-carried
    MOVE ws-open-total TO ws-sum-open-total
    MOVE SPACES TO rpt-overpay-rec
    WRITE rpt-overpay-rec
    WRITE rpt-overpay-rec FROM ws-summary-line-1
    WRITE rpt-overpay-rec FROM ws-summary-line-2
    WRITE rpt-overpay-rec FROM ws-summary-line-3
    WRITE rpt-overpay-rec FROM ws-summary-line-4
    .

TAKE-MASTER-BACKUP.
    MOVE "detect_ovpay" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "DETECT_OVPAY: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
