01 ws-new-amnt-dec PIC 9(10)V99.

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
01 ws-row-eff-ix PIC 9(3) VALUE ZERO.
01 ws-adj-ym PIC 9(6) VALUE ZERO.
01 ws-adj-write PIC A(1) VALUE 'F'.
01 ws-ix-status PIC X(2).
01 ws-hist-status PIC X(2).

01 ws-eff-ym PIC 9(6) VALUE ZERO.

01 ws-hst-before-amnt PIC X(13) VALUE SPACES.
01 ws-hst-amnt-edit PIC z(9)9.99.
01 ws-hst-before-status PIC X(1) VALUE SPACES.

01 ws-cnt-adjusted-n PIC 9(6) VALUE ZERO.
01 ws-cnt-suspended-n PIC 9(6) VALUE ZERO.
01 ws-cnt-terminated-n PIC 9(6) VALUE ZERO.
01 ws-cnt-failed-n PIC 9(6) VALUE ZERO.
01 ws-cnt-later-n PIC 9(6) VALUE ZERO.
01 ws-total-before PIC 9(12)V99 VALUE ZERO.
01 ws-total-after PIC 9(12)V99 VALUE ZERO.
01 ws-total-impact PIC 9(12)V99 VALUE ZERO.
  02 FILLER PIC X(9) VALUE "FAILED: ".
  02 ws-cnt-failed PIC ZZZZZ9.

01 ws-counts-line-2.
  02 FILLER PIC X(32) VALUE "AWARDED AFTER EFFECTIVE MONTH: ".
  02 ws-cnt-later PIC ZZZZZ9.

01 ws-total-line-1.
  02 FILLER PIC X(15) VALUE "TOTAL BEFORE: ".
  02 ws-ftr-before PIC Z(11)9.99.
  02 FILLER PIC X(22) VALUE "TOTAL DOLLAR IMPACT: ".
  02 ws-ftr-impact PIC Z(11)9.99.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
  STOP RUN
END-IF.

MOVE "mbf-idx" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN I-O mbf-ix.

IF ws-ix-status NOT = "00"
  END-READ
END-PERFORM.

IF is-first = 'F'
  PERFORM ADJUST-MEMBER
END-IF.

PERFORM WRITE-REPORT-SUMMARY.

CLOSE mbf-ix.
    .

PROCESS-MBF-RECORD.
    IF is-first = 'T'
      MOVE mbr-ssn TO last-ssn
      MOVE 'F' TO is-first
    END-IF

    IF mbr-ssn NOT = last-ssn
      PERFORM ADJUST-MEMBER
      MOVE mbr-ssn TO last-ssn
    END-IF

    IF ws-row-count >= 200
      DISPLAY "COLA_MBF: BENEFIT ROWS EXCEED 200 FOR SSN "
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

ADJUST-MEMBER.
    MOVE ZERO TO ws-row-eff-ix
    MOVE ZERO TO ws-row-ix
    PERFORM UNTIL ws-row-ix >= ws-row-count
      ADD 1 TO ws-row-ix
      IF ws-row-ym (ws-row-ix) <= ws-eff-ym
        MOVE ws-row-ix TO ws-row-eff-ix
      END-IF
    END-PERFORM

    EVALUATE TRUE
      WHEN ws-row-eff-ix = ZERO
        ADD 1 TO ws-cnt-later-n
      WHEN ws-row-status (ws-row-eff-ix) = 'A'
        MOVE ws-row-eff-ix TO ws-row-ix
        MOVE ws-eff-ym TO ws-adj-ym
        IF ws-row-ym (ws-row-eff-ix) = ws-eff-ym
          MOVE 'F' TO ws-adj-write
        ELSE
          MOVE 'T' TO ws-adj-write
        END-IF
        PERFORM ADJUST-ACTIVE-RECORD
      WHEN ws-row-status (ws-row-eff-ix) = 'S'
        ADD 1 TO ws-cnt-suspended-n
      WHEN OTHER
        ADD 1 TO ws-cnt-terminated-n
    END-EVALUATE

    MOVE 'F' TO ws-adj-write
    MOVE ws-row-eff-ix TO ws-row-ix
    PERFORM UNTIL ws-row-eff-ix = ZERO OR ws-row-ix >= ws-row-count
      ADD 1 TO ws-row-ix
      IF ws-row-status (ws-row-ix) = 'A'
        MOVE ws-row-ym (ws-row-ix) TO ws-adj-ym
        PERFORM ADJUST-ACTIVE-RECORD
      END-IF
    END-PERFORM

    MOVE ZERO TO ws-row-count
    .

ADJUST-ACTIVE-RECORD.
    MOVE ws-row-amnt (ws-row-ix) TO mbr-amnt-dec
    COMPUTE ws-new-amnt-dec ROUNDED =
      mbr-amnt-dec + (mbr-amnt-dec * ws-cola-pct / 100)

    MOVE mbr-amnt-dec TO ws-hst-amnt-edit
    MOVE ws-hst-amnt-edit TO ws-hst-before-amnt
    MOVE ws-row-status (ws-row-ix) TO ws-hst-before-status

    MOVE last-ssn TO ix_mbr-ssn
    MOVE ws-adj-ym TO ix_mbr-year-month
    MOVE ws-new-amnt-dec TO ix_mbr-amnt
    MOVE 'A' TO ix_mbr-status
    IF ws-adj-write = 'T'
      WRITE ix_mbr
      END-WRITE
    ELSE
      REWRITE ix_mbr
      END-REWRITE
    END-IF

    IF ws-ix-status = "00"
      PERFORM WRITE-HISTORY-RECORD
      ADD mbr-amnt-dec TO ws-total-before
      ADD ws-new-amnt-dec TO ws-total-after
    ELSE
      DISPLAY "COLA_MBF: UPDATE FAILED FOR SSN " last-ssn
              " YEAR-MONTH " ws-adj-ym " STATUS " ws-ix-status
      ADD 1 TO ws-cnt-failed-n
    END-IF
    .

WRITE-HISTORY-RECORD.
    MOVE ws-run-date TO f_hst-run-date
    MOVE 'L' TO f_hst-action
    MOVE last-ssn TO f_hst-ssn
    MOVE ws-adj-ym TO f_hst-year-month
    MOVE ws-hst-before-amnt TO f_hst-before-amnt
    MOVE ws-hst-before-status TO f_hst-before-status
    MOVE ix_mbr-amnt TO f_hst-after-amnt
    .

WRITE-REGISTER-DETAIL.
    MOVE last-ssn TO ws-det-ssn
    MOVE ws-adj-ym TO ws-det-year-month
    MOVE mbr-amnt-dec TO ws-det-before
    MOVE ws-new-amnt-dec TO ws-det-after
    WRITE rpt-register-rec FROM ws-detail-line
    MOVE SPACES TO rpt-register-rec
    WRITE rpt-register-rec
    WRITE rpt-register-rec FROM ws-counts-line
    MOVE ws-cnt-later-n TO ws-cnt-later
    WRITE rpt-register-rec FROM ws-counts-line-2
    MOVE ws-total-before TO ws-ftr-before
    MOVE ws-total-after TO ws-ftr-after
    COMPUTE ws-total-impact = ws-total-after - ws-total-before
    WRITE rpt-register-rec FROM ws-total-line-1
    WRITE rpt-register-rec FROM ws-total-line-2
    .

TAKE-MASTER-BACKUP.
    MOVE "cola_mbf" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "COLA_MBF: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
