IDENTIFICATION DIVISION.
PROGRAM-ID. rpt_caseload.

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
  SELECT dmf ASSIGN TO './data/dmf.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-dmf-status.
  SELECT sorted-dmf ASSIGN TO './sorted-dmf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-dmf ASSIGN TO './dmf-sorted.tmp'.
  SELECT OPTIONAL bnf ASSIGN TO './data/bnf.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-bnf-status.
  SELECT OPTIONAL mbf-hist ASSIGN TO './data/mbf-hist.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL death-file ASSIGN TO './data/death-file.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL stats-hist ASSIGN TO './data/caseload-stats.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-sth-status.
  SELECT census ASSIGN TO './data/census-extract.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-stats ASSIGN TO './reports/caseload-statistics.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

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
  02 filler PIC X.
  02 f_ph-period PIC 9(6).
  02 filler PIC X.
  02 f_ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 f_ph-pay-date PIC 9(8).
  02 filler PIC X.
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

FD dmf.
01 f_dmo.
  02 f_dmo-ssn PIC 999999999.
  02 f_dmo-name PIC X(30).
  02 f_dmo-addr1 PIC X(30).
  02 f_dmo-addr2 PIC X(30).
  02 f_dmo-city PIC X(20).
  02 f_dmo-state PIC X(2).
  02 f_dmo-zip PIC X(9).
  02 f_dmo-dob PIC 9(8).

FD sorted-dmf.
01 sf_dmo.
  02 sf_dmo-ssn PIC 999999999.
  02 sf_dmo-name PIC X(30).
  02 sf_dmo-addr1 PIC X(30).
  02 sf_dmo-addr2 PIC X(30).
  02 sf_dmo-city PIC X(20).
  02 sf_dmo-state PIC X(2).
  02 sf_dmo-zip PIC X(9).
  02 sf_dmo-dob PIC 9(8).

SD work-dmf.
01 wo_dmo.
  02 wo_dmo-ssn PIC 999999999.
  02 wo_dmo-name PIC X(30).
  02 wo_dmo-addr1 PIC X(30).
  02 wo_dmo-addr2 PIC X(30).
  02 wo_dmo-city PIC X(20).
  02 wo_dmo-state PIC X(2).
  02 wo_dmo-zip PIC X(9).
  02 wo_dmo-dob PIC 9(8).

FD bnf.
01 f_bnf.
  02 f_bnf-mbr-ssn PIC 999999999.
  02 f_bnf-ssn PIC 999999999.
  02 f_bnf-name PIC X(30).
  02 f_bnf-relationship PIC X(10).
  02 f_bnf-pct PIC 9(3).

FD mbf-hist.
01 f_hst.
  02 f_hst-run-date.
    03 f_hst-run-ym PIC 9(6).
    03 f_hst-run-dd PIC 9(2).
  02 f_hst-action PIC X(1).
  02 f_hst-ssn PIC 9(9).
  02 f_hst-year-month PIC 9(4)9(2).
  02 f_hst-before-amnt PIC X(13).
  02 f_hst-before-status PIC X(1).
  02 f_hst-after-amnt PIC X(13).
  02 f_hst-after-status PIC X(1).

FD death-file.
01 f_dth.
  02 f_dth-ssn PIC 9(9).
  02 filler PIC X.
  02 f_dth-dod PIC 9(8).

FD stats-hist.
01 f_sth.
  02 f_sth-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_sth-run-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_sth-active PIC 9(7).
  02 filler PIC X VALUE " ".
  02 f_sth-suspended PIC 9(7).
  02 filler PIC X VALUE " ".
  02 f_sth-terminated PIC 9(7).
  02 filler PIC X VALUE " ".
  02 f_sth-awards PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_sth-survivors PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_sth-terminations PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_sth-liability PIC 9(12).99.
  02 filler PIC X VALUE " ".
  02 f_sth-average PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_sth-paid-count PIC 9(7).
  02 filler PIC X VALUE " ".
  02 f_sth-paid-amnt PIC 9(12).99.

FD census.
01 ex_cen.
  02 ex_cen-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 ex_cen-dob PIC 9(8).
  02 filler PIC X VALUE " ".
  02 ex_cen-status PIC X(1).
  02 filler PIC X VALUE " ".
  02 ex_cen-amnt PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 ex_cen-start-ym PIC 9(6).
  02 filler PIC X VALUE " ".
  02 ex_cen-bnf-ind PIC X(1).
  02 filler PIC X VALUE " ".
  02 ex_cen-bnf-count PIC 9(3).

FD rpt-stats.
01 rpt-stats-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 mbr.
  02 mbr-ssn PIC 999999999.
  02 mbr-year-month PIC 9(6).
  02 mbr-amnt PIC z(9)9.99.
  02 mbr-status PIC X(1).
01 mbr-amnt-dec PIC 9(10)V99.

01 phr.
  02 ph-ssn PIC 9(9).
  02 filler PIC X.
  02 ph-period PIC 9(6).
  02 filler PIC X.
  02 ph-amnt PIC 9(10).99.
  02 filler PIC X.
  02 ph-pay-date PIC 9(8).
  02 filler PIC X.
  02 ph-withheld-x PIC X(13).
  02 filler PIC X.
  02 ph-type PIC X(1).
01 ph-amnt-dec PIC 9(10)V99.

01 dmo.
  02 dmo-ssn PIC 999999999.
  02 dmo-name PIC X(30).
  02 dmo-addr1 PIC X(30).
  02 dmo-addr2 PIC X(30).
  02 dmo-city PIC X(20).
  02 dmo-state PIC X(2).
  02 dmo-zip PIC X(9).
  02 dmo-dob PIC 9(8).

01 b_mbf-eof PIC A(1) VALUE 'F'.
01 b_hist-eof PIC A(1) VALUE 'F'.
01 b_hist-got PIC A(1) VALUE 'F'.
01 b_dmf-eof PIC A(1) VALUE 'F'.
01 b_bnf-eof PIC A(1) VALUE 'F'.
01 b_sth-eof PIC A(1) VALUE 'F'.
01 b_mhst-eof PIC A(1) VALUE 'F'.
01 b_dth-eof PIC A(1) VALUE 'F'.
01 ws-ix-status PIC X(2).
01 ws-hist-status PIC X(2).
01 ws-dmf-status PIC X(2).
01 ws-bnf-status PIC X(2).
01 ws-sth-status PIC X(2).

01 ws-parm-line PIC X(80).
01 ws-parm-period PIC X(6) VALUE SPACES.
01 ws-parm-len PIC 9(2) VALUE ZERO.

01 ws-rpt-period.
  02 ws-rpt-period-yyyy PIC 9(4).
  02 ws-rpt-period-mm PIC 9(2).
01 ws-rpt-period-n REDEFINES ws-rpt-period PIC 9(6).
01 ws-prior-period.
  02 ws-prior-period-yyyy PIC 9(4).
  02 ws-prior-period-mm PIC 9(2).
01 ws-prior-period-n REDEFINES ws-prior-period PIC 9(6).

01 ws-cur-ssn PIC 9(9) VALUE ZERO.
01 ws-first-ym PIC 9(6) VALUE ZERO.
01 ws-first-amnt PIC 9(10)V99 VALUE ZERO.
01 ws-first-status PIC X(1) VALUE SPACES.
01 ws-sel-found PIC A(1) VALUE 'F'.
01 ws-sel-amnt PIC 9(10)V99 VALUE ZERO.
01 ws-sel-status PIC X(1) VALUE SPACES.
  88 ws-sel-status-active VALUE 'A'.
  88 ws-sel-status-suspended VALUE 'S'.
  88 ws-sel-status-terminated VALUE 'T'.
01 ws-mbr-dob PIC 9(8) VALUE ZERO.
01 ws-mbr-dob-x REDEFINES ws-mbr-dob.
  02 ws-mbr-dob-yyyy PIC 9(4).
  02 ws-mbr-dob-mm PIC 9(2).
  02 ws-mbr-dob-dd PIC 9(2).
01 ws-mbr-state PIC X(2) VALUE SPACES.
01 ws-mbr-bnf-count PIC 9(3) VALUE ZERO.
01 ws-mbr-survivor PIC A(1) VALUE 'F'.
01 ws-mbr-awarded PIC A(1) VALUE 'F'.
01 ws-mbr-term-now PIC A(1) VALUE 'F'.
01 ws-find-ssn PIC 9(9) VALUE ZERO.
01 ws-find-found PIC A(1) VALUE 'F'.

01 ws-age PIC S9(4) VALUE ZERO.
01 ws-band-ix PIC 9(2) VALUE ZERO.
01 ws-age-table.
  02 ws-age-entry OCCURS 10 TIMES.
    03 ws-age-active PIC 9(7) VALUE ZERO.
    03 ws-age-suspended PIC 9(7) VALUE ZERO.
    03 ws-age-amnt PIC 9(12)V99 VALUE ZERO.
01 ws-age-label PIC X(18) VALUE SPACES.

01 ws-state-table.
  02 ws-state-entry OCCURS 100 TIMES.
    03 ws-st-code PIC X(2).
    03 ws-st-active PIC 9(7).
    03 ws-st-suspended PIC 9(7).
    03 ws-st-amnt PIC 9(12)V99.
01 ws-state-count PIC 9(3) VALUE ZERO.
01 ws-state-ix PIC 9(3) VALUE ZERO.
01 ws-state-pos PIC 9(3) VALUE ZERO.

01 ws-bnf-table.
  02 ws-bnf-entry OCCURS 2000 TIMES.
    03 ws-bnf-tbl-mbr-ssn PIC 9(9).
    03 ws-bnf-tbl-ssn PIC 9(9).
01 ws-bnf-count PIC 9(4) VALUE ZERO.
01 ws-bnf-ix PIC 9(4) VALUE ZERO.

01 ws-awd-table.
  02 ws-awd-entry OCCURS 5000 TIMES.
    03 ws-awd-tbl-ssn PIC 9(9).
    03 ws-awd-tbl-ym PIC 9(6).
01 ws-awd-count PIC 9(4) VALUE ZERO.
01 ws-trm-table.
  02 ws-trm-tbl-ssn PIC 9(9) OCCURS 5000 TIMES.
01 ws-trm-count PIC 9(4) VALUE ZERO.
01 ws-dec-table.
  02 ws-dec-tbl-ssn PIC 9(9) OCCURS 5000 TIMES.
01 ws-dec-count PIC 9(4) VALUE ZERO.
01 ws-evt-ix PIC 9(4) VALUE ZERO.

01 ws-sth-table.
  02 ws-sth-entry OCCURS 600 TIMES.
    03 ws-sth-period PIC 9(6).
    03 ws-sth-run-date PIC 9(8).
    03 ws-sth-active PIC 9(7).
    03 ws-sth-suspended PIC 9(7).
    03 ws-sth-terminated PIC 9(7).
    03 ws-sth-awards PIC 9(6).
    03 ws-sth-survivors PIC 9(6).
    03 ws-sth-terminations PIC 9(6).
    03 ws-sth-liability PIC 9(12)V99.
    03 ws-sth-average PIC 9(10)V99.
    03 ws-sth-paid-count PIC 9(7).
    03 ws-sth-paid-amnt PIC 9(12)V99.
01 ws-sth-count PIC 9(3) VALUE ZERO.
01 ws-sth-ix PIC 9(3) VALUE ZERO.
01 ws-sth-cur-ix PIC 9(3) VALUE ZERO.
01 ws-sth-prior-ix PIC 9(3) VALUE ZERO.

01 ws-cnt-members-n PIC 9(7) VALUE ZERO.
01 ws-cnt-active-n PIC 9(7) VALUE ZERO.
01 ws-cnt-suspended-n PIC 9(7) VALUE ZERO.
01 ws-cnt-terminated-n PIC 9(7) VALUE ZERO.
01 ws-cnt-other-n PIC 9(7) VALUE ZERO.
01 ws-cnt-future-n PIC 9(7) VALUE ZERO.
01 ws-cnt-awards-n PIC 9(6) VALUE ZERO.
01 ws-cnt-survivors-n PIC 9(6) VALUE ZERO.
01 ws-cnt-terminations-n PIC 9(6) VALUE ZERO.
01 ws-cnt-no-dmf-n PIC 9(7) VALUE ZERO.
01 ws-cnt-no-dob-n PIC 9(7) VALUE ZERO.
01 ws-cnt-paid-n PIC 9(7) VALUE ZERO.
01 ws-liability PIC 9(12)V99 VALUE ZERO.
01 ws-average PIC 9(10)V99 VALUE ZERO.
01 ws-paid-amnt PIC 9(12)V99 VALUE ZERO.
01 ws-line-average PIC 9(10)V99 VALUE ZERO.

01 ws-cen-count PIC 9(7) VALUE ZERO.
01 ws-cen-hash PIC 9(12)V99 VALUE ZERO.
01 ws-cen-trailer.
  02 filler PIC X(1) VALUE "T".
  02 ws-cen-tlr-count PIC 9(7).
  02 ws-cen-tlr-hash PIC 9(12).99.

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
  02 FILLER PIC X(30) VALUE "MONTHLY CASELOAD STATISTICS".
01 ws-page-header-line2.
  02 FILLER PIC X(17) VALUE "REPORT PERIOD: ".
  02 ws-hdr-period-yyyy PIC 9(4).
  02 FILLER PIC X(1) VALUE "/".
  02 ws-hdr-period-mm PIC 9(2).

01 ws-section-line.
  02 ws-section-title PIC X(40).

01 ws-count-line.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-cnt-label PIC X(34).
  02 ws-cnt-value PIC Z(6)9.

01 ws-money-line.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-mny-label PIC X(26).
  02 ws-mny-value PIC Z(12)9.99.

01 ws-cmp-column-line.
  02 FILLER PIC X(26) VALUE SPACES.
  02 FILLER PIC X(16) VALUE "      THIS MONTH".
  02 FILLER PIC X(17) VALUE "       LAST MONTH".
  02 FILLER PIC X(17) VALUE "           CHANGE".
01 ws-cmp-count-line.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-cmc-label PIC X(24).
  02 ws-cmc-this PIC Z(15)9.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-cmc-last PIC Z(15)9.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-cmc-change PIC -(15)9.
01 ws-cmp-money-line.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-cmm-label PIC X(24).
  02 ws-cmm-this PIC Z(12)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-cmm-last PIC Z(12)9.99.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-cmm-change PIC -(12)9.99.
01 ws-cmp-none-line.
  02 FILLER PIC X(2) VALUE SPACES.
  02 FILLER PIC X(23) VALUE "NO FIGURES ON FILE FOR ".
  02 ws-cmp-none-yyyy PIC 9(4).
  02 FILLER PIC X(1) VALUE "/".
  02 ws-cmp-none-mm PIC 9(2).
01 ws-count-diff PIC S9(9) VALUE ZERO.
01 ws-money-diff PIC S9(12)V99 VALUE ZERO.
01 ws-cmp-this-n PIC 9(9) VALUE ZERO.
01 ws-cmp-last-n PIC 9(9) VALUE ZERO.
01 ws-cmp-this-amnt PIC 9(12)V99 VALUE ZERO.
01 ws-cmp-last-amnt PIC 9(12)V99 VALUE ZERO.

01 ws-brk-column-line.
  02 ws-brk-col-title PIC X(20).
  02 FILLER PIC X(7) VALUE " ACTIVE".
  02 FILLER PIC X(10) VALUE " SUSPENDED".
  02 FILLER PIC X(19) VALUE "    MONTHLY BENEFIT".
  02 FILLER PIC X(16) VALUE "         AVERAGE".
01 ws-brk-detail-line.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-brk-label PIC X(18).
  02 ws-brk-active PIC Z(6)9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-brk-suspended PIC Z(6)9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-brk-amnt PIC Z(12)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-brk-average PIC Z(9)9.99.
01 ws-brk-tot-active PIC 9(7) VALUE ZERO.
01 ws-brk-tot-suspended PIC 9(7) VALUE ZERO.
01 ws-brk-tot-amnt PIC 9(12)V99 VALUE ZERO.

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM PARSE-PERIOD-PARM.
PERFORM VERIFY-HIST-CONTROL.
PERFORM ENSURE-INPUT-FILES.
PERFORM LOAD-BNF-TABLE.
PERFORM LOAD-DEATH-TABLE.
PERFORM LOAD-HISTORY-EVENTS.
PERFORM LOAD-STATS-HISTORY.

SORT work-hist ON ASCENDING KEY wo_ph-ssn wo_ph-period
USING pay-hist GIVING sorted-hist.

SORT work-dmf ON ASCENDING KEY wo_dmo-ssn
USING dmf GIVING sorted-dmf.

OPEN INPUT mbf-ix.

IF ws-ix-status NOT = "00"
  DISPLAY "RPT_CASELOAD: CANNOT OPEN INDEX FILE, STATUS " ws-ix-status
  MOVE 8 TO RETURN-CODE
  GOBACK
END-IF.

OPEN INPUT sorted-hist.
OPEN INPUT sorted-dmf.
OPEN OUTPUT census.
OPEN OUTPUT rpt-stats.

PERFORM ADVANCE-MBF.
PERFORM ADVANCE-HIST.
PERFORM ADVANCE-DMF.

PERFORM UNTIL b_mbf-eof = 'T'
  MOVE mbr-ssn TO ws-cur-ssn
  PERFORM COLLECT-MEMBER-ROWS
  PERFORM FIND-MEMBER-PAYMENTS
  PERFORM FIND-MEMBER-DMF
  PERFORM FIND-MEMBER-BENEFICIARIES
  PERFORM FIND-MEMBER-EVENTS
  PERFORM TALLY-MEMBER
  PERFORM WRITE-CENSUS-RECORD
END-PERFORM.

PERFORM UNTIL b_hist-eof = 'T'
  PERFORM ADVANCE-HIST
END-PERFORM.

PERFORM WRITE-CENSUS-TRAILER.

IF ws-cnt-active-n > ZERO
  COMPUTE ws-average ROUNDED = ws-liability / ws-cnt-active-n
END-IF.

PERFORM RECORD-STATS-HISTORY.

PERFORM WRITE-REPORT-HEADER.
PERFORM WRITE-CASELOAD-SECTION.
PERFORM WRITE-COMPARISON-SECTION.
PERFORM WRITE-AGE-SECTION.
PERFORM WRITE-STATE-SECTION.

CLOSE mbf-ix.
CLOSE sorted-hist.
CLOSE sorted-dmf.
CLOSE census.
CLOSE rpt-stats.

PERFORM SAVE-STATS-HISTORY.

IF ws-cnt-no-dob-n > ZERO
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
    MOVE ws-run-date-yyyy TO ws-rpt-period-yyyy
    MOVE ws-run-date-mm TO ws-rpt-period-mm
    .

PARSE-PERIOD-PARM.
    ACCEPT ws-parm-line FROM COMMAND-LINE
    UNSTRING ws-parm-line DELIMITED BY ALL SPACES
      INTO ws-parm-period COUNT IN ws-parm-len
    END-UNSTRING

    IF ws-parm-len > ZERO
      IF ws-parm-len = 6 AND ws-parm-period IS NUMERIC
         AND ws-parm-period (5:2) >= "01" AND ws-parm-period (5:2) <= "12"
        MOVE ws-parm-period TO ws-rpt-period
      ELSE
        DISPLAY "RPT_CASELOAD: REPORT PERIOD (YYYYMM) NOT VALID - "
                ws-parm-period
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF

    IF ws-rpt-period-mm = 1
      COMPUTE ws-prior-period-yyyy = ws-rpt-period-yyyy - 1
      MOVE 12 TO ws-prior-period-mm
    ELSE
      MOVE ws-rpt-period-yyyy TO ws-prior-period-yyyy
      COMPUTE ws-prior-period-mm = ws-rpt-period-mm - 1
    END-IF
    .

ENSURE-INPUT-FILES.
    OPEN INPUT pay-hist
    IF ws-hist-status = "35"
      OPEN OUTPUT pay-hist
      CLOSE pay-hist
    ELSE
      CLOSE pay-hist
    END-IF

    OPEN INPUT dmf
    IF ws-dmf-status = "35"
      OPEN OUTPUT dmf
      CLOSE dmf
    ELSE
      CLOSE dmf
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
            DISPLAY "RPT_CASELOAD: BENEFICIARY TABLE EXCEEDS 2000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-bnf-count
          MOVE f_bnf-mbr-ssn TO ws-bnf-tbl-mbr-ssn (ws-bnf-count)
          MOVE f_bnf-ssn TO ws-bnf-tbl-ssn (ws-bnf-count)
      END-READ
    END-PERFORM
    CLOSE bnf
    .

LOAD-DEATH-TABLE.
    MOVE ZERO TO ws-dec-count
    MOVE 'F' TO b_dth-eof
    OPEN INPUT death-file
    PERFORM UNTIL b_dth-eof = 'T'
      READ death-file
        AT END MOVE 'T' TO b_dth-eof
        NOT AT END
          MOVE f_dth-ssn TO ws-find-ssn
          PERFORM ADD-DECEASED-ENTRY
      END-READ
    END-PERFORM
    CLOSE death-file
    .

LOAD-HISTORY-EVENTS.
    MOVE ZERO TO ws-awd-count
    MOVE ZERO TO ws-trm-count
    MOVE 'F' TO b_mhst-eof
    OPEN INPUT mbf-hist
    PERFORM UNTIL b_mhst-eof = 'T'
      READ mbf-hist
        AT END MOVE 'T' TO b_mhst-eof
        NOT AT END PERFORM SAVE-HISTORY-EVENT
      END-READ
    END-PERFORM
    CLOSE mbf-hist
    .

SAVE-HISTORY-EVENT.
    IF f_hst-action NOT = 'D' AND f_hst-after-status = 'T'
      MOVE f_hst-ssn TO ws-find-ssn
      PERFORM ADD-DECEASED-ENTRY
    END-IF

    IF f_hst-run-ym = ws-rpt-period-n
      IF f_hst-action = 'A' AND f_hst-after-status = 'A'
        IF ws-awd-count >= 5000
          DISPLAY "RPT_CASELOAD: AWARD EVENT TABLE EXCEEDS 5000"
                  " - RUN ABORTED"
          MOVE 8 TO RETURN-CODE
          STOP RUN
        END-IF
        ADD 1 TO ws-awd-count
        MOVE f_hst-ssn TO ws-awd-tbl-ssn (ws-awd-count)
        MOVE f_hst-year-month TO ws-awd-tbl-ym (ws-awd-count)
      END-IF
      IF f_hst-action NOT = 'D' AND f_hst-after-status = 'T'
         AND f_hst-before-status NOT = 'T'
        IF ws-trm-count >= 5000
          DISPLAY "RPT_CASELOAD: TERMINATION EVENT TABLE EXCEEDS 5000"
                  " - RUN ABORTED"
          MOVE 8 TO RETURN-CODE
          STOP RUN
        END-IF
        ADD 1 TO ws-trm-count
        MOVE f_hst-ssn TO ws-trm-tbl-ssn (ws-trm-count)
      END-IF
    END-IF
    .

ADD-DECEASED-ENTRY.
    PERFORM FIND-DECEASED
    IF ws-find-found = 'F'
      IF ws-dec-count >= 5000
        DISPLAY "RPT_CASELOAD: DECEASED TABLE EXCEEDS 5000"
                " - RUN ABORTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO ws-dec-count
      MOVE ws-find-ssn TO ws-dec-tbl-ssn (ws-dec-count)
    END-IF
    .

FIND-DECEASED.
    MOVE 'F' TO ws-find-found
    MOVE ZERO TO ws-evt-ix
    PERFORM UNTIL ws-evt-ix >= ws-dec-count OR ws-find-found = 'T'
      ADD 1 TO ws-evt-ix
      IF ws-dec-tbl-ssn (ws-evt-ix) = ws-find-ssn
        MOVE 'T' TO ws-find-found
      END-IF
    END-PERFORM
    .

LOAD-STATS-HISTORY.
    MOVE ZERO TO ws-sth-count
    MOVE 'F' TO b_sth-eof
    OPEN INPUT stats-hist
    PERFORM UNTIL b_sth-eof = 'T'
      READ stats-hist
        AT END MOVE 'T' TO b_sth-eof
        NOT AT END
          IF ws-sth-count >= 600
            DISPLAY "RPT_CASELOAD: STATISTICS HISTORY TABLE EXCEEDS 600"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-sth-count
          MOVE f_sth-period TO ws-sth-period (ws-sth-count)
          MOVE f_sth-run-date TO ws-sth-run-date (ws-sth-count)
          MOVE f_sth-active TO ws-sth-active (ws-sth-count)
          MOVE f_sth-suspended TO ws-sth-suspended (ws-sth-count)
          MOVE f_sth-terminated TO ws-sth-terminated (ws-sth-count)
          MOVE f_sth-awards TO ws-sth-awards (ws-sth-count)
          MOVE f_sth-survivors TO ws-sth-survivors (ws-sth-count)
          MOVE f_sth-terminations TO ws-sth-terminations (ws-sth-count)
          MOVE f_sth-liability TO ws-sth-liability (ws-sth-count)
          MOVE f_sth-average TO ws-sth-average (ws-sth-count)
          MOVE f_sth-paid-count TO ws-sth-paid-count (ws-sth-count)
          MOVE f_sth-paid-amnt TO ws-sth-paid-amnt (ws-sth-count)
      END-READ
    END-PERFORM
    CLOSE stats-hist

    MOVE ZERO TO ws-sth-cur-ix
    MOVE ZERO TO ws-sth-prior-ix
    MOVE ZERO TO ws-sth-ix
    PERFORM UNTIL ws-sth-ix >= ws-sth-count
      ADD 1 TO ws-sth-ix
      IF ws-sth-period (ws-sth-ix) = ws-rpt-period-n
        MOVE ws-sth-ix TO ws-sth-cur-ix
      END-IF
      IF ws-sth-period (ws-sth-ix) = ws-prior-period-n
        MOVE ws-sth-ix TO ws-sth-prior-ix
      END-IF
    END-PERFORM
    .

ADVANCE-MBF.
    IF b_mbf-eof = 'F'
      READ mbf-ix NEXT INTO mbr
        AT END MOVE 'T' TO b_mbf-eof
      END-READ
    END-IF
    .

ADVANCE-HIST.
    MOVE 'F' TO b_hist-got
    PERFORM UNTIL b_hist-eof = 'T' OR b_hist-got = 'T'
      READ sorted-hist INTO phr
        AT END MOVE 'T' TO b_hist-eof
        NOT AT END
          IF phr (1:1) NOT = 'T'
            MOVE ph-amnt TO ph-amnt-dec
            IF ph-period = ws-rpt-period-n
              ADD 1 TO ws-cnt-paid-n
              ADD ph-amnt-dec TO ws-paid-amnt
            END-IF
            MOVE 'T' TO b_hist-got
          END-IF
      END-READ
    END-PERFORM
    .

ADVANCE-DMF.
    IF b_dmf-eof = 'F'
      READ sorted-dmf INTO dmo
        AT END MOVE 'T' TO b_dmf-eof
      END-READ
    END-IF
    .

COLLECT-MEMBER-ROWS.
    MOVE 'F' TO ws-sel-found
    MOVE ZERO TO ws-sel-amnt
    MOVE SPACES TO ws-sel-status
    MOVE mbr-year-month TO ws-first-ym
    MOVE mbr-amnt TO mbr-amnt-dec
    MOVE mbr-amnt-dec TO ws-first-amnt
    MOVE mbr-status TO ws-first-status
    PERFORM UNTIL b_mbf-eof = 'T' OR mbr-ssn NOT = ws-cur-ssn
      IF mbr-year-month <= ws-rpt-period-n
        MOVE mbr-amnt TO mbr-amnt-dec
        MOVE mbr-amnt-dec TO ws-sel-amnt
        MOVE mbr-status TO ws-sel-status
        MOVE 'T' TO ws-sel-found
      END-IF
      PERFORM ADVANCE-MBF
    END-PERFORM
    .

FIND-MEMBER-PAYMENTS.
    PERFORM UNTIL b_hist-eof = 'T' OR ph-ssn > ws-cur-ssn
      PERFORM ADVANCE-HIST
    END-PERFORM
    .

FIND-MEMBER-DMF.
    PERFORM UNTIL b_dmf-eof = 'T' OR dmo-ssn >= ws-cur-ssn
      PERFORM ADVANCE-DMF
    END-PERFORM

    MOVE ZERO TO ws-mbr-dob
    MOVE SPACES TO ws-mbr-state
    IF b_dmf-eof = 'F' AND dmo-ssn = ws-cur-ssn
      MOVE dmo-state TO ws-mbr-state
      IF dmo-dob IS NUMERIC
        MOVE dmo-dob TO ws-mbr-dob
      END-IF
    ELSE
      ADD 1 TO ws-cnt-no-dmf-n
    END-IF
    IF ws-mbr-dob = ZERO
      ADD 1 TO ws-cnt-no-dob-n
    END-IF
    .

FIND-MEMBER-BENEFICIARIES.
    MOVE ZERO TO ws-mbr-bnf-count
    MOVE 'F' TO ws-mbr-survivor
    MOVE ZERO TO ws-bnf-ix
    PERFORM UNTIL ws-bnf-ix >= ws-bnf-count
      ADD 1 TO ws-bnf-ix
      IF ws-bnf-tbl-mbr-ssn (ws-bnf-ix) = ws-cur-ssn
        ADD 1 TO ws-mbr-bnf-count
      END-IF
      IF ws-bnf-tbl-ssn (ws-bnf-ix) = ws-cur-ssn
         AND ws-mbr-survivor = 'F'
        MOVE ws-bnf-tbl-mbr-ssn (ws-bnf-ix) TO ws-find-ssn
        PERFORM FIND-DECEASED
        MOVE ws-find-found TO ws-mbr-survivor
      END-IF
    END-PERFORM
    .

FIND-MEMBER-EVENTS.
    MOVE 'F' TO ws-mbr-awarded
    MOVE ZERO TO ws-evt-ix
    PERFORM UNTIL ws-evt-ix >= ws-awd-count OR ws-mbr-awarded = 'T'
      ADD 1 TO ws-evt-ix
      IF ws-awd-tbl-ssn (ws-evt-ix) = ws-cur-ssn
         AND ws-awd-tbl-ym (ws-evt-ix) = ws-first-ym
        MOVE 'T' TO ws-mbr-awarded
      END-IF
    END-PERFORM

    MOVE 'F' TO ws-mbr-term-now
    MOVE ZERO TO ws-evt-ix
    PERFORM UNTIL ws-evt-ix >= ws-trm-count OR ws-mbr-term-now = 'T'
      ADD 1 TO ws-evt-ix
      IF ws-trm-tbl-ssn (ws-evt-ix) = ws-cur-ssn
        MOVE 'T' TO ws-mbr-term-now
      END-IF
    END-PERFORM
    .

TALLY-MEMBER.
    ADD 1 TO ws-cnt-members-n

    IF ws-mbr-awarded = 'T'
      IF ws-mbr-survivor = 'T'
        ADD 1 TO ws-cnt-survivors-n
      ELSE
        ADD 1 TO ws-cnt-awards-n
      END-IF
    END-IF

    IF ws-mbr-term-now = 'T'
      ADD 1 TO ws-cnt-terminations-n
    END-IF

    IF ws-sel-found = 'F'
      ADD 1 TO ws-cnt-future-n
    ELSE
      EVALUATE TRUE
        WHEN ws-sel-status-active
          ADD 1 TO ws-cnt-active-n
          ADD ws-sel-amnt TO ws-liability
        WHEN ws-sel-status-suspended
          ADD 1 TO ws-cnt-suspended-n
        WHEN ws-sel-status-terminated
          ADD 1 TO ws-cnt-terminated-n
        WHEN OTHER
          ADD 1 TO ws-cnt-other-n
      END-EVALUATE
      IF ws-sel-status-active OR ws-sel-status-suspended
        PERFORM TALLY-AGE-BAND
        PERFORM TALLY-STATE
      END-IF
    END-IF
    .

TALLY-AGE-BAND.
    IF ws-mbr-dob = ZERO
      MOVE 10 TO ws-band-ix
    ELSE
      COMPUTE ws-age = ws-rpt-period-yyyy - ws-mbr-dob-yyyy
      IF ws-rpt-period-mm < ws-mbr-dob-mm
        SUBTRACT 1 FROM ws-age
      END-IF
      EVALUATE TRUE
        WHEN ws-age < 55
          MOVE 1 TO ws-band-ix
        WHEN ws-age >= 90
          MOVE 9 TO ws-band-ix
        WHEN OTHER
          COMPUTE ws-band-ix = (ws-age - 55) / 5 + 2
      END-EVALUATE
    END-IF

    IF ws-sel-status-active
      ADD 1 TO ws-age-active (ws-band-ix)
      ADD ws-sel-amnt TO ws-age-amnt (ws-band-ix)
    ELSE
      ADD 1 TO ws-age-suspended (ws-band-ix)
    END-IF
    .

TALLY-STATE.
    MOVE ZERO TO ws-state-pos
    MOVE ZERO TO ws-state-ix
    PERFORM UNTIL ws-state-ix >= ws-state-count OR ws-state-pos > ZERO
      ADD 1 TO ws-state-ix
      IF ws-st-code (ws-state-ix) >= ws-mbr-state
        MOVE ws-state-ix TO ws-state-pos
      END-IF
    END-PERFORM

    IF ws-state-pos = ZERO
      PERFORM ADD-STATE-ENTRY
      MOVE ws-state-count TO ws-state-pos
      PERFORM CLEAR-STATE-ENTRY
    ELSE
      IF ws-st-code (ws-state-pos) NOT = ws-mbr-state
        PERFORM ADD-STATE-ENTRY
        MOVE ws-state-count TO ws-state-ix
        PERFORM UNTIL ws-state-ix <= ws-state-pos
          MOVE ws-state-entry (ws-state-ix - 1)
            TO ws-state-entry (ws-state-ix)
          SUBTRACT 1 FROM ws-state-ix
        END-PERFORM
        PERFORM CLEAR-STATE-ENTRY
      END-IF
    END-IF

    IF ws-sel-status-active
      ADD 1 TO ws-st-active (ws-state-pos)
      ADD ws-sel-amnt TO ws-st-amnt (ws-state-pos)
    ELSE
      ADD 1 TO ws-st-suspended (ws-state-pos)
    END-IF
    .

ADD-STATE-ENTRY.
    IF ws-state-count >= 100
      DISPLAY "RPT_CASELOAD: STATE TABLE EXCEEDS 100 - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    ADD 1 TO ws-state-count
    .

CLEAR-STATE-ENTRY.
    MOVE ws-mbr-state TO ws-st-code (ws-state-pos)
    MOVE ZERO TO ws-st-active (ws-state-pos)
    MOVE ZERO TO ws-st-suspended (ws-state-pos)
    MOVE ZERO TO ws-st-amnt (ws-state-pos)
    .

WRITE-CENSUS-RECORD.
    MOVE SPACES TO ex_cen
    MOVE ws-cur-ssn TO ex_cen-ssn
    MOVE ws-mbr-dob TO ex_cen-dob
    IF ws-sel-found = 'T'
      MOVE ws-sel-status TO ex_cen-status
      MOVE ws-sel-amnt TO ex_cen-amnt
      ADD ws-sel-amnt TO ws-cen-hash
    ELSE
      MOVE ws-first-status TO ex_cen-status
      MOVE ws-first-amnt TO ex_cen-amnt
      ADD ws-first-amnt TO ws-cen-hash
    END-IF
    MOVE ws-first-ym TO ex_cen-start-ym
    EVALUATE TRUE
      WHEN ws-mbr-survivor = 'T'
        MOVE 'S' TO ex_cen-bnf-ind
      WHEN ws-mbr-bnf-count > ZERO
        MOVE 'B' TO ex_cen-bnf-ind
      WHEN OTHER
        MOVE 'N' TO ex_cen-bnf-ind
    END-EVALUATE
    MOVE ws-mbr-bnf-count TO ex_cen-bnf-count
    WRITE ex_cen
    ADD 1 TO ws-cen-count
    .

WRITE-CENSUS-TRAILER.
    MOVE ws-cen-count TO ws-cen-tlr-count
    MOVE ws-cen-hash TO ws-cen-tlr-hash
    MOVE SPACES TO ex_cen
    WRITE ex_cen FROM ws-cen-trailer
    .

RECORD-STATS-HISTORY.
    IF ws-sth-cur-ix = ZERO
      IF ws-sth-count >= 600
        DISPLAY "RPT_CASELOAD: STATISTICS HISTORY TABLE FULL"
                " - RUN ABORTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO ws-sth-count
      MOVE ws-sth-count TO ws-sth-cur-ix
    END-IF
    MOVE ws-rpt-period-n TO ws-sth-period (ws-sth-cur-ix)
    MOVE ws-run-date-n TO ws-sth-run-date (ws-sth-cur-ix)
    MOVE ws-cnt-active-n TO ws-sth-active (ws-sth-cur-ix)
    MOVE ws-cnt-suspended-n TO ws-sth-suspended (ws-sth-cur-ix)
    MOVE ws-cnt-terminated-n TO ws-sth-terminated (ws-sth-cur-ix)
    MOVE ws-cnt-awards-n TO ws-sth-awards (ws-sth-cur-ix)
    MOVE ws-cnt-survivors-n TO ws-sth-survivors (ws-sth-cur-ix)
    MOVE ws-cnt-terminations-n TO ws-sth-terminations (ws-sth-cur-ix)
    MOVE ws-liability TO ws-sth-liability (ws-sth-cur-ix)
    MOVE ws-average TO ws-sth-average (ws-sth-cur-ix)
    MOVE ws-cnt-paid-n TO ws-sth-paid-count (ws-sth-cur-ix)
    MOVE ws-paid-amnt TO ws-sth-paid-amnt (ws-sth-cur-ix)
    .

SAVE-STATS-HISTORY.
    OPEN OUTPUT stats-hist
    MOVE ZERO TO ws-sth-ix
    PERFORM UNTIL ws-sth-ix >= ws-sth-count
      ADD 1 TO ws-sth-ix
      MOVE SPACES TO f_sth
      MOVE ws-sth-period (ws-sth-ix) TO f_sth-period
      MOVE ws-sth-run-date (ws-sth-ix) TO f_sth-run-date
      MOVE ws-sth-active (ws-sth-ix) TO f_sth-active
      MOVE ws-sth-suspended (ws-sth-ix) TO f_sth-suspended
      MOVE ws-sth-terminated (ws-sth-ix) TO f_sth-terminated
      MOVE ws-sth-awards (ws-sth-ix) TO f_sth-awards
      MOVE ws-sth-survivors (ws-sth-ix) TO f_sth-survivors
      MOVE ws-sth-terminations (ws-sth-ix) TO f_sth-terminations
      MOVE ws-sth-liability (ws-sth-ix) TO f_sth-liability
      MOVE ws-sth-average (ws-sth-ix) TO f_sth-average
      MOVE ws-sth-paid-count (ws-sth-ix) TO f_sth-paid-count
      MOVE ws-sth-paid-amnt (ws-sth-ix) TO f_sth-paid-amnt
      WRITE f_sth
    END-PERFORM
    CLOSE stats-hist
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-stats-rec FROM ws-page-header-line
    MOVE ws-rpt-period-yyyy TO ws-hdr-period-yyyy
    MOVE ws-rpt-period-mm TO ws-hdr-period-mm
    WRITE rpt-stats-rec FROM ws-page-header-line2
    MOVE SPACES TO rpt-stats-rec
    WRITE rpt-stats-rec
    .

WRITE-CASELOAD-SECTION.
    MOVE "CASELOAD" TO ws-section-title
    WRITE rpt-stats-rec FROM ws-section-line
    MOVE "MEMBERS ON FILE:" TO ws-cnt-label
    MOVE ws-cnt-members-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE "  ACTIVE:" TO ws-cnt-label
    MOVE ws-cnt-active-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE "  SUSPENDED:" TO ws-cnt-label
    MOVE ws-cnt-suspended-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE "  TERMINATED:" TO ws-cnt-label
    MOVE ws-cnt-terminated-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    IF ws-cnt-other-n > ZERO
      MOVE "  OTHER STATUS:" TO ws-cnt-label
      MOVE ws-cnt-other-n TO ws-cnt-value
      WRITE rpt-stats-rec FROM ws-count-line
    END-IF
    MOVE "  AWARDED FROM A LATER MONTH:" TO ws-cnt-label
    MOVE ws-cnt-future-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE SPACES TO rpt-stats-rec
    WRITE rpt-stats-rec

    MOVE "ACTIVITY THIS MONTH" TO ws-section-title
    WRITE rpt-stats-rec FROM ws-section-line
    MOVE "NEW AWARDS:" TO ws-cnt-label
    MOVE ws-cnt-awards-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE "SURVIVOR AWARDS:" TO ws-cnt-label
    MOVE ws-cnt-survivors-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE "TERMINATIONS:" TO ws-cnt-label
    MOVE ws-cnt-terminations-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE "PAYMENTS ISSUED:" TO ws-cnt-label
    MOVE ws-cnt-paid-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE SPACES TO rpt-stats-rec
    WRITE rpt-stats-rec

    MOVE "MONTHLY BENEFIT LIABILITY" TO ws-section-title
    WRITE rpt-stats-rec FROM ws-section-line
    MOVE "TOTAL ACTIVE BENEFIT:" TO ws-mny-label
    MOVE ws-liability TO ws-mny-value
    WRITE rpt-stats-rec FROM ws-money-line
    MOVE "AVERAGE BENEFIT:" TO ws-mny-label
    MOVE ws-average TO ws-mny-value
    WRITE rpt-stats-rec FROM ws-money-line
    MOVE "PAYMENTS ISSUED (GROSS):" TO ws-mny-label
    MOVE ws-paid-amnt TO ws-mny-value
    WRITE rpt-stats-rec FROM ws-money-line
    MOVE SPACES TO rpt-stats-rec
    WRITE rpt-stats-rec

    MOVE "DATA QUALITY" TO ws-section-title
    WRITE rpt-stats-rec FROM ws-section-line
    MOVE "MEMBERS NOT ON DMF:" TO ws-cnt-label
    MOVE ws-cnt-no-dmf-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE "MEMBERS WITHOUT DATE OF BIRTH:" TO ws-cnt-label
    MOVE ws-cnt-no-dob-n TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE "CENSUS RECORDS WRITTEN:" TO ws-cnt-label
    MOVE ws-cen-count TO ws-cnt-value
    WRITE rpt-stats-rec FROM ws-count-line
    MOVE SPACES TO rpt-stats-rec
    WRITE rpt-stats-rec
    .

WRITE-COMPARISON-SECTION.
    MOVE "COMPARISON WITH LAST MONTH" TO ws-section-title
    WRITE rpt-stats-rec FROM ws-section-line

    IF ws-sth-prior-ix = ZERO
      MOVE ws-prior-period-yyyy TO ws-cmp-none-yyyy
      MOVE ws-prior-period-mm TO ws-cmp-none-mm
      WRITE rpt-stats-rec FROM ws-cmp-none-line
    ELSE
      WRITE rpt-stats-rec FROM ws-cmp-column-line
      MOVE "ACTIVE" TO ws-cmc-label
      MOVE ws-cnt-active-n TO ws-cmp-this-n
      MOVE ws-sth-active (ws-sth-prior-ix) TO ws-cmp-last-n
      PERFORM WRITE-COMPARE-COUNT
      MOVE "SUSPENDED" TO ws-cmc-label
      MOVE ws-cnt-suspended-n TO ws-cmp-this-n
      MOVE ws-sth-suspended (ws-sth-prior-ix) TO ws-cmp-last-n
      PERFORM WRITE-COMPARE-COUNT
      MOVE "TERMINATED" TO ws-cmc-label
      MOVE ws-cnt-terminated-n TO ws-cmp-this-n
      MOVE ws-sth-terminated (ws-sth-prior-ix) TO ws-cmp-last-n
      PERFORM WRITE-COMPARE-COUNT
      MOVE "NEW AWARDS" TO ws-cmc-label
      MOVE ws-cnt-awards-n TO ws-cmp-this-n
      MOVE ws-sth-awards (ws-sth-prior-ix) TO ws-cmp-last-n
      PERFORM WRITE-COMPARE-COUNT
      MOVE "SURVIVOR AWARDS" TO ws-cmc-label
      MOVE ws-cnt-survivors-n TO ws-cmp-this-n
      MOVE ws-sth-survivors (ws-sth-prior-ix) TO ws-cmp-last-n
      PERFORM WRITE-COMPARE-COUNT
      MOVE "TERMINATIONS" TO ws-cmc-label
      MOVE ws-cnt-terminations-n TO ws-cmp-this-n
      MOVE ws-sth-terminations (ws-sth-prior-ix) TO ws-cmp-last-n
      PERFORM WRITE-COMPARE-COUNT
      MOVE "PAYMENTS ISSUED" TO ws-cmc-label
      MOVE ws-cnt-paid-n TO ws-cmp-this-n
      MOVE ws-sth-paid-count (ws-sth-prior-ix) TO ws-cmp-last-n
      PERFORM WRITE-COMPARE-COUNT
      MOVE "TOTAL ACTIVE BENEFIT" TO ws-cmm-label
      MOVE ws-liability TO ws-cmp-this-amnt
      MOVE ws-sth-liability (ws-sth-prior-ix) TO ws-cmp-last-amnt
      PERFORM WRITE-COMPARE-MONEY
      MOVE "AVERAGE BENEFIT" TO ws-cmm-label
      MOVE ws-average TO ws-cmp-this-amnt
      MOVE ws-sth-average (ws-sth-prior-ix) TO ws-cmp-last-amnt
      PERFORM WRITE-COMPARE-MONEY
      MOVE "PAYMENTS ISSUED (GROSS)" TO ws-cmm-label
      MOVE ws-paid-amnt TO ws-cmp-this-amnt
      MOVE ws-sth-paid-amnt (ws-sth-prior-ix) TO ws-cmp-last-amnt
      PERFORM WRITE-COMPARE-MONEY
    END-IF
    MOVE SPACES TO rpt-stats-rec
    WRITE rpt-stats-rec
    .

WRITE-COMPARE-COUNT.
    MOVE ws-cmp-this-n TO ws-cmc-this
    MOVE ws-cmp-last-n TO ws-cmc-last
    COMPUTE ws-count-diff = ws-cmp-this-n - ws-cmp-last-n
    MOVE ws-count-diff TO ws-cmc-change
    WRITE rpt-stats-rec FROM ws-cmp-count-line
    .

WRITE-COMPARE-MONEY.
    MOVE ws-cmp-this-amnt TO ws-cmm-this
    MOVE ws-cmp-last-amnt TO ws-cmm-last
    COMPUTE ws-money-diff = ws-cmp-this-amnt - ws-cmp-last-amnt
    MOVE ws-money-diff TO ws-cmm-change
    WRITE rpt-stats-rec FROM ws-cmp-money-line
    .

WRITE-AGE-SECTION.
    MOVE "ACTIVE AND SUSPENDED MEMBERS BY AGE" TO ws-section-title
    WRITE rpt-stats-rec FROM ws-section-line
    MOVE "  AGE BAND" TO ws-brk-col-title
    WRITE rpt-stats-rec FROM ws-brk-column-line
    MOVE ZERO TO ws-brk-tot-active
    MOVE ZERO TO ws-brk-tot-suspended
    MOVE ZERO TO ws-brk-tot-amnt
    MOVE ZERO TO ws-band-ix
    PERFORM UNTIL ws-band-ix >= 10
      ADD 1 TO ws-band-ix
      PERFORM SET-AGE-LABEL
      MOVE ws-age-label TO ws-brk-label
      MOVE ws-age-active (ws-band-ix) TO ws-brk-active
      MOVE ws-age-suspended (ws-band-ix) TO ws-brk-suspended
      MOVE ws-age-amnt (ws-band-ix) TO ws-brk-amnt
      MOVE ZERO TO ws-line-average
      IF ws-age-active (ws-band-ix) > ZERO
        COMPUTE ws-line-average ROUNDED =
          ws-age-amnt (ws-band-ix) / ws-age-active (ws-band-ix)
      END-IF
      MOVE ws-line-average TO ws-brk-average
      WRITE rpt-stats-rec FROM ws-brk-detail-line
      ADD ws-age-active (ws-band-ix) TO ws-brk-tot-active
      ADD ws-age-suspended (ws-band-ix) TO ws-brk-tot-suspended
      ADD ws-age-amnt (ws-band-ix) TO ws-brk-tot-amnt
    END-PERFORM
    PERFORM WRITE-BREAKDOWN-TOTAL
    .

SET-AGE-LABEL.
    EVALUATE ws-band-ix
      WHEN 1 MOVE "UNDER 55" TO ws-age-label
      WHEN 2 MOVE "55 - 59" TO ws-age-label
      WHEN 3 MOVE "60 - 64" TO ws-age-label
      WHEN 4 MOVE "65 - 69" TO ws-age-label
      WHEN 5 MOVE "70 - 74" TO ws-age-label
      WHEN 6 MOVE "75 - 79" TO ws-age-label
      WHEN 7 MOVE "80 - 84" TO ws-age-label
      WHEN 8 MOVE "85 - 89" TO ws-age-label
      WHEN 9 MOVE "90 AND OVER" TO ws-age-label
      WHEN OTHER MOVE "NO DATE OF BIRTH" TO ws-age-label
    END-EVALUATE
    .

WRITE-STATE-SECTION.
    MOVE "ACTIVE AND SUSPENDED MEMBERS BY STATE" TO ws-section-title
    WRITE rpt-stats-rec FROM ws-section-line
    MOVE "  STATE" TO ws-brk-col-title
    WRITE rpt-stats-rec FROM ws-brk-column-line
    MOVE ZERO TO ws-brk-tot-active
    MOVE ZERO TO ws-brk-tot-suspended
    MOVE ZERO TO ws-brk-tot-amnt
    MOVE ZERO TO ws-state-ix
    PERFORM UNTIL ws-state-ix >= ws-state-count
      ADD 1 TO ws-state-ix
      IF ws-st-code (ws-state-ix) = SPACES
        MOVE "NOT ON DMF" TO ws-brk-label
      ELSE
        MOVE ws-st-code (ws-state-ix) TO ws-brk-label
      END-IF
      MOVE ws-st-active (ws-state-ix) TO ws-brk-active
      MOVE ws-st-suspended (ws-state-ix) TO ws-brk-suspended
      MOVE ws-st-amnt (ws-state-ix) TO ws-brk-amnt
      MOVE ZERO TO ws-line-average
      IF ws-st-active (ws-state-ix) > ZERO
        COMPUTE ws-line-average ROUNDED =
          ws-st-amnt (ws-state-ix) / ws-st-active (ws-state-ix)
      END-IF
      MOVE ws-line-average TO ws-brk-average
      WRITE rpt-stats-rec FROM ws-brk-detail-line
      ADD ws-st-active (ws-state-ix) TO ws-brk-tot-active
      ADD ws-st-suspended (ws-state-ix) TO ws-brk-tot-suspended
      ADD ws-st-amnt (ws-state-ix) TO ws-brk-tot-amnt
    END-PERFORM
    PERFORM WRITE-BREAKDOWN-TOTAL
    .

WRITE-BREAKDOWN-TOTAL.
    MOVE "TOTAL" TO ws-brk-label
    MOVE ws-brk-tot-active TO ws-brk-active
    MOVE ws-brk-tot-suspended TO ws-brk-suspended
    MOVE ws-brk-tot-amnt TO ws-brk-amnt
    MOVE ZERO TO ws-line-average
    IF ws-brk-tot-active > ZERO
      COMPUTE ws-line-average ROUNDED =
        ws-brk-tot-amnt / ws-brk-tot-active
    END-IF
    MOVE ws-line-average TO ws-brk-average
    WRITE rpt-stats-rec FROM ws-brk-detail-line
    MOVE SPACES TO rpt-stats-rec
    WRITE rpt-stats-rec
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
        DISPLAY "RPT_CASELOAD: PAY HISTORY CONTROL TRAILER FAILURE, COUNT "
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
