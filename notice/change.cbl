IDENTIFICATION DIVISION.
PROGRAM-ID. notice_mbf.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT OPTIONAL mbf-hist ASSIGN TO './data/mbf-hist.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-hist-status.
  SELECT OPTIONAL notice-ctl ASSIGN TO './data/notice-control.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-nctl-status.
  SELECT notice-work ASSIGN TO './notice-changes.tmp'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT sorted-chg ASSIGN TO './sorted-notice-changes.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-chg ASSIGN TO './notice-changes-sorted.tmp'.
  SELECT dmf ASSIGN TO './data/dmf.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-dmf-status.
  SELECT sorted-dmf ASSIGN TO './sorted-dmf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-dmf ASSIGN TO './dmf-sorted.tmp'.
  SELECT rpt-notices ASSIGN TO './reports/benefit-change-notices.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-exceptions ASSIGN TO './reports/notice-exceptions.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD mbf-hist.
01 f_hst.
  02 f_hst-run-date PIC 9(8).
  02 f_hst-action PIC X(1).
  02 f_hst-ssn PIC 9(9).
  02 f_hst-year-month PIC 9(6).
  02 f_hst-before-amnt PIC X(13).
  02 f_hst-before-status PIC X(1).
  02 f_hst-after-amnt PIC X(13).
  02 f_hst-after-status PIC X(1).

FD notice-ctl.
01 f_nct.
  02 f_nct-last-rec PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_nct-run-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_nct-letters PIC 9(6).

FD notice-work.
01 f_chg.
  02 f_chg-ssn PIC 9(9).
  02 f_chg-seq PIC 9(9).
  02 f_chg-year-month PIC 9(6).
  02 f_chg-reason PIC X(16).
  02 f_chg-before-amnt PIC X(13).
  02 f_chg-before-status PIC X(1).
  02 f_chg-after-amnt PIC X(13).
  02 f_chg-after-status PIC X(1).

FD sorted-chg.
01 sf_chg.
  02 sf_chg-ssn PIC 9(9).
  02 sf_chg-seq PIC 9(9).
  02 sf_chg-year-month PIC 9(6).
  02 sf_chg-reason PIC X(16).
  02 sf_chg-before-amnt PIC X(13).
  02 sf_chg-before-status PIC X(1).
  02 sf_chg-after-amnt PIC X(13).
  02 sf_chg-after-status PIC X(1).

SD work-chg.
01 wo_chg.
  02 wo_chg-ssn PIC 9(9).
  02 wo_chg-seq PIC 9(9).
  02 wo_chg-year-month PIC 9(6).
  02 wo_chg-reason PIC X(16).
  02 wo_chg-before-amnt PIC X(13).
  02 wo_chg-before-status PIC X(1).
  02 wo_chg-after-amnt PIC X(13).
  02 wo_chg-after-status PIC X(1).

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

FD rpt-notices.
01 rpt-notice-rec PIC X(80).

FD rpt-exceptions.
01 rpt-exc-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 chg.
  02 chg-ssn PIC 9(9).
  02 chg-seq PIC 9(9).
  02 chg-year-month.
    03 chg-ym-year PIC 9(4).
    03 chg-ym-month PIC 9(2).
  02 chg-reason PIC X(16).
  02 chg-before-amnt PIC X(13).
  02 chg-before-status PIC X(1).
  02 chg-after-amnt PIC X(13).
  02 chg-after-status PIC X(1).

01 dmo.
  02 dmo-ssn PIC 999999999.
  02 dmo-name PIC X(30).
  02 dmo-addr1 PIC X(30).
  02 dmo-addr2 PIC X(30).
  02 dmo-city PIC X(20).
  02 dmo-state PIC X(2).
  02 dmo-zip PIC X(9).
  02 dmo-dob PIC 9(8).

01 b_hist-eof PIC A(1) VALUE 'F'.
01 b_chg-eof PIC A(1) VALUE 'F'.
01 b_dmf-eof PIC A(1) VALUE 'F'.
01 ws-hist-status PIC X(2).
01 ws-nctl-status PIC X(2).
01 ws-dmf-status PIC X(2).

01 ws-parm-line PIC X(80).
01 ws-parm-date PIC X(8) VALUE SPACES.
01 ws-parm-len PIC 9(2) VALUE ZERO.
01 ws-start-date PIC 9(8) VALUE ZERO.

01 ws-last-rec PIC 9(9) VALUE ZERO.
01 ws-last-run-date PIC 9(8) VALUE ZERO.
01 ws-ctl-found PIC A(1) VALUE 'F'.
01 ws-hist-rec-no PIC 9(9) VALUE ZERO.

01 ws-cur-ssn PIC 9(9) VALUE ZERO.
01 ws-reason PIC X(16) VALUE SPACES.
01 ws-before-dec PIC 9(10)V99 VALUE ZERO.
01 ws-after-dec PIC 9(10)V99 VALUE ZERO.
01 ws-amnt-edit PIC Z(9)9.99.
01 ws-amnt-edit-x REDEFINES ws-amnt-edit PIC X(13).
01 ws-status-code PIC X(1) VALUE SPACES.
01 ws-status-text PIC X(10) VALUE SPACES.

01 ws-chg-table.
  02 ws-chg-entry OCCURS 60 TIMES.
    03 ws-tbl-year-month PIC 9(6).
    03 ws-tbl-reason PIC X(16).
    03 ws-tbl-before-amnt PIC X(13).
    03 ws-tbl-before-status PIC X(1).
    03 ws-tbl-after-amnt PIC X(13).
    03 ws-tbl-after-status PIC X(1).
01 ws-chg-rows PIC 9(3) VALUE ZERO.
01 ws-tbl-ix PIC 9(3) VALUE ZERO.
01 ws-chg-overflow PIC A(1) VALUE 'F'.
01 ws-chg-cola-seen PIC A(1) VALUE 'F'.

01 ws-cnt-read-n PIC 9(9) VALUE ZERO.
01 ws-cnt-new-n PIC 9(6) VALUE ZERO.
01 ws-cnt-changes-n PIC 9(6) VALUE ZERO.
01 ws-cnt-skipped-n PIC 9(6) VALUE ZERO.
01 ws-cnt-deleted-n PIC 9(6) VALUE ZERO.
01 ws-cnt-before-start-n PIC 9(6) VALUE ZERO.
01 ws-cnt-letters-n PIC 9(6) VALUE ZERO.
01 ws-cnt-no-address-n PIC 9(6) VALUE ZERO.
01 ws-cnt-overflow-n PIC 9(6) VALUE ZERO.
01 ws-cnt-cola-n PIC 9(6) VALUE ZERO.
01 ws-cnt-award-n PIC 9(6) VALUE ZERO.
01 ws-cnt-suspend-n PIC 9(6) VALUE ZERO.
01 ws-cnt-terminate-n PIC 9(6) VALUE ZERO.
01 ws-cnt-reinstate-n PIC 9(6) VALUE ZERO.
01 ws-cnt-adjust-n PIC 9(6) VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-n REDEFINES ws-run-date PIC 9(8).
01 ws-run-date-display PIC 9999/99/99.

01 ws-notice-header-line.
  02 FILLER PIC X(32) VALUE "BENEFIT CHANGE NOTICE".
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

01 ws-ssn-line.
  02 FILLER PIC X(16) VALUE "MEMBER SSN: ".
  02 ws-ssn-out PIC 9(9).

01 ws-intro-line-1.
  02 FILLER PIC X(72)
     VALUE "YOUR MONTHLY BENEFIT HAS BEEN CHANGED AS SHOWN BELOW.".
01 ws-intro-line-2.
  02 FILLER PIC X(72)
     VALUE "THE NEW AMOUNT APPLIES FROM THE EFFECTIVE MONTH SHOWN.".

01 ws-chg-column-line.
  02 FILLER PIC X(10) VALUE "EFFECTIVE".
  02 FILLER PIC X(16) VALUE "REASON".
  02 FILLER PIC X(26) VALUE "   OLD MONTHLY AMOUNT".
  02 FILLER PIC X(26) VALUE "   NEW MONTHLY AMOUNT".

01 ws-chg-detail-line.
  02 ws-det-ym-year PIC 9(4).
  02 FILLER PIC X(1) VALUE "/".
  02 ws-det-ym-month PIC 9(2).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-reason PIC X(14).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-before-amnt PIC X(13).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-before-status PIC X(10).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-after-amnt PIC X(13).
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-det-after-status PIC X(10).

01 ws-closing-line-1.
  02 FILLER PIC X(72)
     VALUE "IF YOU BELIEVE THIS CHANGE IS IN ERROR, PLEASE CONTACT".
01 ws-closing-line-2.
  02 FILLER PIC X(72)
     VALUE "THE BENEFITS OFFICE AND QUOTE YOUR MEMBER SSN.".

01 ws-exc-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-exc-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(40) VALUE "BENEFIT CHANGE NOTICE EXCEPTIONS".
01 ws-exc-column-line.
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(10) VALUE "EFFECTIVE".
  02 FILLER PIC X(16) VALUE "REASON".
  02 FILLER PIC X(15) VALUE "NEW AMOUNT".
  02 FILLER PIC X(25) VALUE "EXCEPTION".
01 ws-exc-detail-line.
  02 ws-exc-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-exc-ym PIC 9(6).
  02 FILLER PIC X(4) VALUE SPACES.
  02 ws-exc-reason PIC X(16).
  02 ws-exc-after-amnt PIC X(13).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-exc-text PIC X(25).
01 ws-exc-none-line.
  02 FILLER PIC X(30) VALUE "  NONE".

01 ws-recap-heading-line.
  02 FILLER PIC X(30) VALUE "NOTICE RECAP".
01 ws-recap-range-line.
  02 FILLER PIC X(25) VALUE "HISTORY RECORDS ".
  02 ws-rcp-from PIC Z(8)9.
  02 FILLER PIC X(6) VALUE " THRU ".
  02 ws-rcp-thru PIC Z(8)9.
01 ws-recap-line.
  02 ws-rcp-label PIC X(34).
  02 ws-rcp-count PIC ZZZZZ9.

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM LOAD-NOTICE-CONTROL.
PERFORM ENSURE-INPUT-FILES.

PERFORM SELECT-NEW-HISTORY.

SORT work-chg ON ASCENDING KEY wo_chg-ssn wo_chg-seq
USING notice-work GIVING sorted-chg.

SORT work-dmf ON ASCENDING KEY wo_dmo-ssn
USING dmf GIVING sorted-dmf.

OPEN INPUT sorted-chg.
OPEN INPUT sorted-dmf.
OPEN OUTPUT rpt-notices.
OPEN OUTPUT rpt-exceptions.

PERFORM WRITE-EXCEPTION-HEADER.

PERFORM ADVANCE-CHANGE.
PERFORM ADVANCE-DMF.

PERFORM UNTIL b_chg-eof = 'T'
  MOVE chg-ssn TO ws-cur-ssn
  PERFORM COLLECT-MEMBER-CHANGES
  PERFORM FIND-MEMBER-ADDRESS
  EVALUATE TRUE
    WHEN ws-chg-overflow = 'T'
      PERFORM WRITE-MEMBER-EXCEPTIONS
      ADD 1 TO ws-cnt-overflow-n
    WHEN b_dmf-eof = 'F' AND dmo-ssn = ws-cur-ssn
     AND dmo-addr1 NOT = SPACES
      PERFORM WRITE-MEMBER-NOTICE
      ADD 1 TO ws-cnt-letters-n
    WHEN OTHER
      PERFORM WRITE-MEMBER-EXCEPTIONS
      ADD 1 TO ws-cnt-no-address-n
  END-EVALUATE
END-PERFORM.

IF ws-cnt-no-address-n = ZERO AND ws-cnt-overflow-n = ZERO
  WRITE rpt-exc-rec FROM ws-exc-none-line
END-IF.

PERFORM WRITE-RECAP-PAGE.

CLOSE sorted-chg.
CLOSE sorted-dmf.
CLOSE rpt-notices.
CLOSE rpt-exceptions.

PERFORM SAVE-NOTICE-CONTROL.

IF ws-cnt-no-address-n > ZERO OR ws-cnt-overflow-n > ZERO
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
      INTO ws-parm-date COUNT IN ws-parm-len
    END-UNSTRING
    IF ws-parm-len > ZERO
      IF ws-parm-len = 8 AND ws-parm-date IS NUMERIC
        MOVE ws-parm-date TO ws-start-date
      ELSE
        DISPLAY "NOTICE_MBF: START DATE (YYYYMMDD) NOT VALID - "
                ws-parm-date
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF
    .

LOAD-NOTICE-CONTROL.
    MOVE 'F' TO ws-ctl-found
    MOVE ZERO TO ws-last-rec
    OPEN INPUT notice-ctl
    IF ws-nctl-status = "00"
      READ notice-ctl
        AT END CONTINUE
        NOT AT END
          IF f_nct-last-rec IS NUMERIC
            MOVE f_nct-last-rec TO ws-last-rec
            MOVE f_nct-run-date TO ws-last-run-date
            MOVE 'T' TO ws-ctl-found
          END-IF
      END-READ
    END-IF
    CLOSE notice-ctl

    IF ws-ctl-found = 'T' AND ws-start-date NOT = ZERO
      DISPLAY "NOTICE_MBF: START DATE IGNORED, CONTINUING FROM HISTORY"
              " RECORD " ws-last-rec
      MOVE ZERO TO ws-start-date
    END-IF
    .

ENSURE-INPUT-FILES.
    OPEN INPUT dmf
    IF ws-dmf-status = "35"
      OPEN OUTPUT dmf
      CLOSE dmf
    ELSE
      CLOSE dmf
    END-IF
    .

SELECT-NEW-HISTORY.
    MOVE ZERO TO ws-hist-rec-no
    MOVE 'F' TO b_hist-eof
    OPEN INPUT mbf-hist
    OPEN OUTPUT notice-work
    PERFORM UNTIL b_hist-eof = 'T'
      READ mbf-hist
        AT END MOVE 'T' TO b_hist-eof
        NOT AT END
          ADD 1 TO ws-hist-rec-no
          IF ws-hist-rec-no > ws-last-rec
            ADD 1 TO ws-cnt-new-n
            PERFORM SELECT-ONE-HISTORY-ENTRY
          END-IF
      END-READ
    END-PERFORM
    CLOSE mbf-hist
    CLOSE notice-work

    IF ws-hist-rec-no < ws-last-rec
      DISPLAY "NOTICE_MBF: HISTORY FILE HAS " ws-hist-rec-no
              " RECORDS, LAST NOTICE RUN REACHED " ws-last-rec
              " - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

SELECT-ONE-HISTORY-ENTRY.
    IF ws-start-date NOT = ZERO AND f_hst-run-date < ws-start-date
      ADD 1 TO ws-cnt-before-start-n
    ELSE
      IF f_hst-action = 'D'
        ADD 1 TO ws-cnt-deleted-n
      ELSE
        PERFORM CLASSIFY-CHANGE
        IF ws-reason = SPACES
          ADD 1 TO ws-cnt-skipped-n
        ELSE
          MOVE f_hst-ssn TO f_chg-ssn
          MOVE ws-hist-rec-no TO f_chg-seq
          MOVE f_hst-year-month TO f_chg-year-month
          MOVE ws-reason TO f_chg-reason
          MOVE f_hst-before-amnt TO f_chg-before-amnt
          MOVE f_hst-before-status TO f_chg-before-status
          MOVE f_hst-after-amnt TO f_chg-after-amnt
          MOVE f_hst-after-status TO f_chg-after-status
          WRITE f_chg
          ADD 1 TO ws-cnt-changes-n
        END-IF
      END-IF
    END-IF
    .

CLASSIFY-CHANGE.
    MOVE SPACES TO ws-reason
    MOVE ZERO TO ws-before-dec
    MOVE ZERO TO ws-after-dec
    IF f_hst-before-amnt NOT = SPACES
      MOVE f_hst-before-amnt TO ws-amnt-edit-x
      MOVE ws-amnt-edit TO ws-before-dec
    END-IF
    IF f_hst-after-amnt NOT = SPACES
      MOVE f_hst-after-amnt TO ws-amnt-edit-x
      MOVE ws-amnt-edit TO ws-after-dec
    END-IF

    EVALUATE TRUE
      WHEN f_hst-action = 'A' OR f_hst-before-status = SPACE
        MOVE "NEW AWARD" TO ws-reason
        ADD 1 TO ws-cnt-award-n
      WHEN f_hst-action = 'L'
        MOVE "COLA" TO ws-reason
        ADD 1 TO ws-cnt-cola-n
      WHEN f_hst-after-status = 'T' AND f_hst-before-status NOT = 'T'
        MOVE "TERMINATION" TO ws-reason
        ADD 1 TO ws-cnt-terminate-n
      WHEN f_hst-after-status = 'S' AND f_hst-before-status NOT = 'S'
        MOVE "SUSPENSION" TO ws-reason
        ADD 1 TO ws-cnt-suspend-n
      WHEN f_hst-after-status = 'A' AND f_hst-before-status NOT = 'A'
        MOVE "REINSTATEMENT" TO ws-reason
        ADD 1 TO ws-cnt-reinstate-n
      WHEN ws-after-dec NOT = ws-before-dec
        MOVE "ADJUSTMENT" TO ws-reason
        ADD 1 TO ws-cnt-adjust-n
      WHEN OTHER
        CONTINUE
    END-EVALUATE
    .

ADVANCE-CHANGE.
    IF b_chg-eof = 'F'
      READ sorted-chg INTO chg
        AT END MOVE 'T' TO b_chg-eof
      END-READ
    END-IF
    .

ADVANCE-DMF.
    IF b_dmf-eof = 'F'
      READ sorted-dmf INTO dmo
        AT END MOVE 'T' TO b_dmf-eof
      END-READ
    END-IF
    .

COLLECT-MEMBER-CHANGES.
    MOVE ZERO TO ws-chg-rows
    MOVE 'F' TO ws-chg-overflow
    MOVE 'F' TO ws-chg-cola-seen
    PERFORM UNTIL b_chg-eof = 'T' OR chg-ssn NOT = ws-cur-ssn
      EVALUATE TRUE
        WHEN chg-reason = "COLA" AND ws-chg-cola-seen = 'T'
          CONTINUE
        WHEN ws-chg-rows >= 60
          MOVE 'T' TO ws-chg-overflow
        WHEN OTHER
          IF chg-reason = "COLA"
            MOVE 'T' TO ws-chg-cola-seen
          END-IF
          ADD 1 TO ws-chg-rows
          MOVE chg-year-month TO ws-tbl-year-month (ws-chg-rows)
          MOVE chg-reason TO ws-tbl-reason (ws-chg-rows)
          MOVE chg-before-amnt TO ws-tbl-before-amnt (ws-chg-rows)
          MOVE chg-before-status TO ws-tbl-before-status (ws-chg-rows)
          MOVE chg-after-amnt TO ws-tbl-after-amnt (ws-chg-rows)
          MOVE chg-after-status TO ws-tbl-after-status (ws-chg-rows)
      END-EVALUATE
      PERFORM ADVANCE-CHANGE
    END-PERFORM
    .

FIND-MEMBER-ADDRESS.
    PERFORM UNTIL b_dmf-eof = 'T' OR dmo-ssn >= ws-cur-ssn
      PERFORM ADVANCE-DMF
    END-PERFORM
    .

WRITE-MEMBER-NOTICE.
    WRITE rpt-notice-rec FROM ws-separator-line
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-notice-rec FROM ws-notice-header-line
    MOVE SPACES TO rpt-notice-rec
    WRITE rpt-notice-rec

    MOVE dmo-name TO ws-mail-name
    WRITE rpt-notice-rec FROM ws-mail-name-line
    MOVE dmo-addr1 TO ws-mail-addr
    WRITE rpt-notice-rec FROM ws-mail-addr-line
    IF dmo-addr2 NOT = SPACES
      MOVE dmo-addr2 TO ws-mail-addr
      WRITE rpt-notice-rec FROM ws-mail-addr-line
    END-IF
    MOVE dmo-city TO ws-mail-city
    MOVE dmo-state TO ws-mail-state
    MOVE dmo-zip TO ws-mail-zip
    WRITE rpt-notice-rec FROM ws-mail-city-line
    MOVE SPACES TO rpt-notice-rec
    WRITE rpt-notice-rec

    MOVE ws-cur-ssn TO ws-ssn-out
    WRITE rpt-notice-rec FROM ws-ssn-line
    MOVE SPACES TO rpt-notice-rec
    WRITE rpt-notice-rec

    WRITE rpt-notice-rec FROM ws-intro-line-1
    WRITE rpt-notice-rec FROM ws-intro-line-2
    MOVE SPACES TO rpt-notice-rec
    WRITE rpt-notice-rec

    WRITE rpt-notice-rec FROM ws-chg-column-line
    MOVE ZERO TO ws-tbl-ix
    PERFORM UNTIL ws-tbl-ix >= ws-chg-rows
      ADD 1 TO ws-tbl-ix
      PERFORM WRITE-CHANGE-DETAIL
    END-PERFORM
    MOVE SPACES TO rpt-notice-rec
    WRITE rpt-notice-rec

    WRITE rpt-notice-rec FROM ws-closing-line-1
    WRITE rpt-notice-rec FROM ws-closing-line-2
    MOVE SPACES TO rpt-notice-rec
    WRITE rpt-notice-rec
    .

WRITE-CHANGE-DETAIL.
    MOVE ws-tbl-year-month (ws-tbl-ix) (1:4) TO ws-det-ym-year
    MOVE ws-tbl-year-month (ws-tbl-ix) (5:2) TO ws-det-ym-month
    MOVE ws-tbl-reason (ws-tbl-ix) TO ws-det-reason
    IF ws-tbl-before-amnt (ws-tbl-ix) = SPACES
      MOVE "         NONE" TO ws-det-before-amnt
    ELSE
      MOVE ws-tbl-before-amnt (ws-tbl-ix) TO ws-det-before-amnt
    END-IF
    MOVE ws-tbl-before-status (ws-tbl-ix) TO ws-status-code
    PERFORM TRANSLATE-STATUS
    MOVE ws-status-text TO ws-det-before-status
    MOVE ws-tbl-after-amnt (ws-tbl-ix) TO ws-det-after-amnt
    MOVE ws-tbl-after-status (ws-tbl-ix) TO ws-status-code
    PERFORM TRANSLATE-STATUS
    MOVE ws-status-text TO ws-det-after-status
    WRITE rpt-notice-rec FROM ws-chg-detail-line
    .

TRANSLATE-STATUS.
    EVALUATE ws-status-code
      WHEN 'A'
        MOVE "ACTIVE" TO ws-status-text
      WHEN 'S'
        MOVE "SUSPENDED" TO ws-status-text
      WHEN 'T'
        MOVE "TERMINATED" TO ws-status-text
      WHEN OTHER
        MOVE SPACES TO ws-status-text
    END-EVALUATE
    .

WRITE-EXCEPTION-HEADER.
    MOVE ws-run-date-display TO ws-exc-hdr-run-date
    WRITE rpt-exc-rec FROM ws-exc-header-line
    MOVE SPACES TO rpt-exc-rec
    WRITE rpt-exc-rec
    WRITE rpt-exc-rec FROM ws-exc-column-line
    .

WRITE-MEMBER-EXCEPTIONS.
    MOVE ZERO TO ws-tbl-ix
    PERFORM UNTIL ws-tbl-ix >= ws-chg-rows
      ADD 1 TO ws-tbl-ix
      MOVE ws-cur-ssn TO ws-exc-ssn
      MOVE ws-tbl-year-month (ws-tbl-ix) TO ws-exc-ym
      MOVE ws-tbl-reason (ws-tbl-ix) TO ws-exc-reason
      MOVE ws-tbl-after-amnt (ws-tbl-ix) TO ws-exc-after-amnt
      EVALUATE TRUE
        WHEN ws-chg-overflow = 'T'
          MOVE "OVER 60 CHANGES - REVIEW" TO ws-exc-text
        WHEN b_dmf-eof = 'F' AND dmo-ssn = ws-cur-ssn
          MOVE "NO MAILING ADDRESS ON DMF" TO ws-exc-text
        WHEN OTHER
          MOVE "NOT ON DMF" TO ws-exc-text
      END-EVALUATE
      WRITE rpt-exc-rec FROM ws-exc-detail-line
    END-PERFORM
    .

WRITE-RECAP-PAGE.
    WRITE rpt-notice-rec FROM ws-separator-line
    WRITE rpt-notice-rec FROM ws-recap-heading-line
    COMPUTE ws-rcp-from = ws-last-rec + 1
    MOVE ws-hist-rec-no TO ws-rcp-thru
    WRITE rpt-notice-rec FROM ws-recap-range-line

    MOVE "NEW HISTORY ENTRIES READ:" TO ws-rcp-label
    MOVE ws-cnt-new-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  BEFORE START DATE:" TO ws-rcp-label
    MOVE ws-cnt-before-start-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  DELETIONS (NO NOTICE):" TO ws-rcp-label
    MOVE ws-cnt-deleted-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  NO AMOUNT OR STATUS CHANGE:" TO ws-rcp-label
    MOVE ws-cnt-skipped-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "CHANGES NOTIFIED:" TO ws-rcp-label
    MOVE ws-cnt-changes-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  COLA:" TO ws-rcp-label
    MOVE ws-cnt-cola-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  NEW AWARD:" TO ws-rcp-label
    MOVE ws-cnt-award-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  SUSPENSION:" TO ws-rcp-label
    MOVE ws-cnt-suspend-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  TERMINATION:" TO ws-rcp-label
    MOVE ws-cnt-terminate-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  REINSTATEMENT:" TO ws-rcp-label
    MOVE ws-cnt-reinstate-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "  ADJUSTMENT:" TO ws-rcp-label
    MOVE ws-cnt-adjust-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "LETTERS WRITTEN:" TO ws-rcp-label
    MOVE ws-cnt-letters-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "MEMBERS WITHOUT ADDRESS:" TO ws-rcp-label
    MOVE ws-cnt-no-address-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    MOVE "MEMBERS OVER 60 CHANGES:" TO ws-rcp-label
    MOVE ws-cnt-overflow-n TO ws-rcp-count
    WRITE rpt-notice-rec FROM ws-recap-line
    .

SAVE-NOTICE-CONTROL.
    OPEN OUTPUT notice-ctl
    IF ws-nctl-status NOT = "00" AND ws-nctl-status NOT = "05"
      DISPLAY "NOTICE_MBF: CANNOT WRITE NOTICE CONTROL, STATUS "
              ws-nctl-status
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE SPACES TO f_nct
    MOVE ws-hist-rec-no TO f_nct-last-rec
    MOVE ws-run-date-n TO f_nct-run-date
    MOVE ws-cnt-letters-n TO f_nct-letters
    WRITE f_nct
    CLOSE notice-ctl
    .
