IDENTIFICATION DIVISION.
PROGRAM-ID. rpt_claims.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT OPTIONAL claims ASSIGN TO './data/claims.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-claims-status.
  SELECT rpt-aging ASSIGN TO './reports/pending-claims-aging.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD claims.
01 f_clm.
  02 f_clm-ssn PIC 999999999.
  02 f_clm-type PIC X(1).
  02 f_clm-filed PIC 9(8).
  02 f_clm-start-ym PIC 9(6).
  02 f_clm-status PIC X(1).
  02 f_clm-status-date PIC 9(8).
  02 f_clm-reason PIC X(30).

FD rpt-aging.
01 rpt-aging-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 clm.
  02 clm-ssn PIC 999999999.
  02 clm-type PIC X(1).
  02 clm-filed.
    03 clm-filed-yyyy PIC 9(4).
    03 clm-filed-mm PIC 9(2).
    03 clm-filed-dd PIC 9(2).
  02 clm-start-ym PIC 9(6).
  02 clm-status PIC X(1).
    88 clm-status-pending VALUE 'P'.
    88 clm-status-approved VALUE 'A'.
    88 clm-status-denied VALUE 'D'.
    88 clm-status-withdrawn VALUE 'W'.
  02 clm-status-date PIC 9(8).
  02 clm-reason PIC X(30).

01 b_eof PIC A(1) VALUE 'F'.
01 ws-claims-status PIC X(2).

01 ws-age-days PIC S9(7) VALUE ZERO.
01 ws-run-day-no PIC 9(7) VALUE ZERO.
01 ws-item-day-no PIC 9(7) VALUE ZERO.

01 ws-cnt-pending-n PIC 9(6) VALUE ZERO.
01 ws-cnt-approved-n PIC 9(6) VALUE ZERO.
01 ws-cnt-denied-n PIC 9(6) VALUE ZERO.
01 ws-cnt-withdrawn-n PIC 9(6) VALUE ZERO.

01 ws-bucket-counts.
  02 ws-bkt-cnt-n OCCURS 4 TIMES PIC 9(6).
01 ws-bkt-ix PIC 9(1) VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(32) VALUE "PENDING CLAIMS AGING REPORT".

01 ws-column-heading-line.
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(6) VALUE "TYPE".
  02 FILLER PIC X(10) VALUE "FILED".
  02 FILLER PIC X(9) VALUE "START".
  02 FILLER PIC X(8) VALUE "AGE DAYS".

01 ws-detail-line.
  02 ws-det-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-type PIC X(1).
  02 FILLER PIC X(5) VALUE SPACES.
  02 ws-det-filed PIC 9(8).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-start-ym PIC 9(6).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-age PIC ZZZZZ9.

01 ws-bucket-line.
  02 ws-bkl-label PIC X(16).
  02 ws-bkl-count PIC ZZZZZ9.

01 ws-status-line.
  02 FILLER PIC X(10) VALUE "PENDING: ".
  02 ws-sts-pending PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(11) VALUE "APPROVED: ".
  02 ws-sts-approved PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(9) VALUE "DENIED: ".
  02 ws-sts-denied PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(12) VALUE "WITHDRAWN: ".
  02 ws-sts-withdrawn PIC ZZZZZ9.

PROCEDURE DIVISION.

PERFORM INIT-REPORT.

OPEN INPUT claims.
OPEN OUTPUT rpt-aging.

PERFORM WRITE-REPORT-HEADER.

PERFORM UNTIL b_eof = 'T'
  READ claims INTO clm
    AT END MOVE 'T' TO b_eof
    NOT AT END PERFORM REPORT-ONE-CLAIM
  END-READ
END-PERFORM.

PERFORM WRITE-REPORT-SUMMARY.

CLOSE claims.
CLOSE rpt-aging.

MOVE 0 TO RETURN-CODE.

GOBACK.

INIT-REPORT.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE ws-run-date-yyyy TO ws-run-date-display (1:4)
    MOVE ws-run-date-mm TO ws-run-date-display (6:2)
    MOVE ws-run-date-dd TO ws-run-date-display (9:2)
    COMPUTE ws-run-day-no =
      ws-run-date-yyyy * 365 + ws-run-date-mm * 30 + ws-run-date-dd
    MOVE ZERO TO ws-bkt-ix
    PERFORM UNTIL ws-bkt-ix >= 4
      ADD 1 TO ws-bkt-ix
      MOVE ZERO TO ws-bkt-cnt-n (ws-bkt-ix)
    END-PERFORM
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-aging-rec FROM ws-page-header-line
    MOVE SPACES TO rpt-aging-rec
    WRITE rpt-aging-rec
    WRITE rpt-aging-rec FROM ws-column-heading-line
    .

REPORT-ONE-CLAIM.
    EVALUATE TRUE
      WHEN clm-status-approved
        ADD 1 TO ws-cnt-approved-n
      WHEN clm-status-denied
        ADD 1 TO ws-cnt-denied-n
      WHEN clm-status-withdrawn
        ADD 1 TO ws-cnt-withdrawn-n
      WHEN clm-status-pending
        ADD 1 TO ws-cnt-pending-n
        PERFORM REPORT-PENDING-CLAIM
    END-EVALUATE
    .

REPORT-PENDING-CLAIM.
    COMPUTE ws-item-day-no =
      clm-filed-yyyy * 365 + clm-filed-mm * 30 + clm-filed-dd
    COMPUTE ws-age-days = ws-run-day-no - ws-item-day-no
    IF ws-age-days < ZERO
      MOVE ZERO TO ws-age-days
    END-IF

    EVALUATE TRUE
      WHEN ws-age-days <= 30
        MOVE 1 TO ws-bkt-ix
      WHEN ws-age-days <= 60
        MOVE 2 TO ws-bkt-ix
      WHEN ws-age-days <= 90
        MOVE 3 TO ws-bkt-ix
      WHEN OTHER
        MOVE 4 TO ws-bkt-ix
    END-EVALUATE
    ADD 1 TO ws-bkt-cnt-n (ws-bkt-ix)

    MOVE clm-ssn TO ws-det-ssn
    MOVE clm-type TO ws-det-type
    MOVE clm-filed TO ws-det-filed
    MOVE clm-start-ym TO ws-det-start-ym
    MOVE ws-age-days TO ws-det-age
    WRITE rpt-aging-rec FROM ws-detail-line
    .

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO rpt-aging-rec
    WRITE rpt-aging-rec

    MOVE "AGE 0-30:     " TO ws-bkl-label
    MOVE 1 TO ws-bkt-ix
    PERFORM WRITE-BUCKET-LINE
    MOVE "AGE 31-60:    " TO ws-bkl-label
    MOVE 2 TO ws-bkt-ix
    PERFORM WRITE-BUCKET-LINE
    MOVE "AGE 61-90:    " TO ws-bkl-label
    MOVE 3 TO ws-bkt-ix
    PERFORM WRITE-BUCKET-LINE
    MOVE "AGE OVER 90:  " TO ws-bkl-label
    MOVE 4 TO ws-bkt-ix
    PERFORM WRITE-BUCKET-LINE

    MOVE ws-cnt-pending-n TO ws-sts-pending
    MOVE ws-cnt-approved-n TO ws-sts-approved
    MOVE ws-cnt-denied-n TO ws-sts-denied
    MOVE ws-cnt-withdrawn-n TO ws-sts-withdrawn
    MOVE SPACES TO rpt-aging-rec
    WRITE rpt-aging-rec
    WRITE rpt-aging-rec FROM ws-status-line
    .

WRITE-BUCKET-LINE.
    MOVE ws-bkt-cnt-n (ws-bkt-ix) TO ws-bkl-count
    WRITE rpt-aging-rec FROM ws-bucket-line
    .
