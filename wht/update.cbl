IDENTIFICATION DIVISION.
PROGRAM-ID. update_wht.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT wht ASSIGN TO './data/wht.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-wht-status.
  SELECT sorted-wht ASSIGN TO './sorted-wht.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-wht ASSIGN TO './wht-sorted.tmp'.
  SELECT wht-trans ASSIGN TO './data/wht-trans.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-wht-trans-status.
  SELECT sorted-trans ASSIGN TO './sorted-wht-trans.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-trans ASSIGN TO './wht-trans-sorted.tmp'.
  SELECT new-wht ASSIGN TO './data/wht.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-activity ASSIGN TO './reports/wht-maint-report.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD wht-trans.
01 f_wtr.
  02 f_wtr-action PIC X(1).
  02 f_wtr-ssn PIC 999999999.
  02 f_wtr-type PIC X(1).
  02 f_wtr-amnt PIC 9(6)V99.
  02 f_wtr-pct PIC 9(2)V99.

FD sorted-trans.
01 sf_wtr.
  02 sf_wtr-action PIC X(1).
  02 sf_wtr-ssn PIC 999999999.
  02 sf_wtr-type PIC X(1).
  02 sf_wtr-amnt PIC 9(6)V99.
  02 sf_wtr-pct PIC 9(2)V99.

SD work-trans.
01 wo_wtr.
  02 wo_wtr-action PIC X(1).
  02 wo_wtr-ssn PIC 999999999.
  02 wo_wtr-type PIC X(1).
  02 wo_wtr-amnt PIC 9(6)V99.
  02 wo_wtr-pct PIC 9(2)V99.

FD new-wht.
01 nf_wel.
  02 nf_wel-ssn PIC 999999999.
  02 nf_wel-type PIC X(1).
  02 nf_wel-amnt PIC 9(6)V99.
  02 nf_wel-pct PIC 9(2)V99.

FD rpt-activity.
01 rpt-activity-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 wel.
  02 wel-ssn PIC 999999999.
  02 wel-type PIC X(1).
  02 wel-amnt PIC 9(6)V99.
  02 wel-pct PIC 9(2)V99.

01 wtr.
  02 wtr-action PIC X(1).
    88 wtr-action-add VALUE 'A'.
    88 wtr-action-change VALUE 'C'.
    88 wtr-action-delete VALUE 'D'.
  02 wtr-ssn PIC 999999999.
  02 wtr-type PIC X(1).
    88 wtr-type-flat VALUE 'F'.
    88 wtr-type-percent VALUE 'P'.
  02 wtr-amnt PIC 9(6)V99.
  02 wtr-pct PIC 9(2)V99.

01 b_wht-eof PIC A(1) VALUE 'F'.
01 b_trans-eof PIC A(1) VALUE 'F'.
01 ws-master-deleted PIC A(1) VALUE 'F'.
01 ws-new-exists PIC A(1) VALUE 'F'.
01 ws-grp-ssn PIC 999999999.
01 ws-key-compare PIC S9(1) VALUE ZERO.
01 ws-wht-status PIC X(2).
01 ws-wht-trans-status PIC X(2).
01 ws-trans-valid PIC A(1) VALUE 'F'.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(34) VALUE "WHT MAINTENANCE ACTIVITY REPORT".

01 ws-column-heading-line.
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(10) VALUE "ACTION".
  02 FILLER PIC X(40) VALUE "RESULT".

01 ws-detail-line.
  02 ws-det-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-action PIC X(8).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-det-result PIC X(40).

01 ws-counts-line.
  02 FILLER PIC X(12) VALUE "ADDED: ".
  02 ws-cnt-added PIC ZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(12) VALUE "CHANGED: ".
  02 ws-cnt-changed PIC ZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(12) VALUE "DELETED: ".
  02 ws-cnt-deleted PIC ZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(12) VALUE "REJECTED: ".
  02 ws-cnt-rejected PIC ZZZZ9.

01 ws-cnt-added-n PIC 9(5) VALUE ZERO.
01 ws-cnt-changed-n PIC 9(5) VALUE ZERO.
01 ws-cnt-deleted-n PIC 9(5) VALUE ZERO.
01 ws-cnt-rejected-n PIC 9(5) VALUE ZERO.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM ENSURE-INPUT-FILES.

SORT work-wht ON ASCENDING KEY wo_wel-ssn
USING wht GIVING sorted-wht.

SORT work-trans ON ASCENDING KEY wo_wtr-ssn
USING wht-trans GIVING sorted-trans.

MOVE "wht" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN INPUT sorted-wht.
OPEN INPUT sorted-trans.
OPEN OUTPUT new-wht.
OPEN OUTPUT rpt-activity.

PERFORM WRITE-REPORT-HEADER.

PERFORM ADVANCE-WHT.
PERFORM ADVANCE-TRANS.

PERFORM UNTIL b_wht-eof = 'T' AND b_trans-eof = 'T'
  IF b_wht-eof = 'F' AND b_trans-eof = 'F'
    PERFORM COMPARE-KEYS
  END-IF

  EVALUATE TRUE
    WHEN b_wht-eof = 'T'
      PERFORM PROCESS-KEY-GROUP-NO-MASTER
    WHEN b_trans-eof = 'T' OR ws-key-compare < ZERO
      PERFORM WRITE-MASTER-UNCHANGED
      PERFORM ADVANCE-WHT
    WHEN ws-key-compare > ZERO
      PERFORM PROCESS-KEY-GROUP-NO-MASTER
    WHEN OTHER
      MOVE 'F' TO ws-master-deleted
      PERFORM UNTIL b_trans-eof = 'T' OR ws-key-compare NOT = ZERO
        PERFORM APPLY-TRANS-TO-MASTER
        PERFORM ADVANCE-TRANS
        IF b_trans-eof = 'F'
          PERFORM COMPARE-KEYS
        END-IF
      END-PERFORM
      IF ws-master-deleted = 'F'
        PERFORM WRITE-MASTER-UNCHANGED
      END-IF
      PERFORM ADVANCE-WHT
  END-EVALUATE
END-PERFORM.

CLOSE sorted-wht.
CLOSE sorted-trans.
CLOSE new-wht.

PERFORM WRITE-REPORT-SUMMARY.
CLOSE rpt-activity.

STOP RUN.

INIT-REPORT.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE ws-run-date-yyyy TO ws-run-date-display (1:4)
    MOVE ws-run-date-mm TO ws-run-date-display (6:2)
    MOVE ws-run-date-dd TO ws-run-date-display (9:2)
    .

ENSURE-INPUT-FILES.
    OPEN INPUT wht
    IF ws-wht-status = "35"
      OPEN OUTPUT wht
      CLOSE wht
    ELSE
      CLOSE wht
    END-IF

    OPEN INPUT wht-trans
    IF ws-wht-trans-status = "35"
      OPEN OUTPUT wht-trans
      CLOSE wht-trans
    ELSE
      CLOSE wht-trans
    END-IF
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-activity-rec FROM ws-page-header-line
    MOVE SPACES TO rpt-activity-rec
    WRITE rpt-activity-rec
    WRITE rpt-activity-rec FROM ws-column-heading-line
    .

ADVANCE-WHT.
    IF b_wht-eof = 'F'
      READ sorted-wht INTO wel
        AT END MOVE 'T' TO b_wht-eof
      END-READ
    END-IF
    .

ADVANCE-TRANS.
    IF b_trans-eof = 'F'
      READ sorted-trans INTO wtr
        AT END MOVE 'T' TO b_trans-eof
      END-READ
    END-IF
    .

COMPARE-KEYS.
    MOVE ZERO TO ws-key-compare
    IF wel-ssn < wtr-ssn
      MOVE -1 TO ws-key-compare
    ELSE
      IF wel-ssn > wtr-ssn
        MOVE 1 TO ws-key-compare
      END-IF
    END-IF
    .

EDIT-TRANS-FIELDS.
    MOVE 'T' TO ws-trans-valid
    EVALUATE TRUE
      WHEN wtr-type-flat
        IF wtr-amnt IS NOT NUMERIC
          MOVE 'F' TO ws-trans-valid
          MOVE "AMOUNT NOT NUMERIC - REJECTED" TO ws-det-result
        ELSE
          IF wtr-amnt = ZERO
            MOVE 'F' TO ws-trans-valid
            MOVE "FLAT AMOUNT ZERO - REJECTED" TO ws-det-result
          ELSE
            MOVE ZERO TO wtr-pct
          END-IF
        END-IF
      WHEN wtr-type-percent
        IF wtr-pct IS NOT NUMERIC
          MOVE 'F' TO ws-trans-valid
          MOVE "PERCENT NOT NUMERIC - REJECTED" TO ws-det-result
        ELSE
          IF wtr-pct = ZERO
            MOVE 'F' TO ws-trans-valid
            MOVE "PERCENT ZERO - REJECTED" TO ws-det-result
          ELSE
            MOVE ZERO TO wtr-amnt
          END-IF
        END-IF
      WHEN OTHER
        MOVE 'F' TO ws-trans-valid
        MOVE "ELECTION TYPE NOT F OR P - REJECTED" TO ws-det-result
    END-EVALUATE
    .

MOVE-TRANS-DATA-TO-MASTER.
    MOVE wtr-type TO wel-type
    MOVE wtr-amnt TO wel-amnt
    MOVE wtr-pct TO wel-pct
    .

APPLY-TRANS-TO-MASTER.
    EVALUATE TRUE
      WHEN wtr-action-add
        PERFORM LOG-ACTIVITY-TRN
        MOVE "DUPLICATE KEY - ADD REJECTED" TO ws-det-result
        PERFORM WRITE-ACTIVITY-LINE
        ADD 1 TO ws-cnt-rejected-n
      WHEN wtr-action-change
        IF ws-master-deleted = 'T'
          PERFORM LOG-ACTIVITY-TRN
          MOVE "RECORD ALREADY DELETED - CHANGE REJECTED" TO ws-det-result
          PERFORM WRITE-ACTIVITY-LINE
          ADD 1 TO ws-cnt-rejected-n
        ELSE
          PERFORM LOG-ACTIVITY-TRN
          PERFORM EDIT-TRANS-FIELDS
          IF ws-trans-valid = 'T'
            PERFORM MOVE-TRANS-DATA-TO-MASTER
            MOVE "CHANGED" TO ws-det-result
            PERFORM WRITE-ACTIVITY-LINE
            ADD 1 TO ws-cnt-changed-n
          ELSE
            PERFORM WRITE-ACTIVITY-LINE
            ADD 1 TO ws-cnt-rejected-n
          END-IF
        END-IF
      WHEN wtr-action-delete
        IF ws-master-deleted = 'T'
          PERFORM LOG-ACTIVITY-TRN
          MOVE "RECORD ALREADY DELETED - DELETE REJECTED" TO ws-det-result
          PERFORM WRITE-ACTIVITY-LINE
          ADD 1 TO ws-cnt-rejected-n
        ELSE
          MOVE 'T' TO ws-master-deleted
          PERFORM LOG-ACTIVITY-TRN
          MOVE "DELETED" TO ws-det-result
          PERFORM WRITE-ACTIVITY-LINE
          ADD 1 TO ws-cnt-deleted-n
        END-IF
      WHEN OTHER
        PERFORM LOG-ACTIVITY-TRN
        MOVE "UNKNOWN ACTION CODE - REJECTED" TO ws-det-result
        PERFORM WRITE-ACTIVITY-LINE
        ADD 1 TO ws-cnt-rejected-n
    END-EVALUATE
    .

PROCESS-KEY-GROUP-NO-MASTER.
    MOVE wtr-ssn TO ws-grp-ssn
    MOVE 'F' TO ws-new-exists
    MOVE 'F' TO ws-master-deleted

    PERFORM UNTIL b_trans-eof = 'T' OR wtr-ssn NOT = ws-grp-ssn
      PERFORM APPLY-TRANS-NO-MASTER
      PERFORM ADVANCE-TRANS
    END-PERFORM

    IF ws-new-exists = 'T' AND ws-master-deleted = 'F'
      PERFORM WRITE-NEW-MASTER-RECORD
    END-IF
    .

APPLY-TRANS-NO-MASTER.
    EVALUATE TRUE
      WHEN wtr-action-add
        IF ws-new-exists = 'T'
          PERFORM LOG-ACTIVITY-TRN
          MOVE "DUPLICATE KEY - ADD REJECTED" TO ws-det-result
          PERFORM WRITE-ACTIVITY-LINE
          ADD 1 TO ws-cnt-rejected-n
        ELSE
          PERFORM LOG-ACTIVITY-TRN
          PERFORM EDIT-TRANS-FIELDS
          IF ws-trans-valid = 'T'
            MOVE wtr-ssn TO wel-ssn
            PERFORM MOVE-TRANS-DATA-TO-MASTER
            MOVE 'T' TO ws-new-exists
            MOVE "ADDED" TO ws-det-result
            PERFORM WRITE-ACTIVITY-LINE
            ADD 1 TO ws-cnt-added-n
          ELSE
            PERFORM WRITE-ACTIVITY-LINE
            ADD 1 TO ws-cnt-rejected-n
          END-IF
        END-IF
      WHEN wtr-action-change
        IF ws-new-exists = 'T' AND ws-master-deleted = 'F'
          PERFORM LOG-ACTIVITY-TRN
          PERFORM EDIT-TRANS-FIELDS
          IF ws-trans-valid = 'T'
            PERFORM MOVE-TRANS-DATA-TO-MASTER
            MOVE "CHANGED" TO ws-det-result
            PERFORM WRITE-ACTIVITY-LINE
            ADD 1 TO ws-cnt-changed-n
          ELSE
            PERFORM WRITE-ACTIVITY-LINE
            ADD 1 TO ws-cnt-rejected-n
          END-IF
        ELSE
          PERFORM LOG-ACTIVITY-TRN
          MOVE "RECORD NOT FOUND - CHANGE REJECTED" TO ws-det-result
          PERFORM WRITE-ACTIVITY-LINE
          ADD 1 TO ws-cnt-rejected-n
        END-IF
      WHEN wtr-action-delete
        IF ws-new-exists = 'T' AND ws-master-deleted = 'F'
          MOVE 'T' TO ws-master-deleted
          PERFORM LOG-ACTIVITY-TRN
          MOVE "DELETED" TO ws-det-result
          PERFORM WRITE-ACTIVITY-LINE
          ADD 1 TO ws-cnt-deleted-n
        ELSE
          PERFORM LOG-ACTIVITY-TRN
          MOVE "RECORD NOT FOUND - DELETE REJECTED" TO ws-det-result
          PERFORM WRITE-ACTIVITY-LINE
          ADD 1 TO ws-cnt-rejected-n
        END-IF
      WHEN OTHER
        PERFORM LOG-ACTIVITY-TRN
        MOVE "UNKNOWN ACTION CODE - REJECTED" TO ws-det-result
        PERFORM WRITE-ACTIVITY-LINE
        ADD 1 TO ws-cnt-rejected-n
    END-EVALUATE
    .

LOG-ACTIVITY-TRN.
    MOVE wtr-ssn TO ws-det-ssn
    MOVE wtr-action TO ws-det-action
    .

WRITE-MASTER-UNCHANGED.
    PERFORM WRITE-NEW-MASTER-RECORD
    .

WRITE-NEW-MASTER-RECORD.
    MOVE wel-ssn TO nf_wel-ssn
    MOVE wel-type TO nf_wel-type
    MOVE wel-amnt TO nf_wel-amnt
    MOVE wel-pct TO nf_wel-pct
    WRITE nf_wel
    .

WRITE-ACTIVITY-LINE.
    WRITE rpt-activity-rec FROM ws-detail-line
    .

WRITE-REPORT-SUMMARY.
    MOVE ws-cnt-added-n TO ws-cnt-added
    MOVE ws-cnt-changed-n TO ws-cnt-changed
    MOVE ws-cnt-deleted-n TO ws-cnt-deleted
    MOVE ws-cnt-rejected-n TO ws-cnt-rejected
    MOVE SPACES TO rpt-activity-rec
    WRITE rpt-activity-rec
    WRITE rpt-activity-rec FROM ws-counts-line
    .

TAKE-MASTER-BACKUP.
    MOVE "update_wht" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "UPDATE_WHT: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
