IDENTIFICATION DIVISION.
PROGRAM-ID. update_claims.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT claims ASSIGN TO './data/claims.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-claims-status.
  SELECT sorted-claims ASSIGN TO './sorted-claims.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-claims ASSIGN TO './claims-sorted.tmp'.
  SELECT claims-trans ASSIGN TO './data/claims-trans.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-claims-trans-status.
  SELECT sorted-trans ASSIGN TO './sorted-claims-trans.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT work-trans ASSIGN TO './claims-trans-sorted.tmp'.
  SELECT new-claims ASSIGN TO './data/claims.txt.new'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-activity ASSIGN TO './reports/claims-maint-report.txt'
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

FD sorted-claims.
01 sf_clm.
  02 sf_clm-ssn PIC 999999999.
  02 sf_clm-type PIC X(1).
  02 sf_clm-filed PIC 9(8).
  02 sf_clm-start-ym PIC 9(6).
  02 sf_clm-status PIC X(1).
  02 sf_clm-status-date PIC 9(8).
  02 sf_clm-reason PIC X(30).

SD work-claims.
01 wo_clm.
  02 wo_clm-ssn PIC 999999999.
  02 wo_clm-type PIC X(1).
  02 wo_clm-filed PIC 9(8).
  02 wo_clm-start-ym PIC 9(6).
  02 wo_clm-status PIC X(1).
  02 wo_clm-status-date PIC 9(8).
  02 wo_clm-reason PIC X(30).

FD claims-trans.
01 f_ctr.
  02 f_ctr-action PIC X(1).
  02 f_ctr-ssn PIC 999999999.
  02 f_ctr-type PIC X(1).
  02 f_ctr-filed PIC 9(8).
  02 f_ctr-start-ym PIC 9(6).
  02 f_ctr-status PIC X(1).
  02 f_ctr-reason PIC X(30).

FD sorted-trans.
01 sf_ctr.
  02 sf_ctr-action PIC X(1).
  02 sf_ctr-ssn PIC 999999999.
  02 sf_ctr-type PIC X(1).
  02 sf_ctr-filed PIC 9(8).
  02 sf_ctr-start-ym PIC 9(6).
  02 sf_ctr-status PIC X(1).
  02 sf_ctr-reason PIC X(30).

SD work-trans.
01 wo_ctr.
  02 wo_ctr-action PIC X(1).
  02 wo_ctr-ssn PIC 999999999.
  02 wo_ctr-type PIC X(1).
  02 wo_ctr-filed PIC 9(8).
  02 wo_ctr-start-ym PIC 9(6).
  02 wo_ctr-status PIC X(1).
  02 wo_ctr-reason PIC X(30).

FD new-claims.
01 nf_clm.
  02 nf_clm-ssn PIC 999999999.
  02 nf_clm-type PIC X(1).
  02 nf_clm-filed PIC 9(8).
  02 nf_clm-start-ym PIC 9(6).
  02 nf_clm-status PIC X(1).
  02 nf_clm-status-date PIC 9(8).
  02 nf_clm-reason PIC X(30).

FD rpt-activity.
01 rpt-activity-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 clm.
  02 clm-ssn PIC 999999999.
  02 clm-type PIC X(1).
  02 clm-filed PIC 9(8).
  02 clm-start-ym PIC 9(6).
  02 clm-status PIC X(1).
  02 clm-status-date PIC 9(8).
  02 clm-reason PIC X(30).

01 ctr.
  02 ctr-action PIC X(1).
    88 ctr-action-add VALUE 'A'.
    88 ctr-action-change VALUE 'C'.
    88 ctr-action-delete VALUE 'D'.
  02 ctr-ssn PIC 999999999.
  02 ctr-type PIC X(1).
    88 ctr-type-valid VALUE 'R' 'S'.
  02 ctr-filed.
    03 ctr-filed-yyyy PIC 9(4).
    03 ctr-filed-mm PIC 9(2).
    03 ctr-filed-dd PIC 9(2).
  02 ctr-start-ym.
    03 ctr-start-yyyy PIC 9(4).
    03 ctr-start-mm PIC 9(2).
  02 ctr-status PIC X(1).
    88 ctr-status-pending VALUE 'P'.
    88 ctr-status-approved VALUE 'A'.
    88 ctr-status-denied VALUE 'D'.
    88 ctr-status-withdrawn VALUE 'W'.
    88 ctr-status-valid VALUE 'P' 'A' 'D' 'W'.
  02 ctr-reason PIC X(30).

01 b_claims-eof PIC A(1) VALUE 'F'.
01 b_trans-eof PIC A(1) VALUE 'F'.
01 ws-master-deleted PIC A(1) VALUE 'F'.
01 ws-new-exists PIC A(1) VALUE 'F'.
01 ws-grp-ssn PIC 999999999.
01 ws-key-compare PIC S9(1) VALUE ZERO.
01 ws-claims-status PIC X(2).
01 ws-claims-trans-status PIC X(2).
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
  02 FILLER PIC X(34) VALUE "CLAIMS MAINTENANCE ACTIVITY REPORT".

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

SORT work-claims ON ASCENDING KEY wo_clm-ssn
USING claims GIVING sorted-claims.

SORT work-trans ON ASCENDING KEY wo_ctr-ssn
USING claims-trans GIVING sorted-trans.

MOVE "claims" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN INPUT sorted-claims.
OPEN INPUT sorted-trans.
OPEN OUTPUT new-claims.
OPEN OUTPUT rpt-activity.

PERFORM WRITE-REPORT-HEADER.

PERFORM ADVANCE-CLAIMS.
PERFORM ADVANCE-TRANS.

PERFORM UNTIL b_claims-eof = 'T' AND b_trans-eof = 'T'
  IF b_claims-eof = 'F' AND b_trans-eof = 'F'
    PERFORM COMPARE-KEYS
  END-IF

  EVALUATE TRUE
    WHEN b_claims-eof = 'T'
      PERFORM PROCESS-KEY-GROUP-NO-MASTER
    WHEN b_trans-eof = 'T' OR ws-key-compare < ZERO
      PERFORM WRITE-MASTER-UNCHANGED
      PERFORM ADVANCE-CLAIMS
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
      PERFORM ADVANCE-CLAIMS
  END-EVALUATE
END-PERFORM.

CLOSE sorted-claims.
CLOSE sorted-trans.
CLOSE new-claims.

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
    OPEN INPUT claims
    IF ws-claims-status = "35"
      OPEN OUTPUT claims
      CLOSE claims
    ELSE
      CLOSE claims
    END-IF

    OPEN INPUT claims-trans
    IF ws-claims-trans-status = "35"
      OPEN OUTPUT claims-trans
      CLOSE claims-trans
    ELSE
      CLOSE claims-trans
    END-IF
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-activity-rec FROM ws-page-header-line
    MOVE SPACES TO rpt-activity-rec
    WRITE rpt-activity-rec
    WRITE rpt-activity-rec FROM ws-column-heading-line
    .

ADVANCE-CLAIMS.
    IF b_claims-eof = 'F'
      READ sorted-claims INTO clm
        AT END MOVE 'T' TO b_claims-eof
      END-READ
    END-IF
    .

ADVANCE-TRANS.
    IF b_trans-eof = 'F'
      READ sorted-trans INTO ctr
        AT END MOVE 'T' TO b_trans-eof
      END-READ
    END-IF
    .

COMPARE-KEYS.
    MOVE ZERO TO ws-key-compare
    IF clm-ssn < ctr-ssn
      MOVE -1 TO ws-key-compare
    ELSE
      IF clm-ssn > ctr-ssn
        MOVE 1 TO ws-key-compare
      END-IF
    END-IF
    .

EDIT-TRANS-FIELDS.
    MOVE 'T' TO ws-trans-valid
    IF NOT ctr-type-valid
      MOVE 'F' TO ws-trans-valid
      MOVE "CLAIM TYPE NOT R OR S - REJECTED" TO ws-det-result
    ELSE
      IF ctr-filed IS NOT NUMERIC
         OR ctr-filed-mm < 1 OR ctr-filed-mm > 12
         OR ctr-filed-dd < 1 OR ctr-filed-dd > 31
        MOVE 'F' TO ws-trans-valid
        MOVE "FILING DATE INVALID - REJECTED" TO ws-det-result
      ELSE
        IF ctr-filed > ws-run-date
          MOVE 'F' TO ws-trans-valid
          MOVE "FILING DATE IN FUTURE - REJECTED" TO ws-det-result
        ELSE
          IF ctr-start-ym IS NOT NUMERIC
             OR ctr-start-mm < 1 OR ctr-start-mm > 12
            MOVE 'F' TO ws-trans-valid
            MOVE "START MONTH INVALID - REJECTED" TO ws-det-result
          ELSE
            IF NOT ctr-status-valid
              MOVE 'F' TO ws-trans-valid
              MOVE "STATUS NOT P, A, D OR W - REJECTED" TO ws-det-result
            ELSE
              IF ctr-status-denied AND ctr-reason = SPACES
                MOVE 'F' TO ws-trans-valid
                MOVE "DENIAL REASON MISSING - REJECTED" TO ws-det-result
              END-IF
            END-IF
          END-IF
        END-IF
      END-IF
    END-IF
    .

MOVE-TRANS-DATA-TO-MASTER.
    IF ctr-status NOT = clm-status
      MOVE ws-run-date TO clm-status-date
    END-IF
    MOVE ctr-type TO clm-type
    MOVE ctr-filed TO clm-filed
    MOVE ctr-start-ym TO clm-start-ym
    MOVE ctr-status TO clm-status
    MOVE ctr-reason TO clm-reason
    .

APPLY-TRANS-TO-MASTER.
    EVALUATE TRUE
      WHEN ctr-action-add
        PERFORM LOG-ACTIVITY-TRN
        MOVE "DUPLICATE KEY - ADD REJECTED" TO ws-det-result
        PERFORM WRITE-ACTIVITY-LINE
        ADD 1 TO ws-cnt-rejected-n
      WHEN ctr-action-change
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
      WHEN ctr-action-delete
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
    MOVE ctr-ssn TO ws-grp-ssn
    MOVE 'F' TO ws-new-exists
    MOVE 'F' TO ws-master-deleted

    PERFORM UNTIL b_trans-eof = 'T' OR ctr-ssn NOT = ws-grp-ssn
      PERFORM APPLY-TRANS-NO-MASTER
      PERFORM ADVANCE-TRANS
    END-PERFORM

    IF ws-new-exists = 'T' AND ws-master-deleted = 'F'
      PERFORM WRITE-NEW-MASTER-RECORD
    END-IF
    .

APPLY-TRANS-NO-MASTER.
    EVALUATE TRUE
      WHEN ctr-action-add
        IF ws-new-exists = 'T'
          PERFORM LOG-ACTIVITY-TRN
          MOVE "DUPLICATE KEY - ADD REJECTED" TO ws-det-result
          PERFORM WRITE-ACTIVITY-LINE
          ADD 1 TO ws-cnt-rejected-n
        ELSE
          PERFORM LOG-ACTIVITY-TRN
          PERFORM EDIT-TRANS-FIELDS
          IF ws-trans-valid = 'T' AND NOT ctr-status-pending
            MOVE 'F' TO ws-trans-valid
            MOVE "NEW CLAIM NOT PENDING - REJECTED" TO ws-det-result
          END-IF
          IF ws-trans-valid = 'T'
            MOVE ctr-ssn TO clm-ssn
            MOVE SPACE TO clm-status
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
      WHEN ctr-action-change
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
      WHEN ctr-action-delete
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
    MOVE ctr-ssn TO ws-det-ssn
    MOVE ctr-action TO ws-det-action
    .

WRITE-MASTER-UNCHANGED.
    PERFORM WRITE-NEW-MASTER-RECORD
    .

WRITE-NEW-MASTER-RECORD.
    MOVE clm-ssn TO nf_clm-ssn
    MOVE clm-type TO nf_clm-type
    MOVE clm-filed TO nf_clm-filed
    MOVE clm-start-ym TO nf_clm-start-ym
    MOVE clm-status TO nf_clm-status
    MOVE clm-status-date TO nf_clm-status-date
    MOVE clm-reason TO nf_clm-reason
    WRITE nf_clm
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
    MOVE "update_claims" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "UPDATE_CLAIMS: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
