  SELECT OPTIONAL run-ctl ASSIGN TO './data/run-control.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-rc-status.
  SELECT OPTIONAL claims ASSIGN TO './data/claims.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL dmf ASSIGN TO './data/dmf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-rejects ASSIGN TO './reports/claim-rejections.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  02 filler PIC X VALUE " ".
  02 f_rcl-rc PIC 9(2).

FD claims.
01 f_clm.
  02 f_clm-ssn PIC 999999999.
  02 f_clm-type PIC X(1).
  02 f_clm-filed PIC 9(8).
  02 f_clm-start-ym PIC 9(6).
  02 f_clm-status PIC X(1).
  02 f_clm-status-date PIC 9(8).
  02 f_clm-reason PIC X(30).

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

FD rpt-rejects.
01 rpt-rejects-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 mer.
  02 mer-ssn PIC 9(9).

01 ws-eff-ym PIC 9(6) VALUE ZERO.
01 ws-members-awarded PIC 9(6) VALUE ZERO.
01 ws-award-ym PIC 9(6) VALUE ZERO.
01 ws-min-ret-age PIC 9(2) VALUE 62.

01 b_clm-eof PIC A(1) VALUE 'F'.
01 ws-clm-table.
  02 ws-clm-entry OCCURS 5000 TIMES.
    03 ws-clm-tbl-ssn PIC 9(9).
    03 ws-clm-tbl-type PIC X(1).
    03 ws-clm-tbl-filed PIC 9(8).
    03 ws-clm-tbl-start-ym PIC 9(6).
    03 ws-clm-tbl-status PIC X(1).
    03 ws-clm-tbl-reason PIC X(30).
    03 ws-clm-tbl-seen PIC A(1).
01 ws-clm-count PIC 9(4) VALUE ZERO.
01 ws-clm-ix PIC 9(4) VALUE ZERO.
01 ws-clm-found PIC A(1) VALUE 'F'.
01 ws-claim-ok PIC A(1) VALUE 'F'.

01 b_dmf-eof PIC A(1) VALUE 'F'.
01 ws-dmf-table.
  02 ws-dmf-entry OCCURS 5000 TIMES.
    03 ws-dmf-tbl-ssn PIC 9(9).
    03 ws-dmf-tbl-dob PIC 9(8).
01 ws-dmf-count PIC 9(4) VALUE ZERO.
01 ws-dmf-ix PIC 9(4) VALUE ZERO.
01 ws-dmf-found PIC A(1) VALUE 'F'.

01 ws-dob.
  02 ws-dob-yyyy PIC 9(4).
  02 ws-dob-mm PIC 9(2).
  02 ws-dob-dd PIC 9(2).
01 ws-start.
  02 ws-start-yyyy PIC 9(4).
  02 ws-start-mm PIC 9(2).
01 ws-claim-age PIC S9(4) VALUE ZERO.

01 ws-cnt-no-claim-n PIC 9(6) VALUE ZERO.
01 ws-cnt-rejected-n PIC 9(6) VALUE ZERO.

01 ws-rc-status PIC X(2).
01 b_rc-eof PIC A(1) VALUE 'F'.
01 ws-member-header-line.
  02 FILLER PIC X(8) VALUE "MEMBER ".
  02 ws-mbh-ssn PIC 9(9).
  02 FILLER PIC X(8) VALUE "  CLAIM ".
  02 ws-mbh-type PIC X(1).
  02 FILLER PIC X(8) VALUE "  FILED ".
  02 ws-mbh-filed PIC 9(8).
  02 FILLER PIC X(12) VALUE "  EFFECTIVE ".
  02 ws-mbh-eff-ym PIC 9(6).

01 ws-year-used-line.
  02 FILLER PIC X(5) VALUE SPACES.
01 ws-footer-line.
  02 FILLER PIC X(18) VALUE "MEMBERS AWARDED: ".
  02 ws-ftr-members PIC ZZZZZ9.
01 ws-footer-line2.
  02 FILLER PIC X(18) VALUE "NO APPROVED CLAIM:".
  02 ws-ftr-no-claim PIC ZZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(17) VALUE "CLAIMS REJECTED: ".
  02 ws-ftr-rejected PIC ZZZZZ9.

01 ws-rej-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-rej-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(34) VALUE "CLAIM REJECTION LIST".

01 ws-rej-column-line.
  02 FILLER PIC X(12) VALUE "SSN".
  02 FILLER PIC X(6) VALUE "TYPE".
  02 FILLER PIC X(10) VALUE "FILED".
  02 FILLER PIC X(9) VALUE "START".
  02 FILLER PIC X(40) VALUE "REASON".

01 ws-rej-detail-line.
  02 ws-rej-ssn PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-rej-type PIC X(1).
  02 FILLER PIC X(5) VALUE SPACES.
  02 ws-rej-filed PIC 9(8).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-rej-start-ym PIC 9(6).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-rej-reason PIC X(40).

01 ws-rej-footer-line.
  02 FILLER PIC X(18) VALUE "CLAIMS REJECTED: ".
  02 ws-rej-ftr-count PIC ZZZZZ9.

PROCEDURE DIVISION.


PERFORM VERIFY-EXTRACT-CONTROL.

PERFORM LOAD-CLAIMS-TABLE.
PERFORM LOAD-DMF-TABLE.

OPEN INPUT mef-extract.
OPEN OUTPUT benefit-awards.
OPEN OUTPUT rpt-worksheet.
OPEN OUTPUT rpt-rejects.

PERFORM WRITE-REPORT-HEADER.

END-PERFORM.

IF is-first = 'F'
  PERFORM SETTLE-MEMBER-CLAIM
END-IF.

PERFORM LIST-UNAWARDED-CLAIMS.

PERFORM WRITE-REPORT-FOOTER.

CLOSE mef-extract.
CLOSE benefit-awards.
CLOSE rpt-worksheet.
CLOSE rpt-rejects.

MOVE ZERO TO ws-rc-final.
PERFORM RECORD-RUN-CONTROL.
    END-IF

    IF mer-ssn NOT = last-ssn
      PERFORM SETTLE-MEMBER-CLAIM
      MOVE mer-ssn TO last-ssn
    END-IF

    END-IF
    .

LOAD-CLAIMS-TABLE.
    MOVE ZERO TO ws-clm-count
    MOVE 'F' TO b_clm-eof
    OPEN INPUT claims
    PERFORM UNTIL b_clm-eof = 'T'
      READ claims
        AT END MOVE 'T' TO b_clm-eof
        NOT AT END
          IF ws-clm-count >= 5000
            DISPLAY "CALC_BENEFIT: CLAIMS TABLE EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-clm-count
          MOVE f_clm-ssn TO ws-clm-tbl-ssn (ws-clm-count)
          MOVE f_clm-type TO ws-clm-tbl-type (ws-clm-count)
          MOVE f_clm-filed TO ws-clm-tbl-filed (ws-clm-count)
          MOVE f_clm-start-ym TO ws-clm-tbl-start-ym (ws-clm-count)
          MOVE f_clm-status TO ws-clm-tbl-status (ws-clm-count)
          MOVE f_clm-reason TO ws-clm-tbl-reason (ws-clm-count)
          MOVE 'F' TO ws-clm-tbl-seen (ws-clm-count)
      END-READ
    END-PERFORM
    CLOSE claims
    .

LOAD-DMF-TABLE.
    MOVE ZERO TO ws-dmf-count
    MOVE 'F' TO b_dmf-eof
    OPEN INPUT dmf
    PERFORM UNTIL b_dmf-eof = 'T'
      READ dmf
        AT END MOVE 'T' TO b_dmf-eof
        NOT AT END
          IF ws-dmf-count >= 5000
            DISPLAY "CALC_BENEFIT: DMF TABLE EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-dmf-count
          MOVE f_dmo-ssn TO ws-dmf-tbl-ssn (ws-dmf-count)
          MOVE f_dmo-dob TO ws-dmf-tbl-dob (ws-dmf-count)
      END-READ
    END-PERFORM
    CLOSE dmf
    .

SETTLE-MEMBER-CLAIM.
    PERFORM CHECK-MEMBER-CLAIM
    IF ws-claim-ok = 'T'
      PERFORM CALCULATE-MEMBER-BENEFIT
    ELSE
      MOVE ZERO TO ws-year-count
    END-IF
    .

CHECK-MEMBER-CLAIM.
    MOVE 'F' TO ws-claim-ok
    MOVE 'F' TO ws-clm-found
    MOVE ZERO TO ws-clm-ix
    PERFORM UNTIL ws-clm-ix >= ws-clm-count OR ws-clm-found = 'T'
      ADD 1 TO ws-clm-ix
      IF ws-clm-tbl-ssn (ws-clm-ix) = last-ssn
         AND ws-clm-tbl-status (ws-clm-ix) = 'A'
        MOVE 'T' TO ws-clm-found
      END-IF
    END-PERFORM

    IF ws-clm-found = 'F'
      ADD 1 TO ws-cnt-no-claim-n
    ELSE
      MOVE 'T' TO ws-clm-tbl-seen (ws-clm-ix)
      MOVE 'F' TO ws-dmf-found
      MOVE ZERO TO ws-dmf-ix
      PERFORM UNTIL ws-dmf-ix >= ws-dmf-count OR ws-dmf-found = 'T'
        ADD 1 TO ws-dmf-ix
        IF ws-dmf-tbl-ssn (ws-dmf-ix) = last-ssn
          MOVE 'T' TO ws-dmf-found
        END-IF
      END-PERFORM

      IF ws-dmf-found = 'F'
        MOVE "NO DMF RECORD - DATE OF BIRTH UNKNOWN" TO ws-rej-reason
        PERFORM WRITE-REJECT-LINE
      ELSE
        MOVE ws-dmf-tbl-dob (ws-dmf-ix) TO ws-dob
        MOVE ws-clm-tbl-start-ym (ws-clm-ix) TO ws-start
        COMPUTE ws-claim-age = ws-start-yyyy - ws-dob-yyyy
        IF ws-start-mm < ws-dob-mm
          SUBTRACT 1 FROM ws-claim-age
        END-IF
        IF ws-clm-tbl-type (ws-clm-ix) = 'R'
           AND ws-claim-age < ws-min-ret-age
          MOVE "UNDER MINIMUM RETIREMENT AGE AT START" TO ws-rej-reason
          PERFORM WRITE-REJECT-LINE
        ELSE
          MOVE ws-clm-tbl-start-ym (ws-clm-ix) TO ws-award-ym
          MOVE 'T' TO ws-claim-ok
        END-IF
      END-IF
    END-IF
    .

LIST-UNAWARDED-CLAIMS.
    MOVE ZERO TO ws-clm-ix
    PERFORM UNTIL ws-clm-ix >= ws-clm-count
      ADD 1 TO ws-clm-ix
      EVALUATE TRUE
        WHEN ws-clm-tbl-status (ws-clm-ix) = 'D'
          MOVE SPACES TO ws-rej-reason
          STRING "DENIED - " DELIMITED BY SIZE
                 ws-clm-tbl-reason (ws-clm-ix) DELIMITED BY SIZE
            INTO ws-rej-reason
          END-STRING
          PERFORM WRITE-REJECT-LINE
        WHEN ws-clm-tbl-status (ws-clm-ix) = 'A'
             AND ws-clm-tbl-seen (ws-clm-ix) = 'F'
          MOVE "APPROVED - NO EARNINGS ON EXTRACT" TO ws-rej-reason
          PERFORM WRITE-REJECT-LINE
      END-EVALUATE
    END-PERFORM
    .

WRITE-REJECT-LINE.
    MOVE ws-clm-tbl-ssn (ws-clm-ix) TO ws-rej-ssn
    MOVE ws-clm-tbl-type (ws-clm-ix) TO ws-rej-type
    MOVE ws-clm-tbl-filed (ws-clm-ix) TO ws-rej-filed
    MOVE ws-clm-tbl-start-ym (ws-clm-ix) TO ws-rej-start-ym
    WRITE rpt-rejects-rec FROM ws-rej-detail-line
    ADD 1 TO ws-cnt-rejected-n
    .

CALCULATE-MEMBER-BENEFIT.
    PERFORM SORT-YEARS-BY-AMOUNT


    MOVE ZERO TO ws-sum-high
    MOVE last-ssn TO ws-mbh-ssn
    MOVE ws-clm-tbl-type (ws-clm-ix) TO ws-mbh-type
    MOVE ws-clm-tbl-filed (ws-clm-ix) TO ws-mbh-filed
    MOVE ws-award-ym TO ws-mbh-eff-ym
    WRITE rpt-worksheet-rec FROM ws-member-header-line

    MOVE ZERO TO ws-tbl-ix
WRITE-AWARD-RECORD.
    MOVE SPACES TO aw_rec
    MOVE last-ssn TO aw_rec-ssn
    MOVE ws-award-ym TO aw_rec-eff-ym
    MOVE ws-benefit-amnt TO aw_rec-amnt
    WRITE aw_rec
    .
    WRITE rpt-worksheet-rec FROM ws-page-header-line2
    MOVE SPACES TO rpt-worksheet-rec
    WRITE rpt-worksheet-rec

    MOVE ws-run-date-display TO ws-rej-hdr-run-date
    WRITE rpt-rejects-rec FROM ws-rej-header-line
    MOVE SPACES TO rpt-rejects-rec
    WRITE rpt-rejects-rec
    WRITE rpt-rejects-rec FROM ws-rej-column-line
    .

WRITE-REPORT-FOOTER.
    MOVE SPACES TO rpt-worksheet-rec
    WRITE rpt-worksheet-rec
    WRITE rpt-worksheet-rec FROM ws-footer-line
    MOVE ws-cnt-no-claim-n TO ws-ftr-no-claim
    MOVE ws-cnt-rejected-n TO ws-ftr-rejected
    WRITE rpt-worksheet-rec FROM ws-footer-line2

    MOVE ws-cnt-rejected-n TO ws-rej-ftr-count
    MOVE SPACES TO rpt-rejects-rec
    WRITE rpt-rejects-rec
    WRITE rpt-rejects-rec FROM ws-rej-footer-line
    .

VERIFY-EXTRACT-CONTROL.
