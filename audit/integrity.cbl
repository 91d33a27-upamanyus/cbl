IDENTIFICATION DIVISION.
PROGRAM-ID. audit_masters.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT OPTIONAL mbf ASSIGN TO './data/mbf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL dmf ASSIGN TO './data/dmf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL ddf ASSIGN TO './data/ddf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL bnf ASSIGN TO './data/bnf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL emf ASSIGN TO './data/emf.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL filings ASSIGN TO './data/filings.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL suspense ASSIGN TO './data/suspense.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL death-file ASSIGN TO './data/death-file.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-audit ASSIGN TO './reports/integrity-exceptions.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD mbf.
01 f_mbr-raw PIC X(29).

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

FD ddf.
01 f_ddo.
  02 f_ddo-ssn PIC 999999999.
  02 f_ddo-routing PIC 9(9).
  02 f_ddo-account PIC X(17).
  02 f_ddo-acct-type PIC X(1).
  02 f_ddo-flag PIC X(1).

FD bnf.
01 f_bnf.
  02 f_bnf-mbr-ssn PIC 999999999.
  02 f_bnf-ssn PIC 999999999.
  02 f_bnf-name PIC X(30).
  02 f_bnf-relationship PIC X(10).
  02 f_bnf-pct PIC 9(3).

FD emf.
01 f_emp.
  02 f_emp-id PIC 999999999.
  02 f_emp-name PIC X(30).
  02 f_emp-addr1 PIC X(30).
  02 f_emp-city PIC X(20).
  02 f_emp-state PIC X(2).
  02 f_emp-zip PIC X(9).
  02 f_emp-status PIC X(1).
  02 f_emp-freq PIC X(1).

FD filings.
01 f_fil.
  02 f_fil-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_fil-quarter PIC 9(5).
  02 filler PIC X VALUE " ".
  02 f_fil-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_fil-count PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_fil-wages PIC 9(12).99.

FD suspense.
01 f_sus.
  02 f_sus-ssn PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_sus-year PIC 9(4).
  02 filler PIC X VALUE " ".
  02 f_sus-amnt PIC 9(12).99.
  02 filler PIC X VALUE " ".
  02 f_sus-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_sus-quarter PIC 9(5).
  02 filler PIC X VALUE " ".
  02 f_sus-intake-date PIC 9(8).

FD death-file.
01 f_dth.
  02 f_dth-ssn PIC 9(9).
  02 filler PIC X.
  02 f_dth-dod PIC 9(8).

FD rpt-audit.
01 rpt-audit-rec PIC X(80).

LOCAL-STORAGE SECTION.
01 mbr.
  02 mbr-ssn PIC 9(9).
  02 mbr-year-month PIC 9(6).
  02 mbr-amnt PIC X(13).
  02 mbr-status PIC X(1).

01 b_mbf-eof PIC A(1) VALUE 'F'.
01 b_dmf-eof PIC A(1) VALUE 'F'.
01 b_ddf-eof PIC A(1) VALUE 'F'.
01 b_bnf-eof PIC A(1) VALUE 'F'.
01 b_emf-eof PIC A(1) VALUE 'F'.
01 b_fil-eof PIC A(1) VALUE 'F'.
01 b_sus-eof PIC A(1) VALUE 'F'.
01 b_dth-eof PIC A(1) VALUE 'F'.

01 ws-mbf-table.
  02 ws-mbf-tbl-ssn OCCURS 5000 TIMES PIC 9(9).
01 ws-mbf-count PIC 9(4) VALUE ZERO.

01 ws-dmf-table.
  02 ws-dmf-tbl-ssn OCCURS 5000 TIMES PIC 9(9).
01 ws-dmf-count PIC 9(4) VALUE ZERO.

01 ws-emf-table.
  02 ws-emf-tbl-id OCCURS 5000 TIMES PIC 9(9).
01 ws-emf-count PIC 9(4) VALUE ZERO.

01 ws-dth-table.
  02 ws-dth-tbl-ssn OCCURS 5000 TIMES PIC 9(9).
01 ws-dth-count PIC 9(4) VALUE ZERO.

01 ws-pct-table.
  02 ws-pct-entry OCCURS 5000 TIMES.
    03 ws-pct-tbl-mbr-ssn PIC 9(9).
    03 ws-pct-tbl-total PIC 9(5).
01 ws-pct-count PIC 9(4) VALUE ZERO.
01 ws-pct-ix PIC 9(4) VALUE ZERO.

01 ws-tbl-ix PIC 9(4) VALUE ZERO.
01 ws-find-key PIC 9(9) VALUE ZERO.
01 ws-found PIC A(1) VALUE 'F'.

01 ws-cnt-no-dmf-n PIC 9(6) VALUE ZERO.
01 ws-cnt-ddf-orphan-n PIC 9(6) VALUE ZERO.
01 ws-cnt-bnf-orphan-n PIC 9(6) VALUE ZERO.
01 ws-cnt-bnf-pct-n PIC 9(6) VALUE ZERO.
01 ws-cnt-bnf-dead-n PIC 9(6) VALUE ZERO.
01 ws-cnt-fil-orphan-n PIC 9(6) VALUE ZERO.
01 ws-cnt-sus-dmf-n PIC 9(6) VALUE ZERO.
01 ws-cnt-exceptions-n PIC 9(6) VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(34) VALUE "CROSS-MASTER INTEGRITY EXCEPTIONS".

01 ws-column-heading-line.
  02 FILLER PIC X(30) VALUE "EXCEPTION".
  02 FILLER PIC X(12) VALUE "KEY".
  02 FILLER PIC X(36) VALUE "DETAIL".

01 ws-detail-line.
  02 ws-det-check PIC X(30).
  02 ws-det-key PIC 9(9).
  02 FILLER PIC X(3) VALUE SPACES.
  02 ws-det-detail PIC X(36).

01 ws-pct-detail.
  02 FILLER PIC X(15) VALUE "PERCENT TOTAL ".
  02 ws-pctd-total PIC ZZZZ9.

01 ws-related-detail.
  02 ws-rel-label PIC X(15).
  02 ws-rel-key PIC 9(9).

01 ws-summary-line.
  02 ws-sum-label PIC X(36).
  02 ws-sum-count PIC ZZZZZ9.

01 ws-result-line.
  02 FILLER PIC X(22) VALUE "AUDIT RESULT: ".
  02 ws-res-status PIC X(20).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.

PERFORM LOAD-MBF-TABLE.
PERFORM LOAD-DMF-TABLE.
PERFORM LOAD-EMF-TABLE.
PERFORM LOAD-DEATH-TABLE.

OPEN OUTPUT rpt-audit.

PERFORM WRITE-REPORT-HEADER.

PERFORM CHECK-MBF-DEMOGRAPHICS.
PERFORM CHECK-DDF-ELECTIONS.
PERFORM CHECK-BNF-BENEFICIARIES.
PERFORM CHECK-BNF-PERCENTAGES.
PERFORM CHECK-FILING-EMPLOYERS.
PERFORM CHECK-SUSPENSE-ITEMS.

PERFORM WRITE-REPORT-SUMMARY.

CLOSE rpt-audit.

IF ws-cnt-exceptions-n > ZERO
  MOVE 8 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.

GOBACK.

INIT-REPORT.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE ws-run-date-yyyy TO ws-run-date-display (1:4)
    MOVE ws-run-date-mm TO ws-run-date-display (6:2)
    MOVE ws-run-date-dd TO ws-run-date-display (9:2)
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    WRITE rpt-audit-rec FROM ws-page-header-line
    MOVE SPACES TO rpt-audit-rec
    WRITE rpt-audit-rec
    WRITE rpt-audit-rec FROM ws-column-heading-line
    .

LOAD-MBF-TABLE.
    MOVE ZERO TO ws-mbf-count
    MOVE 'F' TO b_mbf-eof
    OPEN INPUT mbf
    PERFORM UNTIL b_mbf-eof = 'T'
      READ mbf INTO mbr
        AT END MOVE 'T' TO b_mbf-eof
        NOT AT END
          IF mbr (1:1) NOT = 'T'
            MOVE 'F' TO ws-found
            IF ws-mbf-count > ZERO
              IF ws-mbf-tbl-ssn (ws-mbf-count) = mbr-ssn
                MOVE 'T' TO ws-found
              ELSE
                MOVE mbr-ssn TO ws-find-key
                PERFORM FIND-MBF-SSN
              END-IF
            END-IF
            IF ws-found = 'F'
              IF ws-mbf-count >= 5000
                DISPLAY "AUDIT_MASTERS: MBF TABLE EXCEEDS 5000"
                        " - RUN ABORTED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF
              ADD 1 TO ws-mbf-count
              MOVE mbr-ssn TO ws-mbf-tbl-ssn (ws-mbf-count)
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE mbf
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
            DISPLAY "AUDIT_MASTERS: DMF TABLE EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-dmf-count
          MOVE f_dmo-ssn TO ws-dmf-tbl-ssn (ws-dmf-count)
      END-READ
    END-PERFORM
    CLOSE dmf
    .

LOAD-EMF-TABLE.
    MOVE ZERO TO ws-emf-count
    MOVE 'F' TO b_emf-eof
    OPEN INPUT emf
    PERFORM UNTIL b_emf-eof = 'T'
      READ emf
        AT END MOVE 'T' TO b_emf-eof
        NOT AT END
          IF ws-emf-count >= 5000
            DISPLAY "AUDIT_MASTERS: EMF TABLE EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-emf-count
          MOVE f_emp-id TO ws-emf-tbl-id (ws-emf-count)
      END-READ
    END-PERFORM
    CLOSE emf
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
            DISPLAY "AUDIT_MASTERS: DEATH TABLE EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-dth-count
          MOVE f_dth-ssn TO ws-dth-tbl-ssn (ws-dth-count)
      END-READ
    END-PERFORM
    CLOSE death-file
    .

FIND-MBF-SSN.
    MOVE 'F' TO ws-found
    MOVE ZERO TO ws-tbl-ix
    PERFORM UNTIL ws-tbl-ix >= ws-mbf-count OR ws-found = 'T'
      ADD 1 TO ws-tbl-ix
      IF ws-mbf-tbl-ssn (ws-tbl-ix) = ws-find-key
        MOVE 'T' TO ws-found
      END-IF
    END-PERFORM
    .

FIND-DMF-SSN.
    MOVE 'F' TO ws-found
    MOVE ZERO TO ws-tbl-ix
    PERFORM UNTIL ws-tbl-ix >= ws-dmf-count OR ws-found = 'T'
      ADD 1 TO ws-tbl-ix
      IF ws-dmf-tbl-ssn (ws-tbl-ix) = ws-find-key
        MOVE 'T' TO ws-found
      END-IF
    END-PERFORM
    .

FIND-EMF-ID.
    MOVE 'F' TO ws-found
    MOVE ZERO TO ws-tbl-ix
    PERFORM UNTIL ws-tbl-ix >= ws-emf-count OR ws-found = 'T'
      ADD 1 TO ws-tbl-ix
      IF ws-emf-tbl-id (ws-tbl-ix) = ws-find-key
        MOVE 'T' TO ws-found
      END-IF
    END-PERFORM
    .

FIND-DEATH-SSN.
    MOVE 'F' TO ws-found
    MOVE ZERO TO ws-tbl-ix
    PERFORM UNTIL ws-tbl-ix >= ws-dth-count OR ws-found = 'T'
      ADD 1 TO ws-tbl-ix
      IF ws-dth-tbl-ssn (ws-tbl-ix) = ws-find-key
        MOVE 'T' TO ws-found
      END-IF
    END-PERFORM
    .

CHECK-MBF-DEMOGRAPHICS.
    MOVE ZERO TO ws-pct-ix
    PERFORM UNTIL ws-pct-ix >= ws-mbf-count
      ADD 1 TO ws-pct-ix
      MOVE ws-mbf-tbl-ssn (ws-pct-ix) TO ws-find-key
      PERFORM FIND-DMF-SSN
      IF ws-found = 'F'
        MOVE "MEMBER HAS NO DMF RECORD" TO ws-det-check
        MOVE ws-find-key TO ws-det-key
        MOVE "NO MAILING ADDRESS FOR STATEMENTS" TO ws-det-detail
        PERFORM WRITE-EXCEPTION-LINE
        ADD 1 TO ws-cnt-no-dmf-n
      END-IF
    END-PERFORM
    .

CHECK-DDF-ELECTIONS.
    MOVE 'F' TO b_ddf-eof
    OPEN INPUT ddf
    PERFORM UNTIL b_ddf-eof = 'T'
      READ ddf
        AT END MOVE 'T' TO b_ddf-eof
        NOT AT END
          MOVE f_ddo-ssn TO ws-find-key
          PERFORM FIND-MBF-SSN
          IF ws-found = 'F'
            MOVE "DDF ELECTION SSN NOT ON MBF" TO ws-det-check
            MOVE f_ddo-ssn TO ws-det-key
            MOVE SPACES TO ws-det-detail
            STRING "ROUTING " DELIMITED BY SIZE
                   f_ddo-routing DELIMITED BY SIZE
              INTO ws-det-detail
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
            ADD 1 TO ws-cnt-ddf-orphan-n
          END-IF
      END-READ
    END-PERFORM
    CLOSE ddf
    .

CHECK-BNF-BENEFICIARIES.
    MOVE ZERO TO ws-pct-count
    MOVE 'F' TO b_bnf-eof
    OPEN INPUT bnf
    PERFORM UNTIL b_bnf-eof = 'T'
      READ bnf
        AT END MOVE 'T' TO b_bnf-eof
        NOT AT END PERFORM CHECK-ONE-BENEFICIARY
      END-READ
    END-PERFORM
    CLOSE bnf
    .

CHECK-ONE-BENEFICIARY.
    MOVE f_bnf-mbr-ssn TO ws-find-key
    PERFORM FIND-MBF-SSN
    IF ws-found = 'F'
      MOVE "BNF MEMBER SSN NOT ON MBF" TO ws-det-check
      MOVE f_bnf-mbr-ssn TO ws-det-key
      MOVE "BENEFICIARY " TO ws-rel-label
      MOVE f_bnf-ssn TO ws-rel-key
      MOVE ws-related-detail TO ws-det-detail
      PERFORM WRITE-EXCEPTION-LINE
      ADD 1 TO ws-cnt-bnf-orphan-n
    END-IF

    MOVE f_bnf-ssn TO ws-find-key
    PERFORM FIND-DEATH-SSN
    IF ws-found = 'T'
      MOVE "SURVIVOR IS ON DEATH FILE" TO ws-det-check
      MOVE f_bnf-ssn TO ws-det-key
      MOVE "BENEFICIARY OF " TO ws-rel-label
      MOVE f_bnf-mbr-ssn TO ws-rel-key
      MOVE ws-related-detail TO ws-det-detail
      PERFORM WRITE-EXCEPTION-LINE
      ADD 1 TO ws-cnt-bnf-dead-n
    END-IF

    MOVE 'F' TO ws-found
    MOVE ZERO TO ws-pct-ix
    PERFORM UNTIL ws-pct-ix >= ws-pct-count OR ws-found = 'T'
      ADD 1 TO ws-pct-ix
      IF ws-pct-tbl-mbr-ssn (ws-pct-ix) = f_bnf-mbr-ssn
        MOVE 'T' TO ws-found
      END-IF
    END-PERFORM
    IF ws-found = 'F'
      IF ws-pct-count >= 5000
        DISPLAY "AUDIT_MASTERS: BNF MEMBER TABLE EXCEEDS 5000"
                " - RUN ABORTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO ws-pct-count
      MOVE ws-pct-count TO ws-pct-ix
      MOVE f_bnf-mbr-ssn TO ws-pct-tbl-mbr-ssn (ws-pct-ix)
      MOVE ZERO TO ws-pct-tbl-total (ws-pct-ix)
    END-IF
    IF f_bnf-pct IS NUMERIC
      ADD f_bnf-pct TO ws-pct-tbl-total (ws-pct-ix)
    END-IF
    .

CHECK-BNF-PERCENTAGES.
    MOVE ZERO TO ws-pct-ix
    PERFORM UNTIL ws-pct-ix >= ws-pct-count
      ADD 1 TO ws-pct-ix
      IF ws-pct-tbl-total (ws-pct-ix) NOT = 100
        MOVE "BENEFICIARY PERCENT NOT 100" TO ws-det-check
        MOVE ws-pct-tbl-mbr-ssn (ws-pct-ix) TO ws-det-key
        MOVE ws-pct-tbl-total (ws-pct-ix) TO ws-pctd-total
        MOVE ws-pct-detail TO ws-det-detail
        PERFORM WRITE-EXCEPTION-LINE
        ADD 1 TO ws-cnt-bnf-pct-n
      END-IF
    END-PERFORM
    .

CHECK-FILING-EMPLOYERS.
    MOVE 'F' TO b_fil-eof
    OPEN INPUT filings
    PERFORM UNTIL b_fil-eof = 'T'
      READ filings
        AT END MOVE 'T' TO b_fil-eof
        NOT AT END
          MOVE f_fil-employer TO ws-find-key
          PERFORM FIND-EMF-ID
          IF ws-found = 'F'
            MOVE "FILING EMPLOYER NOT ON EMF" TO ws-det-check
            MOVE f_fil-employer TO ws-det-key
            MOVE SPACES TO ws-det-detail
            STRING "QUARTER " DELIMITED BY SIZE
                   f_fil-quarter DELIMITED BY SIZE
              INTO ws-det-detail
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
            ADD 1 TO ws-cnt-fil-orphan-n
          END-IF
      END-READ
    END-PERFORM
    CLOSE filings
    .

CHECK-SUSPENSE-ITEMS.
    MOVE 'F' TO b_sus-eof
    OPEN INPUT suspense
    PERFORM UNTIL b_sus-eof = 'T'
      READ suspense
        AT END MOVE 'T' TO b_sus-eof
        NOT AT END
          MOVE f_sus-ssn TO ws-find-key
          PERFORM FIND-DMF-SSN
          IF ws-found = 'T'
            MOVE "SUSPENSE SSN NOW ON DMF" TO ws-det-check
            MOVE f_sus-ssn TO ws-det-key
            MOVE SPACES TO ws-det-detail
            STRING "YEAR " DELIMITED BY SIZE
                   f_sus-year DELIMITED BY SIZE
                   " EMPLOYER " DELIMITED BY SIZE
                   f_sus-employer DELIMITED BY SIZE
              INTO ws-det-detail
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
            ADD 1 TO ws-cnt-sus-dmf-n
          END-IF
      END-READ
    END-PERFORM
    CLOSE suspense
    .

WRITE-EXCEPTION-LINE.
    WRITE rpt-audit-rec FROM ws-detail-line
    ADD 1 TO ws-cnt-exceptions-n
    .

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO rpt-audit-rec
    WRITE rpt-audit-rec

    MOVE "MEMBERS WITHOUT DMF RECORD:" TO ws-sum-label
    MOVE ws-cnt-no-dmf-n TO ws-sum-count
    WRITE rpt-audit-rec FROM ws-summary-line
    MOVE "DDF ELECTIONS NOT ON MBF:" TO ws-sum-label
    MOVE ws-cnt-ddf-orphan-n TO ws-sum-count
    WRITE rpt-audit-rec FROM ws-summary-line
    MOVE "BENEFICIARIES NOT ON MBF:" TO ws-sum-label
    MOVE ws-cnt-bnf-orphan-n TO ws-sum-count
    WRITE rpt-audit-rec FROM ws-summary-line
    MOVE "BENEFICIARY PERCENTS NOT 100:" TO ws-sum-label
    MOVE ws-cnt-bnf-pct-n TO ws-sum-count
    WRITE rpt-audit-rec FROM ws-summary-line
    MOVE "SURVIVORS ON DEATH FILE:" TO ws-sum-label
    MOVE ws-cnt-bnf-dead-n TO ws-sum-count
    WRITE rpt-audit-rec FROM ws-summary-line
    MOVE "FILINGS FOR UNKNOWN EMPLOYERS:" TO ws-sum-label
    MOVE ws-cnt-fil-orphan-n TO ws-sum-count
    WRITE rpt-audit-rec FROM ws-summary-line
    MOVE "UNCLAIMED SUSPENSE NOW ON DMF:" TO ws-sum-label
    MOVE ws-cnt-sus-dmf-n TO ws-sum-count
    WRITE rpt-audit-rec FROM ws-summary-line
    MOVE "TOTAL EXCEPTIONS:" TO ws-sum-label
    MOVE ws-cnt-exceptions-n TO ws-sum-count
    WRITE rpt-audit-rec FROM ws-summary-line

    MOVE SPACES TO rpt-audit-rec
    WRITE rpt-audit-rec
    IF ws-cnt-exceptions-n > ZERO
      MOVE "EXCEPTIONS FOUND" TO ws-res-status
    ELSE
      MOVE "CLEAN" TO ws-res-status
    END-IF
    WRITE rpt-audit-rec FROM ws-result-line
    .
