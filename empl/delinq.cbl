  SELECT OPTIONAL filings ASSIGN TO './data/filings.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-fil-status.
  SELECT OPTIONAL emp-balances ASSIGN TO './data/employer-balances.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-delinq ASSIGN TO './reports/employer-delinquency-report.txt'
    ORGANIZATION IS LINE SEQUENTIAL.

  02 f_fil-quarter PIC 9(5).
  02 filler PIC X VALUE " ".
  02 f_fil-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_fil-count PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_fil-wages PIC 9(12).99.

FD emp-balances.
01 f_ebl.
  02 f_ebl-employer PIC 9(9).
  02 filler PIC X VALUE " ".
  02 f_ebl-as-of PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_ebl-total PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ebl-current PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ebl-31-60 PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ebl-61-90 PIC 9(10).99.
  02 filler PIC X VALUE " ".
  02 f_ebl-over-90 PIC 9(10).99.

FD rpt-delinq.
01 rpt-delinq-rec PIC X(80).

01 b_emf-eof PIC A(1) VALUE 'F'.
01 b_fil-eof PIC A(1) VALUE 'F'.
01 b_ebl-eof PIC A(1) VALUE 'F'.
01 ws-emf-status PIC X(2).
01 ws-fil-status PIC X(2).

01 ws-fil-count PIC 9(5) VALUE ZERO.
01 ws-fil-ix PIC 9(5) VALUE ZERO.

01 ws-bal-table.
  02 ws-bal-entry OCCURS 5000 TIMES.
    03 ws-bal-tbl-employer PIC 9(9).
    03 ws-bal-tbl-total PIC 9(10)V99.
    03 ws-bal-tbl-over-90 PIC 9(10)V99.
01 ws-bal-count PIC 9(5) VALUE ZERO.
01 ws-bal-ix PIC 9(5) VALUE ZERO.
01 ws-bal-found PIC A(1) VALUE 'F'.
01 ws-bal-as-of PIC 9(8) VALUE ZERO.
01 ws-amnt-dec PIC 9(10)V99 VALUE ZERO.
01 ws-cnt-owing-n PIC 9(5) VALUE ZERO.
01 ws-owing-total PIC 9(12)V99 VALUE ZERO.
01 ws-owing-over-90 PIC 9(12)V99 VALUE ZERO.

01 ws-filed-this-qtr PIC A(1) VALUE 'F'.
01 ws-last-quarter PIC 9(5) VALUE ZERO.
01 ws-last-quarter-x REDEFINES ws-last-quarter.

01 ws-behind-edit PIC ZZZZ9.

01 ws-balance-line.
  02 FILLER PIC X(12) VALUE SPACES.
  02 FILLER PIC X(13) VALUE "BALANCE DUE: ".
  02 ws-bln-total PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(14) VALUE "OVER 90 DAYS: ".
  02 ws-bln-over-90 PIC Z(9)9.99.

01 ws-summary-line-1.
  02 FILLER PIC X(18) VALUE "ACTIVE ON FILE: ".
  02 ws-sum-active PIC ZZZZ9.
  02 FILLER PIC X(21) VALUE "ANNUAL NOT YET DUE: ".
  02 ws-sum-not-due PIC ZZZZ9.

01 ws-summary-line-3.
  02 FILLER PIC X(25) VALUE "DELINQUENT WITH BALANCE: ".
  02 ws-sum-owing PIC ZZZZ9.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(7) VALUE "TOTAL: ".
  02 ws-sum-owing-total PIC Z(9)9.99.
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(9) VALUE "OVER 90: ".
  02 ws-sum-owing-over-90 PIC Z(9)9.99.
01 ws-summary-line-4.
  02 FILLER PIC X(25) VALUE "BALANCES AGED AS OF: ".
  02 ws-sum-bal-as-of PIC X(10).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
COMPUTE ws-rpt-qtr-no = ws-rpt-qtr-year * 4 + ws-rpt-qtr-q.

PERFORM LOAD-FILING-TABLE.
PERFORM LOAD-BALANCE-TABLE.

OPEN INPUT emf.
OPEN OUTPUT rpt-delinq.
    CLOSE filings
    .

LOAD-BALANCE-TABLE.
    MOVE ZERO TO ws-bal-count
    MOVE 'F' TO b_ebl-eof
    OPEN INPUT emp-balances
    PERFORM UNTIL b_ebl-eof = 'T'
      READ emp-balances
        AT END MOVE 'T' TO b_ebl-eof
        NOT AT END
          IF ws-bal-count >= 5000
            DISPLAY "RPT_DELINQ: BALANCE TABLE EXCEEDS 5000"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-bal-count
          MOVE f_ebl-employer TO ws-bal-tbl-employer (ws-bal-count)
          MOVE f_ebl-total TO ws-amnt-dec
          MOVE ws-amnt-dec TO ws-bal-tbl-total (ws-bal-count)
          MOVE f_ebl-over-90 TO ws-amnt-dec
          MOVE ws-amnt-dec TO ws-bal-tbl-over-90 (ws-bal-count)
          MOVE f_ebl-as-of TO ws-bal-as-of
      END-READ
    END-PERFORM
    CLOSE emp-balances
    .

CHECK-ONE-EMPLOYER.
    IF NOT emp-status-active
      ADD 1 TO ws-cnt-inactive-n
      MOVE ws-behind-edit TO ws-det-behind
    END-IF
    WRITE rpt-delinq-rec FROM ws-detail-line
    PERFORM WRITE-BALANCE-LINE
    .

WRITE-BALANCE-LINE.
    MOVE 'F' TO ws-bal-found
    MOVE ZERO TO ws-bal-ix
    PERFORM UNTIL ws-bal-ix >= ws-bal-count OR ws-bal-found = 'T'
      ADD 1 TO ws-bal-ix
      IF ws-bal-tbl-employer (ws-bal-ix) = emp-id
        MOVE 'T' TO ws-bal-found
      END-IF
    END-PERFORM

    IF ws-bal-found = 'T'
      MOVE ws-bal-tbl-total (ws-bal-ix) TO ws-bln-total
      MOVE ws-bal-tbl-over-90 (ws-bal-ix) TO ws-bln-over-90
      WRITE rpt-delinq-rec FROM ws-balance-line
      ADD 1 TO ws-cnt-owing-n
      ADD ws-bal-tbl-total (ws-bal-ix) TO ws-owing-total
      ADD ws-bal-tbl-over-90 (ws-bal-ix) TO ws-owing-over-90
    END-IF
    .

WRITE-REPORT-HEADER.
    WRITE rpt-delinq-rec
    WRITE rpt-delinq-rec FROM ws-summary-line-1
    WRITE rpt-delinq-rec FROM ws-summary-line-2
    MOVE ws-cnt-owing-n TO ws-sum-owing
    MOVE ws-owing-total TO ws-sum-owing-total
    MOVE ws-owing-over-90 TO ws-sum-owing-over-90
    WRITE rpt-delinq-rec FROM ws-summary-line-3
    IF ws-bal-as-of = ZERO
      MOVE "NONE" TO ws-sum-bal-as-of
    ELSE
      MOVE ws-bal-as-of (1:4) TO ws-sum-bal-as-of (1:4)
      MOVE "/" TO ws-sum-bal-as-of (5:1)
      MOVE ws-bal-as-of (5:2) TO ws-sum-bal-as-of (6:2)
      MOVE "/" TO ws-sum-bal-as-of (8:1)
      MOVE ws-bal-as-of (7:2) TO ws-sum-bal-as-of (9:2)
    END-IF
    WRITE rpt-delinq-rec FROM ws-summary-line-4
    .
