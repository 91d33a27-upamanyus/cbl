  02 f_fil-quarter PIC 9(5).
  02 filler PIC X VALUE " ".
  02 f_fil-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_fil-count PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_fil-wages PIC 9(12).99.

FD benefit-awards.
01 aw_rec.
  02 FILLER PIC X(1) VALUE SPACES.
  02 ws-rcal-year PIC 9(4).

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM LOAD-AMENDMENTS.
PERFORM VERIFY-AMENDMENT-PRIORS.

MOVE "mef" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.
MOVE "suspense" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN INPUT wage-reports.
OPEN OUTPUT new-mef.
OPEN EXTEND suspense.
    MOVE ws-bat-employer TO f_fil-employer
    MOVE ws-bat-quarter TO f_fil-quarter
    MOVE ws-run-date TO f_fil-date
    MOVE ws-bat-count TO f_fil-count
    MOVE ws-bat-total TO f_fil-wages
    WRITE f_fil
    .

    MOVE ws-cnt-amends-rejected TO ws-sum-amd-rejected
    WRITE rpt-posting-rec FROM ws-summary-line-4
    .

TAKE-MASTER-BACKUP.
    MOVE "intake_wages" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "INTAKE_WAGES: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
