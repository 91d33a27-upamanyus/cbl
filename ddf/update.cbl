01 ws-cnt-deleted-n PIC 9(5) VALUE ZERO.
01 ws-cnt-rejected-n PIC 9(5) VALUE ZERO.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
SORT work-trans ON ASCENDING KEY wo_dtr-ssn
USING ddf-trans GIVING sorted-trans.

MOVE "ddf" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN INPUT sorted-ddf.
OPEN INPUT sorted-trans.
OPEN OUTPUT new-ddf.
    WRITE rpt-activity-rec
    WRITE rpt-activity-rec FROM ws-counts-line
    .

TAKE-MASTER-BACKUP.
    MOVE "update_ddf" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "UPDATE_DDF: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
