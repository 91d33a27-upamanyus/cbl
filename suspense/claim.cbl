  02 FILLER PIC X(12) VALUE "REMAINING: ".
  02 ws-cnt-remaining PIC ZZZZZ9.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM LOAD-DMF-SSN-TABLE.
PERFORM LOAD-CLAIM-TRANS.

MOVE "mef" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.
MOVE "suspense" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN OUTPUT new-mef.
OPEN OUTPUT rpt-claim.

    WRITE rpt-claim-rec
    WRITE rpt-claim-rec FROM ws-counts-line
    .

TAKE-MASTER-BACKUP.
    MOVE "claim_suspense" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "CLAIM_SUSPENSE: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
