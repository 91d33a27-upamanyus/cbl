01 ws-parm-line PIC X(80).
01 ws-parm-file PIC X(5) VALUE SPACES.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

ACCEPT ws-parm-line FROM COMMAND-LINE.

EVALUATE ws-parm-file
  WHEN "MBF"
    MOVE "mbf" TO ws-bkp-master
    PERFORM TAKE-MASTER-BACKUP
    PERFORM INIT-MBF-TRAILER
  WHEN "MEF"
    MOVE "mef" TO ws-bkp-master
    PERFORM TAKE-MASTER-BACKUP
    PERFORM INIT-MEF-TRAILER
  WHEN "TRANS"
    MOVE "mbf-trans" TO ws-bkp-master
    PERFORM TAKE-MASTER-BACKUP
    PERFORM INIT-TRANS-TRAILER
  WHEN OTHER
    DISPLAY "INIT_TRAILERS: FILE PARAMETER REQUIRED (MBF, MEF OR TRANS)"
    MOVE ws-rec-count TO ws-new-tlr-count
    MOVE ws-rec-hash TO ws-new-tlr-hash
    .

TAKE-MASTER-BACKUP.
    MOVE "init_trailers" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "INIT_TRAILERS: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
