  02 FILLER PIC X(12) VALUE "ROWS KEPT: ".
  02 ws-sum-kept PIC ZZZZZ9.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM PARSE-CUTOFF-PARM.
PERFORM VERIFY-MBF-CONTROL.

MOVE "mbf" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN OUTPUT archive-mbf.

IF ws-archive-status NOT = "00"
      END-IF
    END-IF
    .

TAKE-MASTER-BACKUP.
    MOVE "purge_mbf" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "PURGE_MBF: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
