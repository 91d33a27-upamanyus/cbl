  02 FILLER PIC X(24) VALUE "ALREADY ON MASTER: ".
  02 ws-sum-skipped PIC ZZZZZ9.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
MOVE "ARCHIVE" TO ws-ctl-file-tag.
PERFORM VERIFY-ARCHIVE-CONTROL.

MOVE "mbf" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN INPUT mbf.
OPEN INPUT archive-mbf.
OPEN OUTPUT new-mbf.
      END-IF
    END-IF
    .

TAKE-MASTER-BACKUP.
    MOVE "restore_mbf" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "RESTORE_MBF: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
