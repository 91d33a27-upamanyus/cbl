  02 FILLER PIC X(12) VALUE "REJECTED: ".
  02 ws-cnt-rejected PIC ZZZZ9.

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.

MOVE "mbf-idx" TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.

OPEN I-O mbf-ix.

IF ws-ix-status NOT = "00"
    WRITE rpt-register-rec
    WRITE rpt-register-rec FROM ws-counts-line
    .

TAKE-MASTER-BACKUP.
    MOVE "post_awards" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "POST_AWARDS: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .
