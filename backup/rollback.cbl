IDENTIFICATION DIVISION.
PROGRAM-ID. rollback_master.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT OPTIONAL live-file ASSIGN TO DYNAMIC ws-live-path
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-live-status.
  SELECT OPTIONAL mbf-ix ASSIGN TO './data/mbf.idx'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ix_mbr-key
    FILE STATUS IS ws-ix-status.
  SELECT OPTIONAL gen-file ASSIGN TO DYNAMIC ws-gen-path
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-gen-status.
  SELECT OPTIONAL gen-cat ASSIGN TO './data/generations.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-cat-status.
  SELECT rb-work ASSIGN TO './rollback-generation.tmp'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT rpt-rollback ASSIGN TO './reports/rollback-register.txt'
    ORGANIZATION IS LINE SEQUENTIAL.
  SELECT OPTIONAL run-ctl ASSIGN TO './data/run-control.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-rc-status.

DATA DIVISION.
FILE SECTION.
FD live-file.
01 f_live PIC X(256).

FD mbf-ix.
01 ix_mbr.
  02 ix_mbr-key.
    03 ix_mbr-ssn PIC 999999999.
    03 ix_mbr-year-month PIC 9(4)9(2).
  02 ix_mbr-amnt PIC z(9)9.99.
  02 ix_mbr-status PIC X(1).

FD gen-file.
01 f_gen PIC X(256).

FD gen-cat.
01 f_gcat.
  02 f_gcat-master PIC X(10).
  02 filler PIC X VALUE " ".
  02 f_gcat-gen PIC 9(4).
  02 filler PIC X VALUE " ".
  02 f_gcat-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_gcat-slot PIC 9(1).
  02 filler PIC X VALUE " ".
  02 f_gcat-count PIC 9(7).
  02 filler PIC X VALUE " ".
  02 f_gcat-hash PIC 9(12).99.
  02 filler PIC X VALUE " ".
  02 f_gcat-program PIC X(16).
  02 filler PIC X VALUE " ".
  02 f_gcat-path PIC X(30).

FD rb-work.
01 f_rbw PIC X(256).

FD rpt-rollback.
01 rpt-rollback-rec PIC X(80).

FD run-ctl.
01 f_rcl.
  02 f_rcl-program PIC X(12).
  02 filler PIC X VALUE " ".
  02 f_rcl-date PIC 9(8).
  02 filler PIC X VALUE " ".
  02 f_rcl-period PIC 9(6).
  02 filler PIC X VALUE " ".
  02 f_rcl-rc PIC 9(2).

LOCAL-STORAGE SECTION.
01 mbr.
  02 mbr-ssn PIC 999999999.
  02 mbr-year-month PIC 9(6).
  02 mbr-amnt PIC z(9)9.99.
  02 mbr-status PIC X(1).

01 ws-live-path PIC X(40) VALUE SPACES.
01 ws-gen-path PIC X(40) VALUE SPACES.
01 ws-live-status PIC X(2).
01 ws-ix-status PIC X(2).
01 ws-gen-status PIC X(2).
01 ws-cat-status PIC X(2).
01 ws-master-indexed PIC A(1) VALUE 'F'.

01 b_eof PIC A(1) VALUE 'F'.
01 b_cat-eof PIC A(1) VALUE 'F'.

01 ws-parm-line PIC X(80).
01 ws-parm-master PIC X(10) VALUE SPACES.
01 ws-parm-gen PIC X(4) VALUE SPACES.
01 ws-parm-len PIC 9(2) VALUE ZERO.
01 ws-rb-gen PIC 9(4) VALUE ZERO.
01 ws-rb-taken PIC 9(8) VALUE ZERO.
01 ws-rb-program PIC X(16) VALUE SPACES.

01 ws-cat-table.
  02 ws-cat-entry OCCURS 200 TIMES.
    03 ws-cat-master PIC X(10).
    03 ws-cat-gen PIC 9(4).
    03 ws-cat-date PIC 9(8).
    03 ws-cat-slot PIC 9(1).
    03 ws-cat-count PIC 9(7).
    03 ws-cat-hash PIC 9(12)V99.
    03 ws-cat-program PIC X(16).
    03 ws-cat-path PIC X(30).
01 ws-cat-count-n PIC 9(3) VALUE ZERO.
01 ws-cat-ix PIC 9(3) VALUE ZERO.
01 ws-cat-find-ix PIC 9(3) VALUE ZERO.

01 ws-ctl-buffer PIC X(29).
01 ws-ctl-trailer REDEFINES ws-ctl-buffer.
  02 ws-ctl-id PIC X(1).
  02 ws-ctl-count PIC 9(7).
  02 ws-ctl-hash PIC 9(12).99.
  02 filler PIC X(6).
01 ws-ctl-amnt-dec PIC 9(10)V99 VALUE ZERO.

01 ws-tally-count PIC 9(7) VALUE ZERO.
01 ws-tally-tlr-count PIC 9(7) VALUE ZERO.
01 ws-tally-tlr-hash PIC 9(12)V99 VALUE ZERO.

01 ws-before-count PIC 9(7) VALUE ZERO.
01 ws-before-tlr-count PIC 9(7) VALUE ZERO.
01 ws-before-tlr-hash PIC 9(12)V99 VALUE ZERO.
01 ws-gen-count PIC 9(7) VALUE ZERO.
01 ws-gen-tlr-count PIC 9(7) VALUE ZERO.
01 ws-gen-tlr-hash PIC 9(12)V99 VALUE ZERO.
01 ws-after-count PIC 9(7) VALUE ZERO.
01 ws-after-tlr-count PIC 9(7) VALUE ZERO.
01 ws-after-tlr-hash PIC 9(12)V99 VALUE ZERO.
01 ws-cnt-dropped-n PIC 9(6) VALUE ZERO.

01 ws-rc-status PIC X(2).
01 b_rc-eof PIC A(1) VALUE 'F'.
01 ws-rc-table.
  02 ws-rc-entry OCCURS 20 TIMES.
    03 ws-rc-name PIC X(12).
    03 ws-rc-date PIC 9(8).
    03 ws-rc-period PIC 9(6).
    03 ws-rc-rc PIC 9(2).
01 ws-rc-count PIC 9(2) VALUE ZERO.
01 ws-rc-ix PIC 9(2) VALUE ZERO.
01 ws-rc-find-name PIC X(12) VALUE SPACES.
01 ws-rc-find-ix PIC 9(2) VALUE ZERO.
01 ws-rc-final PIC 9(2) VALUE ZERO.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).
01 ws-run-date-display PIC 9999/99/99.

01 ws-page-header-line.
  02 FILLER PIC X(11) VALUE "RUN DATE: ".
  02 ws-hdr-run-date PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE SPACES.
  02 FILLER PIC X(30) VALUE "MASTER FILE ROLLBACK REGISTER".
01 ws-page-header-line2.
  02 FILLER PIC X(9) VALUE "MASTER: ".
  02 ws-hdr-master PIC X(10).
  02 FILLER PIC X(3) VALUE SPACES.
  02 FILLER PIC X(6) VALUE "FILE: ".
  02 ws-hdr-path PIC X(30).
01 ws-page-header-line3.
  02 FILLER PIC X(12) VALUE "GENERATION: ".
  02 ws-hdr-gen PIC 9(4).
  02 FILLER PIC X(10) VALUE "   TAKEN: ".
  02 ws-hdr-taken PIC 9999/99/99.
  02 FILLER PIC X(6) VALUE "  BY: ".
  02 ws-hdr-program PIC X(16).

01 ws-column-heading-line.
  02 FILLER PIC X(14) VALUE SPACES.
  02 FILLER PIC X(12) VALUE "RECORDS".
  02 FILLER PIC X(16) VALUE "TRAILER COUNT".
  02 FILLER PIC X(18) VALUE "TRAILER TOTAL".

01 ws-register-line.
  02 ws-reg-label PIC X(12).
  02 ws-reg-count PIC Z(6)9.
  02 FILLER PIC X(7) VALUE SPACES.
  02 ws-reg-tlr-count PIC Z(6)9.
  02 FILLER PIC X(5) VALUE SPACES.
  02 ws-reg-tlr-hash PIC Z(11)9.99.

01 ws-gens-heading-line.
  02 FILLER PIC X(30) VALUE "GENERATIONS ON FILE".
01 ws-gens-column-line.
  02 FILLER PIC X(6) VALUE "GEN".
  02 FILLER PIC X(12) VALUE "DATE".
  02 FILLER PIC X(18) VALUE "PROGRAM".
  02 FILLER PIC X(9) VALUE "RECORDS".
  02 FILLER PIC X(18) VALUE "TRAILER TOTAL".
01 ws-gens-line.
  02 ws-gns-gen PIC 9(4).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-gns-date PIC 9999/99/99.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-gns-program PIC X(16).
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-gns-count PIC Z(6)9.
  02 FILLER PIC X(2) VALUE SPACES.
  02 ws-gns-hash PIC Z(11)9.99.

01 ws-page-header-line4.
  02 FILLER PIC X(33) VALUE "MASTER BEFORE ROLLBACK SAVED AS: ".
  02 ws-hdr-saved-gen PIC 9(4).

01 ws-bkp-request.
  02 ws-bkp-master PIC X(10).
  02 ws-bkp-program PIC X(16).
  02 ws-bkp-generation PIC 9(4).
  02 ws-bkp-rc PIC 9(2).

01 ws-result-line.
  02 FILLER PIC X(17) VALUE "ROLLBACK RESULT: ".
  02 ws-res-text PIC X(50).

PROCEDURE DIVISION.

PERFORM INIT-REPORT.
PERFORM PARSE-ROLLBACK-PARMS.
PERFORM LOAD-GENERATION-CATALOG.
PERFORM FIND-GENERATION.
PERFORM LOAD-RUN-CONTROL.

PERFORM TALLY-GENERATION-FILE.
MOVE ws-tally-count TO ws-gen-count.
MOVE ws-tally-tlr-count TO ws-gen-tlr-count.
MOVE ws-tally-tlr-hash TO ws-gen-tlr-hash.

IF ws-gen-count NOT = ws-cat-count (ws-cat-find-ix)
   OR ws-gen-tlr-hash NOT = ws-cat-hash (ws-cat-find-ix)
  DISPLAY "ROLLBACK_MASTER: GENERATION FILE " ws-gen-path
          " DOES NOT AGREE WITH CATALOG, COUNT " ws-gen-count
          " OF " ws-cat-count (ws-cat-find-ix)
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

PERFORM TALLY-LIVE-MASTER.
MOVE ws-tally-count TO ws-before-count.
MOVE ws-tally-tlr-count TO ws-before-tlr-count.
MOVE ws-tally-tlr-hash TO ws-before-tlr-hash.

PERFORM COPY-GENERATION-TO-WORK.
MOVE ws-parm-master TO ws-bkp-master.
PERFORM TAKE-MASTER-BACKUP.
PERFORM LOAD-GENERATION-CATALOG.

IF ws-master-indexed = 'T'
  PERFORM RESTORE-INDEX-FROM-GENERATION
ELSE
  PERFORM RESTORE-MASTER-FROM-GENERATION
END-IF.

PERFORM TALLY-LIVE-MASTER.
MOVE ws-tally-count TO ws-after-count.
MOVE ws-tally-tlr-count TO ws-after-tlr-count.
MOVE ws-tally-tlr-hash TO ws-after-tlr-hash.

IF ws-after-count = ws-gen-count
   AND ws-after-tlr-hash = ws-gen-tlr-hash
   AND ws-cnt-dropped-n = ZERO
  MOVE ZERO TO ws-rc-final
ELSE
  MOVE 8 TO ws-rc-final
END-IF.

OPEN OUTPUT rpt-rollback.
PERFORM WRITE-REPORT-HEADER.
PERFORM WRITE-REGISTER.
PERFORM WRITE-GENERATION-LIST.
CLOSE rpt-rollback.

PERFORM RECORD-RUN-CONTROL.

MOVE ws-rc-final TO RETURN-CODE.

GOBACK.

INIT-REPORT.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE ws-run-date-yyyy TO ws-run-date-display (1:4)
    MOVE ws-run-date-mm TO ws-run-date-display (6:2)
    MOVE ws-run-date-dd TO ws-run-date-display (9:2)
    .

PARSE-ROLLBACK-PARMS.
    ACCEPT ws-parm-line FROM COMMAND-LINE
    UNSTRING ws-parm-line DELIMITED BY ALL SPACES
      INTO ws-parm-master
           ws-parm-gen COUNT IN ws-parm-len
    END-UNSTRING

    IF ws-parm-len > ZERO AND ws-parm-len <= 4
      IF ws-parm-gen (1:ws-parm-len) IS NUMERIC
        MOVE ws-parm-gen (1:ws-parm-len) TO ws-rb-gen
      END-IF
    END-IF

    IF ws-parm-master = SPACES OR ws-rb-gen = ZERO
      DISPLAY "ROLLBACK_MASTER: MASTER AND GENERATION PARAMETERS"
              " REQUIRED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF

    IF ws-parm-master = "mbf-idx"
      MOVE 'T' TO ws-master-indexed
    END-IF
    .

LOAD-GENERATION-CATALOG.
    MOVE ZERO TO ws-cat-count-n
    MOVE 'F' TO b_cat-eof
    OPEN INPUT gen-cat
    PERFORM UNTIL b_cat-eof = 'T'
      READ gen-cat
        AT END MOVE 'T' TO b_cat-eof
        NOT AT END
          IF ws-cat-count-n >= 200
            DISPLAY "ROLLBACK_MASTER: GENERATION CATALOG EXCEEDS 200"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-cat-count-n
          MOVE f_gcat-master TO ws-cat-master (ws-cat-count-n)
          MOVE f_gcat-gen TO ws-cat-gen (ws-cat-count-n)
          MOVE f_gcat-date TO ws-cat-date (ws-cat-count-n)
          MOVE f_gcat-slot TO ws-cat-slot (ws-cat-count-n)
          MOVE f_gcat-count TO ws-cat-count (ws-cat-count-n)
          MOVE f_gcat-hash TO ws-cat-hash (ws-cat-count-n)
          MOVE f_gcat-program TO ws-cat-program (ws-cat-count-n)
          MOVE f_gcat-path TO ws-cat-path (ws-cat-count-n)
      END-READ
    END-PERFORM
    CLOSE gen-cat
    .

FIND-GENERATION.
    MOVE ZERO TO ws-cat-find-ix
    MOVE ZERO TO ws-cat-ix
    PERFORM UNTIL ws-cat-ix >= ws-cat-count-n
      ADD 1 TO ws-cat-ix
      IF ws-cat-master (ws-cat-ix) = ws-parm-master
         AND ws-cat-gen (ws-cat-ix) = ws-rb-gen
        MOVE ws-cat-ix TO ws-cat-find-ix
      END-IF
    END-PERFORM

    IF ws-cat-find-ix = ZERO
      DISPLAY "ROLLBACK_MASTER: GENERATION " ws-rb-gen " OF "
              ws-parm-master " IS NOT ON THE CATALOG"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF

    MOVE ws-cat-date (ws-cat-find-ix) TO ws-rb-taken
    MOVE ws-cat-program (ws-cat-find-ix) TO ws-rb-program
    MOVE ws-cat-path (ws-cat-find-ix) TO ws-live-path
    MOVE SPACES TO ws-gen-path
    STRING ws-live-path DELIMITED BY SPACE
           ".gen" DELIMITED BY SIZE
           ws-cat-slot (ws-cat-find-ix) DELIMITED BY SIZE
      INTO ws-gen-path
    END-STRING
    .

TALLY-GENERATION-FILE.
    MOVE ZERO TO ws-tally-count
    MOVE ZERO TO ws-tally-tlr-count
    MOVE ZERO TO ws-tally-tlr-hash
    MOVE 'F' TO b_eof

    OPEN INPUT gen-file
    IF ws-gen-status NOT = "00"
      DISPLAY "ROLLBACK_MASTER: CANNOT OPEN GENERATION FILE "
              ws-gen-path " STATUS " ws-gen-status
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM UNTIL b_eof = 'T'
      READ gen-file
        AT END MOVE 'T' TO b_eof
        NOT AT END
          MOVE f_gen TO ws-ctl-buffer
          PERFORM TALLY-ONE-RECORD
      END-READ
    END-PERFORM
    CLOSE gen-file
    .

TALLY-LIVE-MASTER.
    MOVE ZERO TO ws-tally-count
    MOVE ZERO TO ws-tally-tlr-count
    MOVE ZERO TO ws-tally-tlr-hash
    MOVE 'F' TO b_eof

    IF ws-master-indexed = 'T'
      OPEN INPUT mbf-ix
      IF ws-ix-status = "00"
        PERFORM UNTIL b_eof = 'T'
          READ mbf-ix NEXT RECORD
            AT END MOVE 'T' TO b_eof
            NOT AT END
              ADD 1 TO ws-tally-count
              MOVE ix_mbr-amnt TO ws-ctl-amnt-dec
              ADD ws-ctl-amnt-dec TO ws-tally-tlr-hash
          END-READ
        END-PERFORM
      END-IF
      CLOSE mbf-ix
      MOVE ws-tally-count TO ws-tally-tlr-count
    ELSE
      OPEN INPUT live-file
      PERFORM UNTIL b_eof = 'T'
        READ live-file
          AT END MOVE 'T' TO b_eof
          NOT AT END
            MOVE f_live TO ws-ctl-buffer
            PERFORM TALLY-ONE-RECORD
        END-READ
      END-PERFORM
      CLOSE live-file
    END-IF
    .

TALLY-ONE-RECORD.
    IF ws-ctl-id = 'T' AND ws-ctl-count IS NUMERIC
      MOVE ws-ctl-count TO ws-tally-tlr-count
      MOVE ws-ctl-hash TO ws-tally-tlr-hash
    ELSE
      ADD 1 TO ws-tally-count
    END-IF
    .

COPY-GENERATION-TO-WORK.
    MOVE 'F' TO b_eof
    OPEN INPUT gen-file
    OPEN OUTPUT rb-work
    PERFORM UNTIL b_eof = 'T'
      READ gen-file
        AT END MOVE 'T' TO b_eof
        NOT AT END WRITE f_rbw FROM f_gen
      END-READ
    END-PERFORM
    CLOSE gen-file
    CLOSE rb-work
    MOVE './rollback-generation.tmp' TO ws-gen-path
    .

TAKE-MASTER-BACKUP.
    MOVE "rollback_master" TO ws-bkp-program
    CALL "backup_master" USING ws-bkp-request
    IF ws-bkp-rc NOT = ZERO
      DISPLAY "ROLLBACK_MASTER: BACKUP OF " ws-bkp-master
              " FAILED - RUN ABORTED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    .

RESTORE-MASTER-FROM-GENERATION.
    MOVE 'F' TO b_eof
    OPEN INPUT gen-file
    OPEN OUTPUT live-file
    IF ws-live-status NOT = "00" AND ws-live-status NOT = "05"
      DISPLAY "ROLLBACK_MASTER: CANNOT OPEN " ws-live-path
              " STATUS " ws-live-status
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM UNTIL b_eof = 'T'
      READ gen-file
        AT END MOVE 'T' TO b_eof
        NOT AT END WRITE f_live FROM f_gen
      END-READ
    END-PERFORM
    CLOSE gen-file
    CLOSE live-file
    .

RESTORE-INDEX-FROM-GENERATION.
    MOVE 'F' TO b_eof
    OPEN INPUT gen-file
    OPEN OUTPUT mbf-ix
    IF ws-ix-status NOT = "00"
      DISPLAY "ROLLBACK_MASTER: CANNOT CREATE INDEX FILE, STATUS "
              ws-ix-status
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM UNTIL b_eof = 'T'
      READ gen-file INTO mbr
        AT END MOVE 'T' TO b_eof
        NOT AT END
          IF mbr (1:1) NOT = 'T'
            PERFORM RESTORE-INDEX-RECORD
          END-IF
      END-READ
    END-PERFORM
    CLOSE gen-file
    CLOSE mbf-ix
    .

RESTORE-INDEX-RECORD.
    MOVE mbr-ssn TO ix_mbr-ssn
    MOVE mbr-year-month TO ix_mbr-year-month
    MOVE mbr-amnt TO ix_mbr-amnt
    MOVE mbr-status TO ix_mbr-status
    WRITE ix_mbr
    END-WRITE
    IF ws-ix-status NOT = "00"
      ADD 1 TO ws-cnt-dropped-n
      DISPLAY "ROLLBACK_MASTER: DUPLICATE OR BAD KEY DROPPED, SSN "
              mbr-ssn " YEAR-MONTH " mbr-year-month
              " STATUS " ws-ix-status
    END-IF
    .

WRITE-REPORT-HEADER.
    MOVE ws-run-date-display TO ws-hdr-run-date
    MOVE ws-parm-master TO ws-hdr-master
    MOVE ws-live-path TO ws-hdr-path
    MOVE ws-rb-gen TO ws-hdr-gen
    MOVE ws-rb-taken TO ws-hdr-taken
    MOVE ws-rb-program TO ws-hdr-program
    MOVE ws-bkp-generation TO ws-hdr-saved-gen
    WRITE rpt-rollback-rec FROM ws-page-header-line
    WRITE rpt-rollback-rec FROM ws-page-header-line2
    WRITE rpt-rollback-rec FROM ws-page-header-line3
    WRITE rpt-rollback-rec FROM ws-page-header-line4
    MOVE SPACES TO rpt-rollback-rec
    WRITE rpt-rollback-rec
    WRITE rpt-rollback-rec FROM ws-column-heading-line
    .

WRITE-REGISTER.
    MOVE "BEFORE" TO ws-reg-label
    MOVE ws-before-count TO ws-reg-count
    MOVE ws-before-tlr-count TO ws-reg-tlr-count
    MOVE ws-before-tlr-hash TO ws-reg-tlr-hash
    WRITE rpt-rollback-rec FROM ws-register-line

    MOVE "GENERATION" TO ws-reg-label
    MOVE ws-gen-count TO ws-reg-count
    MOVE ws-gen-tlr-count TO ws-reg-tlr-count
    MOVE ws-gen-tlr-hash TO ws-reg-tlr-hash
    WRITE rpt-rollback-rec FROM ws-register-line

    MOVE "AFTER" TO ws-reg-label
    MOVE ws-after-count TO ws-reg-count
    MOVE ws-after-tlr-count TO ws-reg-tlr-count
    MOVE ws-after-tlr-hash TO ws-reg-tlr-hash
    WRITE rpt-rollback-rec FROM ws-register-line

    IF ws-rc-final = ZERO
      MOVE "MASTER RESTORED TO GENERATION" TO ws-res-text
    ELSE
      MOVE "RESTORED MASTER DOES NOT AGREE WITH GENERATION"
        TO ws-res-text
    END-IF
    MOVE SPACES TO rpt-rollback-rec
    WRITE rpt-rollback-rec
    WRITE rpt-rollback-rec FROM ws-result-line
    .

WRITE-GENERATION-LIST.
    MOVE SPACES TO rpt-rollback-rec
    WRITE rpt-rollback-rec
    WRITE rpt-rollback-rec FROM ws-gens-heading-line
    WRITE rpt-rollback-rec FROM ws-gens-column-line
    MOVE ZERO TO ws-cat-ix
    PERFORM UNTIL ws-cat-ix >= ws-cat-count-n
      ADD 1 TO ws-cat-ix
      IF ws-cat-master (ws-cat-ix) = ws-parm-master
        MOVE ws-cat-gen (ws-cat-ix) TO ws-gns-gen
        MOVE ws-cat-date (ws-cat-ix) TO ws-gns-date
        MOVE ws-cat-program (ws-cat-ix) TO ws-gns-program
        MOVE ws-cat-count (ws-cat-ix) TO ws-gns-count
        MOVE ws-cat-hash (ws-cat-ix) TO ws-gns-hash
        WRITE rpt-rollback-rec FROM ws-gens-line
      END-IF
    END-PERFORM
    .

LOAD-RUN-CONTROL.
    MOVE ZERO TO ws-rc-count
    MOVE 'F' TO b_rc-eof
    OPEN INPUT run-ctl
    PERFORM UNTIL b_rc-eof = 'T'
      READ run-ctl
        AT END MOVE 'T' TO b_rc-eof
        NOT AT END
          IF ws-rc-count >= 20
            DISPLAY "ROLLBACK_MASTER: RUN CONTROL TABLE EXCEEDS 20"
                    " - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO ws-rc-count
          MOVE f_rcl-program TO ws-rc-name (ws-rc-count)
          MOVE f_rcl-date TO ws-rc-date (ws-rc-count)
          MOVE f_rcl-period TO ws-rc-period (ws-rc-count)
          MOVE f_rcl-rc TO ws-rc-rc (ws-rc-count)
      END-READ
    END-PERFORM
    CLOSE run-ctl
    .

FIND-RUN-CONTROL.
    MOVE ZERO TO ws-rc-find-ix
    MOVE ZERO TO ws-rc-ix
    PERFORM UNTIL ws-rc-ix >= ws-rc-count
      ADD 1 TO ws-rc-ix
      IF ws-rc-name (ws-rc-ix) = ws-rc-find-name
        MOVE ws-rc-ix TO ws-rc-find-ix
      END-IF
    END-PERFORM
    .

RECORD-RUN-CONTROL.
    MOVE "rollback_mbf" TO ws-rc-find-name
    PERFORM FIND-RUN-CONTROL
    IF ws-rc-find-ix = ZERO
      IF ws-rc-count >= 20
        DISPLAY "ROLLBACK_MASTER: RUN CONTROL TABLE FULL"
                " - ENTRY NOT RECORDED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO ws-rc-count
      MOVE ws-rc-count TO ws-rc-find-ix
      MOVE ws-rc-find-name TO ws-rc-name (ws-rc-find-ix)
    END-IF
    IF ws-rc-find-ix > ZERO
      MOVE ws-run-date TO ws-rc-date (ws-rc-find-ix)
      MOVE ws-rb-gen TO ws-rc-period (ws-rc-find-ix)
      MOVE ws-rc-final TO ws-rc-rc (ws-rc-find-ix)
    END-IF
    OPEN OUTPUT run-ctl
    MOVE ZERO TO ws-rc-ix
    PERFORM UNTIL ws-rc-ix >= ws-rc-count
      ADD 1 TO ws-rc-ix
      MOVE SPACES TO f_rcl
      MOVE ws-rc-name (ws-rc-ix) TO f_rcl-program
      MOVE ws-rc-date (ws-rc-ix) TO f_rcl-date
      MOVE ws-rc-period (ws-rc-ix) TO f_rcl-period
      MOVE ws-rc-rc (ws-rc-ix) TO f_rcl-rc
      WRITE f_rcl
    END-PERFORM
    CLOSE run-ctl
    .
