IDENTIFICATION DIVISION.
PROGRAM-ID. backup_master.

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
  SELECT gen-file ASSIGN TO DYNAMIC ws-gen-path
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-gen-status.
  SELECT OPTIONAL gen-cat ASSIGN TO './data/generations.txt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ws-cat-status.

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

LOCAL-STORAGE SECTION.
01 ws-live-path PIC X(40) VALUE SPACES.
01 ws-gen-path PIC X(40) VALUE SPACES.
01 ws-live-status PIC X(2).
01 ws-ix-status PIC X(2).
01 ws-gen-status PIC X(2).
01 ws-cat-status PIC X(2).
01 ws-master-indexed PIC A(1) VALUE 'F'.
01 ws-live-missing PIC A(1) VALUE 'F'.

01 b_eof PIC A(1) VALUE 'F'.
01 b_cat-eof PIC A(1) VALUE 'F'.

01 ws-keep-gens PIC 9(1) VALUE 5.

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
    03 ws-cat-dropped PIC A(1).
01 ws-cat-count-n PIC 9(3) VALUE ZERO.
01 ws-cat-ix PIC 9(3) VALUE ZERO.

01 ws-slot-table.
  02 ws-slot-used OCCURS 9 TIMES PIC A(1).
01 ws-slot-ix PIC 9(1) VALUE ZERO.

01 ws-gen-held PIC 9(3) VALUE ZERO.
01 ws-gen-high PIC 9(4) VALUE ZERO.
01 ws-gen-oldest PIC 9(4) VALUE ZERO.
01 ws-gen-oldest-ix PIC 9(3) VALUE ZERO.
01 ws-new-gen PIC 9(4) VALUE ZERO.
01 ws-new-slot PIC 9(1) VALUE ZERO.

01 ws-ctl-buffer PIC X(29).
01 ws-ctl-trailer REDEFINES ws-ctl-buffer.
  02 ws-ctl-id PIC X(1).
  02 ws-ctl-count PIC 9(7).
  02 ws-ctl-hash PIC 9(12).99.
  02 filler PIC X(6).
01 ws-ctl-amnt-dec PIC 9(10)V99 VALUE ZERO.
01 ws-copy-count PIC 9(7) VALUE ZERO.
01 ws-copy-hash PIC 9(12)V99 VALUE ZERO.
01 ws-out-trailer.
  02 filler PIC X(1) VALUE "T".
  02 ws-out-tlr-count PIC 9(7).
  02 ws-out-tlr-hash PIC 9(12).99.

01 ws-run-date.
  02 ws-run-date-yyyy PIC 9(4).
  02 ws-run-date-mm PIC 9(2).
  02 ws-run-date-dd PIC 9(2).

LINKAGE SECTION.
01 bkp-request.
  02 bkp-master PIC X(10).
  02 bkp-program PIC X(16).
  02 bkp-generation PIC 9(4).
  02 bkp-rc PIC 9(2).

PROCEDURE DIVISION USING bkp-request.

MOVE ZERO TO bkp-generation.
MOVE ZERO TO bkp-rc.
ACCEPT ws-run-date FROM DATE YYYYMMDD.

PERFORM RESOLVE-MASTER-PATH.
IF bkp-rc NOT = ZERO
  GOBACK
END-IF.

PERFORM LOAD-GENERATION-CATALOG.
PERFORM CHOOSE-GENERATION-SLOT.

IF ws-master-indexed = 'T'
  PERFORM COPY-INDEX-TO-GENERATION
ELSE
  PERFORM COPY-MASTER-TO-GENERATION
END-IF.

IF ws-live-missing = 'T' OR bkp-rc NOT = ZERO
  GOBACK
END-IF.

PERFORM ADD-CATALOG-ENTRY.
PERFORM WRITE-GENERATION-CATALOG.

MOVE ws-new-gen TO bkp-generation.

GOBACK.

RESOLVE-MASTER-PATH.
    EVALUATE bkp-master
      WHEN "mbf"
        MOVE './data/mbf.txt' TO ws-live-path
      WHEN "mbf-idx"
        MOVE './data/mbf.idx' TO ws-live-path
        MOVE 'T' TO ws-master-indexed
      WHEN "mbf-trans"
        MOVE './data/mbf-trans.txt' TO ws-live-path
      WHEN "mef"
        MOVE './data/mef.txt' TO ws-live-path
      WHEN "dmf"
        MOVE './data/dmf.txt' TO ws-live-path
      WHEN "ddf"
        MOVE './data/ddf.txt' TO ws-live-path
      WHEN "bnf"
        MOVE './data/bnf.txt' TO ws-live-path
      WHEN "emf"
        MOVE './data/emf.txt' TO ws-live-path
      WHEN "wht"
        MOVE './data/wht.txt' TO ws-live-path
      WHEN "claims"
        MOVE './data/claims.txt' TO ws-live-path
      WHEN "suspense"
        MOVE './data/suspense.txt' TO ws-live-path
      WHEN "pay-hist"
        MOVE './data/pay-hist.txt' TO ws-live-path
      WHEN "overpay"
        MOVE './data/overpay.txt' TO ws-live-path
      WHEN "outchecks"
        MOVE './data/outstanding.txt' TO ws-live-path
      WHEN "receivable"
        MOVE './data/receivable.txt' TO ws-live-path
      WHEN "pay-ledger"
        MOVE './data/employer-pay-ledger.txt' TO ws-live-path
      WHEN "reconbatch"
        MOVE './data/recon-batches.txt' TO ws-live-path
      WHEN OTHER
        DISPLAY "BACKUP_MASTER: UNKNOWN MASTER " bkp-master
                " REQUESTED BY " bkp-program
        MOVE 8 TO bkp-rc
    END-EVALUATE
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
            DISPLAY "BACKUP_MASTER: GENERATION CATALOG EXCEEDS 200"
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
          MOVE 'F' TO ws-cat-dropped (ws-cat-count-n)
      END-READ
    END-PERFORM
    CLOSE gen-cat
    .

CHOOSE-GENERATION-SLOT.
    MOVE ZERO TO ws-gen-held
    MOVE ZERO TO ws-gen-high
    MOVE 9999 TO ws-gen-oldest
    MOVE ZERO TO ws-gen-oldest-ix
    MOVE ZERO TO ws-slot-ix
    PERFORM UNTIL ws-slot-ix >= 9
      ADD 1 TO ws-slot-ix
      MOVE 'F' TO ws-slot-used (ws-slot-ix)
    END-PERFORM

    MOVE ZERO TO ws-cat-ix
    PERFORM UNTIL ws-cat-ix >= ws-cat-count-n
      ADD 1 TO ws-cat-ix
      IF ws-cat-master (ws-cat-ix) = bkp-master
        ADD 1 TO ws-gen-held
        IF ws-cat-gen (ws-cat-ix) > ws-gen-high
          MOVE ws-cat-gen (ws-cat-ix) TO ws-gen-high
        END-IF
        IF ws-cat-gen (ws-cat-ix) < ws-gen-oldest
          MOVE ws-cat-gen (ws-cat-ix) TO ws-gen-oldest
          MOVE ws-cat-ix TO ws-gen-oldest-ix
        END-IF
        IF ws-cat-slot (ws-cat-ix) > ZERO
          MOVE 'T' TO ws-slot-used (ws-cat-slot (ws-cat-ix))
        END-IF
      END-IF
    END-PERFORM

    IF ws-gen-high >= 9999
      MOVE 1 TO ws-new-gen
    ELSE
      COMPUTE ws-new-gen = ws-gen-high + 1
    END-IF

    MOVE ZERO TO ws-new-slot
    IF ws-gen-held >= ws-keep-gens
      MOVE ws-cat-slot (ws-gen-oldest-ix) TO ws-new-slot
    ELSE
      MOVE ZERO TO ws-slot-ix
      PERFORM UNTIL ws-slot-ix >= ws-keep-gens OR ws-new-slot > ZERO
        ADD 1 TO ws-slot-ix
        IF ws-slot-used (ws-slot-ix) = 'F'
          MOVE ws-slot-ix TO ws-new-slot
        END-IF
      END-PERFORM
    END-IF

    MOVE SPACES TO ws-gen-path
    STRING ws-live-path DELIMITED BY SPACE
           ".gen" DELIMITED BY SIZE
           ws-new-slot DELIMITED BY SIZE
      INTO ws-gen-path
    END-STRING
    .

COPY-MASTER-TO-GENERATION.
    MOVE ZERO TO ws-copy-count
    MOVE ZERO TO ws-copy-hash
    MOVE 'F' TO b_eof

    OPEN INPUT live-file
    IF ws-live-status = "05"
      MOVE 'T' TO ws-live-missing
      CLOSE live-file
    ELSE
      IF ws-live-status NOT = "00"
        DISPLAY "BACKUP_MASTER: CANNOT OPEN " ws-live-path
                " STATUS " ws-live-status
        MOVE 8 TO bkp-rc
      ELSE
        PERFORM OPEN-GENERATION-FILE
        IF bkp-rc = ZERO
          PERFORM UNTIL b_eof = 'T'
            READ live-file
              AT END MOVE 'T' TO b_eof
              NOT AT END PERFORM COPY-ONE-RECORD
            END-READ
          END-PERFORM
          CLOSE gen-file
        END-IF
        CLOSE live-file
      END-IF
    END-IF
    .

COPY-ONE-RECORD.
    IF f_live (1:1) = 'T' AND f_live (2:7) IS NUMERIC
      MOVE f_live TO ws-ctl-buffer
      MOVE ws-ctl-hash TO ws-copy-hash
    ELSE
      ADD 1 TO ws-copy-count
    END-IF
    WRITE f_gen FROM f_live
    .

COPY-INDEX-TO-GENERATION.
    MOVE ZERO TO ws-copy-count
    MOVE ZERO TO ws-copy-hash
    MOVE 'F' TO b_eof

    OPEN INPUT mbf-ix
    IF ws-ix-status = "05" OR ws-ix-status = "35"
      MOVE 'T' TO ws-live-missing
      CLOSE mbf-ix
    ELSE
      IF ws-ix-status NOT = "00"
        DISPLAY "BACKUP_MASTER: CANNOT OPEN INDEX FILE, STATUS "
                ws-ix-status
        MOVE 8 TO bkp-rc
      ELSE
        PERFORM OPEN-GENERATION-FILE
        IF bkp-rc = ZERO
          PERFORM UNTIL b_eof = 'T'
            READ mbf-ix NEXT RECORD
              AT END MOVE 'T' TO b_eof
              NOT AT END PERFORM COPY-ONE-INDEX-RECORD
            END-READ
          END-PERFORM
          MOVE ws-copy-count TO ws-out-tlr-count
          MOVE ws-copy-hash TO ws-out-tlr-hash
          MOVE SPACES TO f_gen
          WRITE f_gen FROM ws-out-trailer
          CLOSE gen-file
        END-IF
        CLOSE mbf-ix
      END-IF
    END-IF
    .

COPY-ONE-INDEX-RECORD.
    ADD 1 TO ws-copy-count
    MOVE ix_mbr-amnt TO ws-ctl-amnt-dec
    ADD ws-ctl-amnt-dec TO ws-copy-hash
    MOVE SPACES TO f_gen
    WRITE f_gen FROM ix_mbr
    .

OPEN-GENERATION-FILE.
    OPEN OUTPUT gen-file
    IF ws-gen-status NOT = "00"
      DISPLAY "BACKUP_MASTER: CANNOT OPEN GENERATION FILE " ws-gen-path
              " STATUS " ws-gen-status
      MOVE 8 TO bkp-rc
    END-IF
    .

ADD-CATALOG-ENTRY.
    IF ws-gen-held >= ws-keep-gens
      MOVE 'T' TO ws-cat-dropped (ws-gen-oldest-ix)
    END-IF

    IF ws-cat-count-n >= 200
      DISPLAY "BACKUP_MASTER: GENERATION CATALOG FULL"
              " - ENTRY NOT RECORDED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    ADD 1 TO ws-cat-count-n
    MOVE bkp-master TO ws-cat-master (ws-cat-count-n)
    MOVE ws-new-gen TO ws-cat-gen (ws-cat-count-n)
    MOVE ws-run-date TO ws-cat-date (ws-cat-count-n)
    MOVE ws-new-slot TO ws-cat-slot (ws-cat-count-n)
    MOVE ws-copy-count TO ws-cat-count (ws-cat-count-n)
    MOVE ws-copy-hash TO ws-cat-hash (ws-cat-count-n)
    MOVE bkp-program TO ws-cat-program (ws-cat-count-n)
    MOVE ws-live-path TO ws-cat-path (ws-cat-count-n)
    MOVE 'F' TO ws-cat-dropped (ws-cat-count-n)
    .

WRITE-GENERATION-CATALOG.
    OPEN OUTPUT gen-cat
    IF ws-cat-status NOT = "00" AND ws-cat-status NOT = "05"
      DISPLAY "BACKUP_MASTER: CANNOT WRITE GENERATION CATALOG, STATUS "
              ws-cat-status
      MOVE 8 TO bkp-rc
    ELSE
      MOVE ZERO TO ws-cat-ix
      PERFORM UNTIL ws-cat-ix >= ws-cat-count-n
        ADD 1 TO ws-cat-ix
        IF ws-cat-dropped (ws-cat-ix) = 'F'
          MOVE SPACES TO f_gcat
          MOVE ws-cat-master (ws-cat-ix) TO f_gcat-master
          MOVE ws-cat-gen (ws-cat-ix) TO f_gcat-gen
          MOVE ws-cat-date (ws-cat-ix) TO f_gcat-date
          MOVE ws-cat-slot (ws-cat-ix) TO f_gcat-slot
          MOVE ws-cat-count (ws-cat-ix) TO f_gcat-count
          MOVE ws-cat-hash (ws-cat-ix) TO f_gcat-hash
          MOVE ws-cat-program (ws-cat-ix) TO f_gcat-program
          MOVE ws-cat-path (ws-cat-ix) TO f_gcat-path
          WRITE f_gcat
        END-IF
      END-PERFORM
      CLOSE gen-cat
    END-IF
    .
