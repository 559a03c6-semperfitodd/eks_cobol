               ASSIGN TO "/output/retention_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/order_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHIST-ORDER-ID
               ALTERNATE RECORD KEY IS OHIST-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-TARGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT WORK-FILE ASSIGN TO "/output/housekeep_work.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT QSTATUS-FILE
               ASSIGN TO "/output/housekeep_qstatus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QST-NAME
               FILE STATUS IS WS-QSTATUS-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
       FD  RETENTION-FILE.
       01  RETENTION-RECORD PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY ORDHIST.

       FD  TARGET-FILE.
       01  TARGET-RECORD PIC X(400).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(400).

       FD  QSTATUS-FILE.
       01  QSTATUS-RECORD.
           05  QST-NAME            PIC X(100).
           05  QST-STATUS          PIC X.
           05  QST-DATE            PIC X(8).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(400).

       FD  HK-REPORT-FILE.
       01  HK-REPORT-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01  WS-RETENTION-STATUS PIC XX.
       01  WS-TARGET-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-WORK-STATUS PIC XX.
       01  WS-ARCHIVE-STATUS PIC XX.
       01  WS-QSTATUS-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RETENTION-EOF PIC X VALUE 'N'.
       01  WS-TARGET-EOF PIC X VALUE 'N'.
       01  WS-HISTORY-EOF PIC X VALUE 'N'.
       01  WS-WORK-EOF PIC X VALUE 'N'.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-TARGET-FILENAME PIC X(512).
      *>      ORDER-HISTORY|<days to keep>
      *>      COMPLETED-FILES|<days to keep>
      *>      AUDIT-HISTORY|<days to keep>
      *>      QUARANTINE-REGISTER|<days to keep>
      *>  A file with no entry (or an unusable one) is left strictly
      *>  alone and reported as skipped - this program must never
      *>  trim a live control file on a default nobody chose.
       01  WS-DAYS-ORDER-HISTORY PIC S9(5) VALUE -1.
       01  WS-DAYS-COMPLETED PIC S9(5) VALUE -1.
       01  WS-DAYS-AUDIT PIC S9(5) VALUE -1.
       01  WS-DAYS-QUARANTINE PIC S9(5) VALUE -1.

      *>  Per-target trim state, set up by the mainline before each
      *>  TRIM-ONE-FILE pass:
      *>    WS-DATE-FIELD-NUM  which pipe-delimited field carries the
      *>                       YYYYMMDD business date (3 for the audit
      *>                       history's RUNID|PROGRAM|BUSDATE, 2 for
      *>                       the manifest's FILENAME|BUSDATE)
      *>    WS-UNDATED-ACTION  what to do with a line whose date
      *>                       field is missing or not numeric:
      *>                       'K' keeps it (a mangled history line
       01  WS-TOTAL-KEPT PIC 9(7) VALUE 0.
       01  WS-TOTAL-ARCHIVED PIC 9(7) VALUE 0.

      *>  The order history is TransformCSV's indexed file (ORDHIST),
      *>  so it is trimmed in place rather than copied: a browse in
      *>  OrderID order appends each record past the window to the
      *>  dated archive as a pipe line
      *>      ORDERID|DATE|ITEM|STOCK|CUST-ID|AMOUNT|TAX|JURIS|EXEMPT|
      *>      NAME|ADDRESS
      *>  and deletes it only once that write has landed.  A failed
      *>  archive write stops the deleting there - nothing leaves the
      *>  history that is not safely in the archive.  A record whose
      *>  first-processed date is not a usable date is kept.
       01  WS-HIST-AMOUNT-EDIT PIC -(8)9.99.
       01  WS-HIST-TAX-EDIT PIC -(8)9.99.

      *>  The quarantine register (TSVNAME|BUSDATE|STATUS|..., latest
      *>  line per file wins) is read into a table by GLPOSTEXTRACT,
      *>  CSVRECONCILE and QRELEASE, which stop rather than run past
      *>  1000 files, so it cannot simply grow.  A first pass over
      *>  the register records each file's latest status and date on
      *>  a scratch indexed file keyed by file name; the usual
      *>  two-pass copy then archives every line of a file whose
      *>  latest line is a release (R) older than the retention.  A
      *>  file still held (Q) keeps all its lines however old they
      *>  are, as does a name too long for the scratch key.  Once a
      *>  release is archived the file counts as never quarantined,
      *>  so the retention should outlast the released TSV's stay in
      *>  /output/ingested-data.
       01  WS-QST-NAME-TEXT PIC X(256).
       01  WS-QST-DATE-TEXT PIC X(10).
       01  WS-QST-STATUS-TEXT PIC X(10).
       01  WS-QSTATUS-OPEN PIC X VALUE 'N'.
       01  WS-QSTATUS-CLEAN PIC X VALUE 'Y'.

      *>  Aging arithmetic off the business date, the CSVRECONCILE
      *>  shape.
       01  WS-TODAY-INT PIC 9(8) VALUE 0.
           PERFORM WRITE-REPORT-HEADER
           PERFORM TRIM-ORDER-HISTORY
           PERFORM TRIM-COMPLETED-FILES
           PERFORM TRIM-QUARANTINE-REGISTER
           PERFORM TRIM-AUDIT-HISTORY
           PERFORM WRITE-REPORT-TRAILER
           CLOSE HK-REPORT-FILE
                   WHEN "AUDIT-HISTORY"
                       COMPUTE WS-DAYS-AUDIT = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-RET-VAL-TEXT))
                   WHEN "QUARANTINE-REGISTER"
                       COMPUTE WS-DAYS-QUARANTINE = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-RET-VAL-TEXT))
                   WHEN OTHER
                       DISPLAY "WARNING: retention_control.cfg entry "
                           FUNCTION TRIM(WS-RET-KEY-TEXT)
       TRIM-ORDER-HISTORY.
           MOVE "ORDER-HISTORY" TO WS-TARGET-LABEL
           MOVE WS-DAYS-ORDER-HISTORY TO WS-RETAIN-DAYS
           MOVE "/mnt/efs/data/order_history.dat"
               TO WS-TARGET-FILENAME
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "/mnt/efs/data/archive/order_history_",
                  WS-BUSINESS-DATE, ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           END-STRING
           PERFORM TRIM-HISTORY-FILE.

       TRIM-COMPLETED-FILES.
           MOVE "COMPLETED-FILES" TO WS-TARGET-LABEL
           MOVE 'A' TO WS-UNDATED-ACTION
           PERFORM TRIM-ONE-FILE.

      *>  See the quarantine register comment block in
      *>  WORKING-STORAGE.  A missing register is left for
      *>  TRIM-ONE-FILE to report.
       TRIM-QUARANTINE-REGISTER.
           MOVE "QUARANTINE-REGISTER" TO WS-TARGET-LABEL
           MOVE WS-DAYS-QUARANTINE TO WS-RETAIN-DAYS
           MOVE "/output/quarantine_register.txt" TO WS-TARGET-FILENAME
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "/output/archive/quarantine_register_",
                  WS-BUSINESS-DATE, ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           END-STRING
           MOVE 2 TO WS-DATE-FIELD-NUM
           MOVE 'K' TO WS-UNDATED-ACTION
           MOVE 'N' TO WS-QSTATUS-OPEN
           MOVE 'Y' TO WS-QSTATUS-CLEAN
           IF WS-RETAIN-DAYS >= 0
               PERFORM BUILD-QUARANTINE-STATUS
           END-IF
           IF WS-QSTATUS-CLEAN = 'Y'
               PERFORM TRIM-ONE-FILE
           ELSE
               PERFORM WRITE-QSTATUS-FAILED-LINE
           END-IF
           IF WS-QSTATUS-OPEN = 'Y'
               CLOSE QSTATUS-FILE
               MOVE 'N' TO WS-QSTATUS-OPEN
           END-IF.

      *>  Leaves the scratch file open for ROUTE-QUARANTINE-LINE.
       BUILD-QUARANTINE-STATUS.
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS = "00"
               OPEN OUTPUT QSTATUS-FILE
               IF WS-QSTATUS-STATUS = "00"
                   CLOSE QSTATUS-FILE
                   OPEN I-O QSTATUS-FILE
               END-IF
               IF WS-QSTATUS-STATUS NOT = "00"
                   MOVE 'N' TO WS-QSTATUS-CLEAN
               ELSE
                   MOVE 'Y' TO WS-QSTATUS-OPEN
                   MOVE 'N' TO WS-TARGET-EOF
                   PERFORM UNTIL WS-TARGET-EOF = 'Y'
                       READ TARGET-FILE
                           AT END MOVE 'Y' TO WS-TARGET-EOF
                           NOT AT END PERFORM STORE-QUARANTINE-STATUS
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE TARGET-FILE
           END-IF.

       STORE-QUARANTINE-STATUS.
           MOVE SPACES TO WS-QST-NAME-TEXT WS-QST-DATE-TEXT
                          WS-QST-STATUS-TEXT
           UNSTRING TARGET-RECORD DELIMITED BY "|"
               INTO WS-QST-NAME-TEXT, WS-QST-DATE-TEXT,
                    WS-QST-STATUS-TEXT
           END-UNSTRING
           IF WS-QST-NAME-TEXT NOT = SPACES AND
              WS-QST-NAME-TEXT(101:156) = SPACES
               MOVE WS-QST-NAME-TEXT(1:100) TO QST-NAME
               READ QSTATUS-FILE
                   INVALID KEY
                       MOVE WS-QST-STATUS-TEXT(1:1) TO QST-STATUS
                       MOVE WS-QST-DATE-TEXT(1:8) TO QST-DATE
                       WRITE QSTATUS-RECORD
                           INVALID KEY MOVE 'N' TO WS-QSTATUS-CLEAN
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-QST-STATUS-TEXT(1:1) TO QST-STATUS
                       MOVE WS-QST-DATE-TEXT(1:8) TO QST-DATE
                       REWRITE QSTATUS-RECORD
                           INVALID KEY MOVE 'N' TO WS-QSTATUS-CLEAN
                       END-REWRITE
               END-READ
           END-IF.

       TRIM-AUDIT-HISTORY.
           MOVE "AUDIT-HISTORY" TO WS-TARGET-LABEL
           MOVE WS-DAYS-AUDIT TO WS-RETAIN-DAYS
                       END-IF
                   END-IF
               END-IF
               IF WS-QSTATUS-OPEN = 'Y'
                   PERFORM ROUTE-QUARANTINE-LINE
               END-IF
               IF WS-KEEP-LINE = 'Y'
                   ADD 1 TO WS-LINES-KEPT
                   MOVE TARGET-RECORD TO WORK-RECORD
               END-IF
           END-IF.

      *>  A register line goes by its file's latest status and date,
      *>  not its own date - see the quarantine register comment
      *>  block in WORKING-STORAGE.
       ROUTE-QUARANTINE-LINE.
           MOVE 'Y' TO WS-KEEP-LINE
           MOVE SPACES TO WS-QST-NAME-TEXT
           UNSTRING TARGET-RECORD DELIMITED BY "|"
               INTO WS-QST-NAME-TEXT
           END-UNSTRING
           IF WS-QST-NAME-TEXT NOT = SPACES AND
              WS-QST-NAME-TEXT(101:156) = SPACES
               MOVE WS-QST-NAME-TEXT(1:100) TO QST-NAME
               READ QSTATUS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF QST-STATUS = 'R' AND QST-DATE IS NUMERIC
                           MOVE QST-DATE TO WS-SEEN-NUM
                           COMPUTE WS-SEEN-INT =
                               FUNCTION INTEGER-OF-DATE(WS-SEEN-NUM)
                           IF WS-SEEN-INT > 0 AND
                              WS-SEEN-INT <= WS-TODAY-INT
                               COMPUTE WS-LINE-AGE =
                                   WS-TODAY-INT - WS-SEEN-INT
                               IF WS-LINE-AGE > WS-RETAIN-DAYS
                                   MOVE 'N' TO WS-KEEP-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *>  See the order history comment block in WORKING-STORAGE.
       TRIM-HISTORY-FILE.
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-LINES-KEPT
           MOVE 0 TO WS-LINES-ARCHIVED
           MOVE 0 TO WS-LINES-UNDATED
           MOVE 'Y' TO WS-PASS1-CLEAN
           IF WS-RETAIN-DAYS < 0
               PERFORM WRITE-SKIPPED-LINE
           ELSE
               OPEN I-O HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE WS-HISTORY-STATUS TO WS-TARGET-STATUS
                   PERFORM WRITE-MISSING-LINE
               ELSE
                   OPEN EXTEND ARCHIVE-FILE
                   IF WS-ARCHIVE-STATUS NOT = "00"
                       OPEN OUTPUT ARCHIVE-FILE
                   END-IF
                   IF WS-ARCHIVE-STATUS NOT = "00"
                       MOVE 'N' TO WS-PASS1-CLEAN
                       CLOSE HISTORY-FILE
                       PERFORM WRITE-WORK-FAILED-LINE
                   ELSE
                       MOVE 'N' TO WS-HISTORY-EOF
                       MOVE LOW-VALUES TO OHIST-ORDER-ID
                       START HISTORY-FILE
                           KEY IS NOT LESS THAN OHIST-ORDER-ID
                           INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
                       END-START
                       PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                           READ HISTORY-FILE NEXT RECORD
                               AT END MOVE 'Y' TO WS-HISTORY-EOF
                               NOT AT END PERFORM ROUTE-ONE-HISTORY
                           END-READ
                       END-PERFORM
                       CLOSE HISTORY-FILE
                       CLOSE ARCHIVE-FILE
                       IF WS-PASS1-CLEAN = 'Y'
                           PERFORM WRITE-TRIMMED-LINE
                       ELSE
                           PERFORM WRITE-ARCHIVE-STOPPED-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD WS-LINES-READ TO WS-TOTAL-READ
           ADD WS-LINES-KEPT TO WS-TOTAL-KEPT
           ADD WS-LINES-ARCHIVED TO WS-TOTAL-ARCHIVED.

      *>  Once an archive write has failed, every record after it is
      *>  simply counted as kept.  The failing status is held in
      *>  WS-TARGET-STATUS (the target file is not used on this pass)
      *>  because the CLOSE of the archive replaces WS-ARCHIVE-STATUS
      *>  before the stopped line is written.
       ROUTE-ONE-HISTORY.
           ADD 1 TO WS-LINES-READ
           MOVE 'Y' TO WS-KEEP-LINE
           IF OHIST-FIRST-DATE IS NOT NUMERIC
               ADD 1 TO WS-LINES-UNDATED
           ELSE
               MOVE OHIST-FIRST-DATE TO WS-SEEN-NUM
               COMPUTE WS-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SEEN-NUM)
               IF WS-SEEN-INT > 0 AND WS-SEEN-INT <= WS-TODAY-INT
                   COMPUTE WS-LINE-AGE = WS-TODAY-INT - WS-SEEN-INT
                   IF WS-LINE-AGE > WS-RETAIN-DAYS
                       MOVE 'N' TO WS-KEEP-LINE
                   END-IF
               END-IF
           END-IF
           IF WS-PASS1-CLEAN = 'N'
               MOVE 'Y' TO WS-KEEP-LINE
           END-IF
           IF WS-KEEP-LINE = 'Y'
               ADD 1 TO WS-LINES-KEPT
           ELSE
               MOVE OHIST-AMOUNT TO WS-HIST-AMOUNT-EDIT
               MOVE OHIST-TAX TO WS-HIST-TAX-EDIT
               MOVE SPACES TO ARCHIVE-RECORD
               STRING FUNCTION TRIM(OHIST-ORDER-ID),
                      "|", OHIST-FIRST-DATE,
                      "|", FUNCTION TRIM(OHIST-ITEM),
                      "|", OHIST-STOCK,
                      "|", FUNCTION TRIM(OHIST-CUST-ID),
                      "|", FUNCTION TRIM(WS-HIST-AMOUNT-EDIT),
                      "|", FUNCTION TRIM(WS-HIST-TAX-EDIT),
                      "|", FUNCTION TRIM(OHIST-TAX-JURIS),
                      "|", OHIST-TAX-EXEMPT,
                      "|", FUNCTION TRIM(OHIST-CUST-NAME),
                      "|", FUNCTION TRIM(OHIST-ADDRESS)
                   DELIMITED BY SIZE INTO ARCHIVE-RECORD
               END-STRING
               WRITE ARCHIVE-RECORD
               IF WS-ARCHIVE-STATUS NOT = "00"
                   MOVE WS-ARCHIVE-STATUS TO WS-TARGET-STATUS
                   MOVE 'N' TO WS-PASS1-CLEAN
                   ADD 1 TO WS-LINES-KEPT
               ELSE
                   DELETE HISTORY-FILE RECORD
                       INVALID KEY
                           DISPLAY "WARNING: order "
                               FUNCTION TRIM(OHIST-ORDER-ID)
                               " was archived but could not be "
                               "deleted from the order history "
                               "(status " WS-HISTORY-STATUS ")."
                   END-DELETE
                   ADD 1 TO WS-LINES-ARCHIVED
               END-IF
           END-IF.

      *>  Picks the target's configured pipe field and accepts it
      *>  only as an 8-digit date - anything else leaves WS-LINE-DATE
      *>  blank for the undated handling above.
               " did not run clean - the live file was left "
               "untouched.".

       WRITE-QSTATUS-FAILED-LINE.
           MOVE SPACES TO HK-REPORT-RECORD
           STRING "  ", FUNCTION TRIM(WS-TARGET-LABEL),
                  " - SKIPPED: the file status scratch copy "
                  "/output/housekeep_qstatus.dat failed (status ",
                  WS-QSTATUS-STATUS, ") - live file left untouched."
               DELIMITED BY SIZE INTO HK-REPORT-RECORD
           END-STRING
           WRITE HK-REPORT-RECORD
           DISPLAY "WARNING: housekeeping pass for "
               FUNCTION TRIM(WS-TARGET-LABEL)
               " did not run clean - the live file was left "
               "untouched.".

       WRITE-ARCHIVE-STOPPED-LINE.
           MOVE SPACES TO HK-REPORT-RECORD
           STRING "  ", FUNCTION TRIM(WS-TARGET-LABEL),
                  " - STOPPED: archive write failed (status ",
                  WS-TARGET-STATUS, ") after ",
                  FUNCTION TRIM(WS-LINES-ARCHIVED),
                  " records archived - the rest left in place."
               DELIMITED BY SIZE INTO HK-REPORT-RECORD
           END-STRING
           WRITE HK-REPORT-RECORD
           DISPLAY "WARNING: housekeeping pass for "
               FUNCTION TRIM(WS-TARGET-LABEL)
               " stopped on a failed archive write - records not "
               "archived were left in the live file.".

       WRITE-TRIMMED-LINE.
           MOVE SPACES TO HK-REPORT-RECORD
           STRING "  ", FUNCTION TRIM(WS-TARGET-LABEL),
