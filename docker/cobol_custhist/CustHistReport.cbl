      *>  The CUSTMAINT change-history layout:
      *>      BUSDATE|ACTION|B-ID|B-NAME|B-TIER|B-STATUS|B-HOLD
      *>             |A-ID|A-NAME|A-TIER|A-STATUS|A-HOLD
      *>             |B-LIMIT|A-LIMIT
      *>             |B-TAX-JURIS|B-TAX-EXEMPT|A-TAX-JURIS|A-TAX-EXEMPT
      *>  Lines written before the credit limit existed stop at
      *>  A-HOLD; their limits are left blank and not printed.  Lines
      *>  written before the tax fields existed stop at A-LIMIT and
      *>  get no tax line.
       01  WS-H-DATE-TEXT   PIC X(10).
       01  WS-H-ACTION-TEXT PIC X(12).
       01  WS-H-B-ID        PIC X(10).
       01  WS-H-A-TIER      PIC X(2).
       01  WS-H-A-STATUS    PIC X.
       01  WS-H-A-HOLD      PIC X.
       01  WS-H-B-LIMIT     PIC X(15).
       01  WS-H-A-LIMIT     PIC X(15).
       01  WS-H-B-JURIS     PIC X(6).
       01  WS-H-B-EXEMPT    PIC X.
       01  WS-H-A-JURIS     PIC X(6).
       01  WS-H-A-EXEMPT    PIC X.

       01  WS-ENTRIES-READ PIC 9(7) VALUE 0.
       01  WS-ENTRIES-LISTED PIC 9(7) VALUE 0.
                          WS-H-B-STATUS WS-H-B-HOLD
                          WS-H-A-ID WS-H-A-NAME WS-H-A-TIER
                          WS-H-A-STATUS WS-H-A-HOLD
                          WS-H-B-LIMIT WS-H-A-LIMIT
                          WS-H-B-JURIS WS-H-B-EXEMPT
                          WS-H-A-JURIS WS-H-A-EXEMPT
           UNSTRING CHANGE-HISTORY-RECORD DELIMITED BY "|"
               INTO WS-H-DATE-TEXT, WS-H-ACTION-TEXT,
                    WS-H-B-ID, WS-H-B-NAME, WS-H-B-TIER,
                    WS-H-B-STATUS, WS-H-B-HOLD,
                    WS-H-A-ID, WS-H-A-NAME, WS-H-A-TIER,
                    WS-H-A-STATUS, WS-H-A-HOLD,
                    WS-H-B-LIMIT, WS-H-A-LIMIT,
                    WS-H-B-JURIS, WS-H-B-EXEMPT,
                    WS-H-A-JURIS, WS-H-A-EXEMPT
           END-UNSTRING
           IF WS-H-DATE-TEXT(1:8) IS NOT NUMERIC OR
              FUNCTION TRIM(WS-H-ACTION-TEXT) = SPACES
                   DELIMITED BY SIZE INTO HIST-REPORT-RECORD
               END-STRING
           ELSE
               IF FUNCTION TRIM(WS-H-B-LIMIT) = SPACES
                   STRING "    Before: Name=", FUNCTION TRIM(WS-H-B-NAME),
                          "  Tier=", WS-H-B-TIER,
                          "  Status=", WS-H-B-STATUS,
                          "  CreditHold=", WS-H-B-HOLD
                       DELIMITED BY SIZE INTO HIST-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "    Before: Name=", FUNCTION TRIM(WS-H-B-NAME),
                          "  Tier=", WS-H-B-TIER,
                          "  Status=", WS-H-B-STATUS,
                          "  CreditHold=", WS-H-B-HOLD,
                          "  CreditLimit=", FUNCTION TRIM(WS-H-B-LIMIT)
                       DELIMITED BY SIZE INTO HIST-REPORT-RECORD
                   END-STRING
               END-IF
           END-IF
           WRITE HIST-REPORT-RECORD

           MOVE SPACES TO HIST-REPORT-RECORD
           IF FUNCTION TRIM(WS-H-A-LIMIT) = SPACES
               STRING "    After:  Name=", FUNCTION TRIM(WS-H-A-NAME),
                      "  Tier=", WS-H-A-TIER,
                      "  Status=", WS-H-A-STATUS,
                      "  CreditHold=", WS-H-A-HOLD
                   DELIMITED BY SIZE INTO HIST-REPORT-RECORD
               END-STRING
           ELSE
               STRING "    After:  Name=", FUNCTION TRIM(WS-H-A-NAME),
                      "  Tier=", WS-H-A-TIER,
                      "  Status=", WS-H-A-STATUS,
                      "  CreditHold=", WS-H-A-HOLD,
                      "  CreditLimit=", FUNCTION TRIM(WS-H-A-LIMIT)
                   DELIMITED BY SIZE INTO HIST-REPORT-RECORD
               END-STRING
           END-IF
           WRITE HIST-REPORT-RECORD

           IF WS-H-A-EXEMPT NOT = SPACE
               MOVE SPACES TO HIST-REPORT-RECORD
               STRING "    Tax:    Before Jurisdiction=",
                      FUNCTION TRIM(WS-H-B-JURIS),
                      " Exempt=", WS-H-B-EXEMPT,
                      "  After Jurisdiction=",
                      FUNCTION TRIM(WS-H-A-JURIS),
                      " Exempt=", WS-H-A-EXEMPT
                   DELIMITED BY SIZE INTO HIST-REPORT-RECORD
               END-STRING
               WRITE HIST-REPORT-RECORD
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO HIST-REPORT-RECORD
