              FILE STATUS IS WS-XREF-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMASTER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID-MASTER
              FILE STATUS IS WS-ACCT-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMENTS.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN USING WS-HIST-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "TRANARCH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANARCH-STATUS.

           SELECT STMT-PARM-FILE ASSIGN TO "STMTPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGING-STATUS.

           SELECT STATEMENT-WORK-FILE ASSIGN TO "STMTACCT.WRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STMT-ACCOUNT-ID
              FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER-FILE.

       FD  DAILY-EXTRACT-FILE.
       01  DAILY-EXTRACT-RECORD.
           05 EXTRACT-ACCOUNT-ID     PIC 9(8).
           05 EXTRACT-TRANS-DATE     PIC 9(8).
           05 EXTRACT-DC-IND         PIC X(1).
           05 EXTRACT-AMOUNT         PIC 9(7)V99.
       01  DAILY-EXTRACT-TEXT        PIC X(26).

       FD  ACCOUNT-XREF-FILE.
       01  XREF-RECORD.
           05 XREF-ACCOUNT-ID        PIC 9(8).
           05 XREF-CONTACT-ID        PIC 9(5).
           05 XREF-ROLE-ID           PIC X(1).
           05 XREF-PRIMARY-ID        PIC X(1).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-ID-MASTER         PIC 9(8).
           05 ACCT-NAME-MASTER       PIC X(30).
           05 ACCT-TYPE-MASTER       PIC X(8).
           05 ACCT-OPEN-DATE-MASTER  PIC 9(8).
           05 ACCT-STATUS-MASTER     PIC X(1).
           05 ACCT-LIMIT-MASTER      PIC 9(7)V99.
           05 ACCT-BLOCK-MASTER      PIC X(1).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(132).

       FD  TRAN-HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-ACCOUNT-ID          PIC 9(8).
           05 TH-TRANS-DATE          PIC 9(8).
           05 TH-DC-IND              PIC X(1).
           05 TH-AMOUNT              PIC 9(7)V99.
           05 TH-BALANCE             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-CONTROL-RECORD.
           05 TA-YEAR                PIC 9(4).
           05 FILLER                 PIC X(1).
           05 TA-FILE-NAME           PIC X(20).
           05 FILLER                 PIC X(55).

       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD.
           05 PARM-FROM-DATE         PIC X(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-ACCOUNT-ID        PIC 9(8).
           05 SUSP-TRANS-DATE        PIC 9(8).
           05 SUSP-DC-IND            PIC X(1).
           05 SUSP-AMOUNT            PIC 9(7)V99.
       FD  AGING-REPORT-FILE.
       01  AGING-LINE                PIC X(132).

       FD  STATEMENT-WORK-FILE.
       01  STMT-ACCOUNT-RECORD.
           05 STMT-ACCOUNT-ID        PIC 9(8).
           05 XREF-HOLDER-COUNT      PIC 9(2).
           05 XREF-HOLDER OCCURS 9 TIMES.
              10 XREF-CONTACT        PIC 9(5).
              10 XREF-ROLE           PIC X(1).
                 88 XREF-ROLE-GETS-MAIL    VALUE "H" "G".
              10 XREF-PRIMARY        PIC X(1).
                 88 XREF-IS-PRIMARY        VALUE "Y".
           05 ACCT-NAME              PIC X(30).
           05 ACCT-TYPE              PIC X(8).
           05 ACCT-STATUS            PIC X(1).
              88 ACCT-IS-CLOSED            VALUE "C".
           05 ACCT-ON-FILE           PIC X(1).
           05 OPEN-BALANCE           PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS  PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-STMT-STATUS    PIC XX.
       01 WS-EXCEPT-STATUS  PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-WORK-STATUS    PIC XX.
       01 WS-ACCT-OPEN      PIC X(1) VALUE "N".
       01 WS-WORK-OPEN      PIC X(1) VALUE "N".
       01 WS-WORK-NAME      PIC X(13) VALUE "STMTACCT.WRK".
       01 WS-ENTRY-ACCOUNT  PIC 9(8).
       01 MAX-HOLDERS       PIC 9(2) VALUE 9.
       01 HOLDER-SUB        PIC 9(2).
       01 WS-MAIL-COUNT     PIC 9(2).
       01 ROLE-SUB          PIC 9(2).
       01 WS-JOINT-COUNT    PIC 9(2).
       01 WS-ROLE-NAME      PIC X(20).
       01 EXTRACT-COUNT     PIC 9(4) VALUE 0.
       01 MAX-RECORDS       PIC 9(4) VALUE 9998.
       01 EXTRACT-TABLE.
          05 EXTRACT-ENTRY OCCURS 1 TO 9998 TIMES
                            DEPENDING ON EXTRACT-COUNT.
             10 ENTRY-ACCOUNT-ID  PIC 9(8).
             10 ENTRY-TRANS-DATE  PIC 9(8).
             10 ENTRY-DC-IND      PIC X(1).
             10 ENTRY-AMOUNT      PIC 9(7)V99.
             10 ENTRY-EXCL-FLAG   PIC X(1).
       01 CONTACT-LIST.
          05 CONTACT-LIST-ID OCCURS 5000 TIMES PIC 9(5).
       01 CONTACT-LIST-COUNT PIC 9(4) VALUE 0.
       01 I                 PIC 9(4).
       01 J                 PIC 9(4).
       01 K                 PIC 9(4).
       01 WS-CURRENT-CONTACT PIC 9(5).
       01 WS-ALREADY-LISTED PIC X(1).
       01 WS-ACCOUNT-LINES  PIC 9(5).
       01 WS-TO-DATE        PIC 9(8) VALUE 99999999.
       01 WS-DATE-INPUT     PIC X(8).
       01 WS-HISTORY-MODE   PIC X(1) VALUE "N".
       01 WS-HIST-FILE-NAME PIC X(20) VALUE "TRANHIST.DAT".
       01 WS-TRANARCH-STATUS PIC XX.
       01 WS-CARRY-TAKEN    PIC X(1) VALUE "N".
       01 WS-HIST-FOUND     PIC X(1).
       01 WS-FROM-YEAR      PIC 9(4).
       01 ARCHIVE-COUNT     PIC 9(3) VALUE 0.
       01 ARCHIVE-MISSING-COUNT PIC 9(3) VALUE 0.
       01 ARCH-SUB          PIC 9(3).
       01 ARCHIVE-TABLE.
          05 ARCHIVE-ENTRY OCCURS 100 TIMES.
             10 ARCH-YEAR       PIC 9(4).
             10 ARCH-FILE-NAME  PIC X(20).
             10 ARCH-MISSING    PIC X(1).
       01 ACCOUNT-OPEN-BAL  PIC S9(11)V99.
       01 ACCOUNT-CLOSE-BAL PIC S9(11)V99.
       01 WS-SUSP-STATUS    PIC XX.
       01 WS-AGING-STATUS   PIC XX.
       01 SUSPENSE-TABLE.
          05 SUSP-ENTRY OCCURS 500 TIMES.
             10 SUSP-ENT-ACCOUNT   PIC 9(8).
             10 SUSP-ENT-DATE      PIC 9(8).
             10 SUSP-ENT-DC-IND    PIC X(1).
             10 SUSP-ENT-AMOUNT    PIC 9(7)V99.
       MAIN-ROUTINE.
           DISPLAY "Customer Statement Generation".
           PERFORM READ-STATEMENT-PARAMETERS.
           PERFORM OPEN-ACCOUNT-FILES.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-PERIOD-ACTIVITY.
           OPEN INPUT CONTACT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CONTACTS.DAT, status "
                      WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
              DISPLAY "Cannot open statement output files."
              CLOSE CONTACT-MASTER-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           MOVE "UNMATCHED ACCOUNT EXCEPTION LIST" TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           PERFORM REPORT-MISSING-ARCHIVES.
           PERFORM LOAD-SUSPENSE-TABLE.
           PERFORM RELEASE-SUSPENSE-ITEMS.
           PERFORM REPORT-UNMATCHED-ACCOUNTS.
           CLOSE EXCEPTION-FILE.
           PERFORM WRITE-AGING-REPORT.
           PERFORM SAVE-SUSPENSE-FILE.
           PERFORM CLOSE-ACCOUNT-FILES.
           DISPLAY STATEMENT-COUNT " statement(s) written to "
                   "STATEMENTS.PRT.".
           DISPLAY EXCEPTION-COUNT " exception(s) written to "
                   "STMTEXCEPT.RPT.".
           IF ARCHIVE-MISSING-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-XREF-TABLE.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "Cannot open ACCTXREF.DAT, status "
                      WS-XREF-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ ACCOUNT-XREF-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-XREF-STATUS
                      NOT AT END
                         PERFORM STORE-XREF-RECORD
                   END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.

       STORE-XREF-RECORD.
           MOVE XREF-ACCOUNT-ID TO WS-ENTRY-ACCOUNT.
           PERFORM FIND-STATEMENT-ACCOUNT.
           IF XREF-HOLDER-COUNT >= MAX-HOLDERS
              DISPLAY "Warning: account " XREF-ACCOUNT-ID " has more "
                      "than " MAX-HOLDERS " holders; contact "
                      XREF-CONTACT-ID " gets no statement for it."
              EXIT PARAGRAPH
           END-IF.
           IF XREF-ROLE-ID = SPACE
              MOVE "H" TO XREF-ROLE-ID
           END-IF.
           IF XREF-PRIMARY-ID = SPACE
              IF XREF-HOLDER-COUNT = 0
                 MOVE "Y" TO XREF-PRIMARY-ID
              ELSE
                 MOVE "N" TO XREF-PRIMARY-ID
              END-IF
           END-IF.
           ADD 1 TO XREF-HOLDER-COUNT.
           MOVE XREF-HOLDER-COUNT TO HOLDER-SUB.
           MOVE XREF-CONTACT-ID TO XREF-CONTACT(HOLDER-SUB).
           MOVE XREF-ROLE-ID TO XREF-ROLE(HOLDER-SUB).
           MOVE XREF-PRIMARY-ID TO XREF-PRIMARY(HOLDER-SUB).
           REWRITE STMT-ACCOUNT-RECORD.

       OPEN-ACCOUNT-FILES.
           OPEN OUTPUT STATEMENT-WORK-FILE.
           IF WS-WORK-STATUS = "00"
              CLOSE STATEMENT-WORK-FILE
              OPEN I-O STATEMENT-WORK-FILE
           END-IF.
           IF WS-WORK-STATUS NOT = "00"
              DISPLAY "Cannot create STMTACCT.WRK, status "
                      WS-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "Y" TO WS-WORK-OPEN.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "Warning: cannot open ACCTMASTER.DAT, status "
                      WS-ACCT-STATUS
                      ". Statements will show account numbers only."
           ELSE
              MOVE "Y" TO WS-ACCT-OPEN
           END-IF.

       CLOSE-ACCOUNT-FILES.
           IF WS-ACCT-OPEN = "Y"
              CLOSE ACCOUNT-MASTER-FILE
              MOVE "N" TO WS-ACCT-OPEN
           END-IF.
           IF WS-WORK-OPEN = "Y"
              CLOSE STATEMENT-WORK-FILE
              MOVE "N" TO WS-WORK-OPEN
              CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
           END-IF.

       FIND-STATEMENT-ACCOUNT.
           MOVE WS-ENTRY-ACCOUNT TO STMT-ACCOUNT-ID.
           READ STATEMENT-WORK-FILE
              INVALID KEY
                 PERFORM ADD-STATEMENT-ACCOUNT
           END-READ.

       ADD-STATEMENT-ACCOUNT.
           MOVE SPACES TO STMT-ACCOUNT-RECORD.
           MOVE WS-ENTRY-ACCOUNT TO STMT-ACCOUNT-ID.
           MOVE 0 TO XREF-HOLDER-COUNT OPEN-BALANCE.
           MOVE "N" TO ACCT-ON-FILE.
           IF WS-ACCT-OPEN = "Y"
              MOVE WS-ENTRY-ACCOUNT TO ACCT-ID-MASTER
              READ ACCOUNT-MASTER-FILE
                 NOT INVALID KEY
                    MOVE ACCT-NAME-MASTER TO ACCT-NAME
                    MOVE ACCT-TYPE-MASTER TO ACCT-TYPE
                    MOVE ACCT-STATUS-MASTER TO ACCT-STATUS
                    MOVE "Y" TO ACCT-ON-FILE
              END-READ
           END-IF.
           WRITE STMT-ACCOUNT-RECORD.

       READ-STATEMENT-PARAMETERS.
           OPEN INPUT STMT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
           END-IF.

       LOAD-PERIOD-ACTIVITY.
           PERFORM LOAD-ARCHIVE-CONTROL.
           MOVE WS-FROM-DATE(1:4) TO WS-FROM-YEAR.
           PERFORM VARYING ARCH-SUB FROM 1 BY 1
                   UNTIL ARCH-SUB > ARCHIVE-COUNT
                   IF ARCH-YEAR(ARCH-SUB) NOT < WS-FROM-YEAR
                      MOVE ARCH-FILE-NAME(ARCH-SUB)
                         TO WS-HIST-FILE-NAME
                      PERFORM READ-HISTORY-FILE
                      IF WS-HIST-FOUND = "N"
                         MOVE "Y" TO ARCH-MISSING(ARCH-SUB)
                         ADD 1 TO ARCHIVE-MISSING-COUNT
                      END-IF
                   END-IF
           END-PERFORM.
           MOVE "TRANHIST.DAT" TO WS-HIST-FILE-NAME.
           PERFORM READ-HISTORY-FILE.
           IF WS-HIST-FOUND = "N"
              AND WS-HISTORY-MODE NOT = "Y"
              DISPLAY "No transaction history (TRANHIST.DAT status "
                      WS-HIST-STATUS "); falling back to the daily "
                      "extract with zero opening balances."
              PERFORM LOAD-EXTRACT-TABLE
           END-IF.

       LOAD-ARCHIVE-CONTROL.
           MOVE 0 TO ARCHIVE-COUNT.
           OPEN INPUT ARCHIVE-CONTROL-FILE.
           IF WS-TRANARCH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TRANARCH-STATUS NOT = "00"
                   READ ARCHIVE-CONTROL-FILE
                      AT END
                         MOVE "10" TO WS-TRANARCH-STATUS
                      NOT AT END
                         IF TA-YEAR IS NUMERIC
                            AND ARCHIVE-COUNT < 100
                            ADD 1 TO ARCHIVE-COUNT
                            MOVE TA-YEAR TO ARCH-YEAR(ARCHIVE-COUNT)
                            MOVE TA-FILE-NAME
                               TO ARCH-FILE-NAME(ARCHIVE-COUNT)
                            MOVE "N" TO ARCH-MISSING(ARCHIVE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CONTROL-FILE.

       READ-HISTORY-FILE.
           MOVE "N" TO WS-HIST-FOUND.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-HIST-FOUND WS-HISTORY-MODE.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ TRAN-HISTORY-FILE
                      AT END
                         MOVE "10" TO WS-HIST-STATUS
                      NOT AT END
                         PERFORM CLASSIFY-HISTORY-RECORD
                   END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.
           MOVE "Y" TO WS-CARRY-TAKEN.

       REPORT-MISSING-ARCHIVES.
           PERFORM VARYING ARCH-SUB FROM 1 BY 1
                   UNTIL ARCH-SUB > ARCHIVE-COUNT
                   IF ARCH-MISSING(ARCH-SUB) = "Y"
                      ADD 1 TO EXCEPTION-COUNT
                      MOVE SPACES TO EXCEPTION-LINE
                      STRING "HISTORY ARCHIVE " DELIMITED BY SIZE
                             ARCH-FILE-NAME(ARCH-SUB)
                                DELIMITED BY SPACE
                             " NOT AVAILABLE - ACTIVITY FOR "
                                DELIMITED BY SIZE
                             ARCH-YEAR(ARCH-SUB) DELIMITED BY SIZE
                             " IS MISSING FROM STATEMENTS"
                                DELIMITED BY SIZE
                             INTO EXCEPTION-LINE
                      WRITE EXCEPTION-LINE
                   END-IF
           END-PERFORM.

       CLASSIFY-HISTORY-RECORD.
           IF TH-DC-IND = "B"
              IF WS-CARRY-TAKEN = "N"
                 MOVE TH-ACCOUNT-ID TO WS-ENTRY-ACCOUNT
                 PERFORM FIND-STATEMENT-ACCOUNT
                 ADD TH-BALANCE TO OPEN-BALANCE
                 REWRITE STMT-ACCOUNT-RECORD
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF TH-DC-IND = "D"
              COMPUTE WS-SIGNED-AMOUNT = 0 - TH-AMOUNT
           ELSE
           END-IF.
           EVALUATE TRUE
              WHEN TH-TRANS-DATE < WS-FROM-DATE
                 MOVE TH-ACCOUNT-ID TO WS-ENTRY-ACCOUNT
                 PERFORM FIND-STATEMENT-ACCOUNT
                 ADD WS-SIGNED-AMOUNT TO OPEN-BALANCE
                 REWRITE STMT-ACCOUNT-RECORD
              WHEN TH-TRANS-DATE > WS-TO-DATE
                 CONTINUE
              WHEN EXTRACT-COUNT < MAX-RECORDS
              DISPLAY "Cannot open DAILYEXTRACT.DAT, status "
                      WS-EXTRACT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EXTRACT-STATUS NOT = "00"
                   READ DAILY-EXTRACT-FILE
                         MOVE "10" TO WS-EXTRACT-STATUS
                      NOT AT END
                         IF EXTRACT-COUNT < MAX-RECORDS
                            AND DAILY-EXTRACT-TEXT(1:8) IS NUMERIC
                            ADD 1 TO EXTRACT-COUNT
                            MOVE EXTRACT-ACCOUNT-ID
                               TO ENTRY-ACCOUNT-ID(EXTRACT-COUNT)

       REPORT-UNMATCHED-ACCOUNTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EXTRACT-COUNT
                   MOVE ENTRY-ACCOUNT-ID(I) TO WS-ENTRY-ACCOUNT
                   PERFORM FIND-STATEMENT-ACCOUNT
                   EVALUATE TRUE
                      WHEN XREF-HOLDER-COUNT = 0
                         MOVE "NO XREF FOR ACCOUNT "
                            TO WS-EXCEPTION-REASON
                         PERFORM WRITE-EXTRACT-EXCEPTION
                         PERFORM ADD-TO-SUSPENSE
                      WHEN ACCT-IS-CLOSED
                         AND WS-HISTORY-MODE NOT = "Y"
                         MOVE "ACTIVITY ON CLOSED ACCOUNT "
                            TO WS-EXCEPTION-REASON
           MOVE 0 TO SUSP-RELEASED-COUNT.
           MOVE 1 TO WS-SUSP-SUB.
           PERFORM UNTIL WS-SUSP-SUB > SUSP-COUNT
                   MOVE SUSP-ENT-ACCOUNT(WS-SUSP-SUB)
                      TO WS-ENTRY-ACCOUNT
                   PERFORM FIND-STATEMENT-ACCOUNT
                   IF XREF-HOLDER-COUNT > 0
                      PERFORM RELEASE-ONE-SUSPENSE-ITEM
                   ELSE
                      ADD 1 TO WS-SUSP-SUB
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           MOVE "ACCOUNT" TO AGING-LINE(1:7).
           MOVE "DATE" TO AGING-LINE(15:8).
           MOVE "D/C" TO AGING-LINE(25:3).
           MOVE "AMOUNT" TO AGING-LINE(30:10).
           MOVE "FIRST SEEN" TO AGING-LINE(43:10).
           MOVE "DAYS OLD" TO AGING-LINE(55:8).
           WRITE AGING-LINE.
           PERFORM VARYING WS-SUSP-SUB FROM 1 BY 1
                   UNTIL WS-SUSP-SUB > SUSP-COUNT
                             SUSP-ENT-FIRST(WS-SUSP-SUB))
                   MOVE SPACES TO AGING-LINE
                   MOVE SUSP-ENT-ACCOUNT(WS-SUSP-SUB)
                      TO AGING-LINE(1:8)
                   MOVE SUSP-ENT-DATE(WS-SUSP-SUB)
                      TO AGING-LINE(15:8)
                   MOVE SUSP-ENT-DC-IND(WS-SUSP-SUB)
                      TO AGING-LINE(25:1)
                   MOVE SUSP-ENT-AMOUNT(WS-SUSP-SUB) TO ED-AMOUNT
                   MOVE ED-AMOUNT TO AGING-LINE(30:10)
                   MOVE SUSP-ENT-FIRST(WS-SUSP-SUB)
                      TO AGING-LINE(43:8)
                   MOVE WS-AGE-DAYS TO AGING-LINE(55:7)
                   WRITE AGING-LINE
           END-PERFORM.
           MOVE SPACES TO AGING-LINE.

       BUILD-CONTACT-LIST.
           MOVE 0 TO CONTACT-LIST-COUNT.
           MOVE 0 TO STMT-ACCOUNT-ID.
           START STATEMENT-WORK-FILE KEY IS NOT < STMT-ACCOUNT-ID
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ STATEMENT-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         PERFORM LIST-ACCOUNT-CONTACTS
                   END-READ
           END-PERFORM.

       LIST-ACCOUNT-CONTACTS.
           MOVE 0 TO WS-MAIL-COUNT.
           PERFORM VARYING HOLDER-SUB FROM 1 BY 1
                   UNTIL HOLDER-SUB > XREF-HOLDER-COUNT
                   IF XREF-ROLE-GETS-MAIL(HOLDER-SUB)
                      ADD 1 TO WS-MAIL-COUNT
                      PERFORM ADD-TO-CONTACT-LIST
                   END-IF
           END-PERFORM.
           IF XREF-HOLDER-COUNT > 0 AND WS-MAIL-COUNT = 0
              ADD 1 TO EXCEPTION-COUNT
              MOVE SPACES TO EXCEPTION-LINE
              STRING "NO HOLDER ON ACCOUNT " DELIMITED BY SIZE
                     STMT-ACCOUNT-ID DELIMITED BY SIZE
                     " RECEIVES STATEMENTS" DELIMITED BY SIZE
                     INTO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
           END-IF.

       ADD-TO-CONTACT-LIST.
           MOVE "N" TO WS-ALREADY-LISTED.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > CONTACT-LIST-COUNT
                   IF CONTACT-LIST-ID(J) = XREF-CONTACT(HOLDER-SUB)
                      MOVE "Y" TO WS-ALREADY-LISTED
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF WS-ALREADY-LISTED = "N"
              IF CONTACT-LIST-COUNT < 5000
                 ADD 1 TO CONTACT-LIST-COUNT
                 MOVE XREF-CONTACT(HOLDER-SUB)
                    TO CONTACT-LIST-ID(CONTACT-LIST-COUNT)
              ELSE
                 DISPLAY "Warning: more than 5000 statement "
                         "recipients; contact "
                         XREF-CONTACT(HOLDER-SUB)
                         " not sent a statement."
              END-IF
           END-IF.

       PRINT-CONTACT-STATEMENT.
           MOVE WS-CURRENT-CONTACT TO CONTACT-ID-MASTER.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 0 TO STMT-ACCOUNT-ID.
           START STATEMENT-WORK-FILE KEY IS NOT < STMT-ACCOUNT-ID
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ STATEMENT-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         PERFORM VARYING HOLDER-SUB FROM 1 BY 1
                            UNTIL HOLDER-SUB > XREF-HOLDER-COUNT
                            IF XREF-CONTACT(HOLDER-SUB)
                                  = WS-CURRENT-CONTACT
                               AND XREF-ROLE-GETS-MAIL(HOLDER-SUB)
                               PERFORM WRITE-ACCOUNT-SECTION
                               EXIT PERFORM
                            END-IF
                         END-PERFORM
                   END-READ
           END-PERFORM.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE CONTACT-NET TO ED-NET-AMOUNT.
       WRITE-ACCOUNT-SECTION.
           MOVE 0 TO ACCOUNT-NET WS-ACCOUNT-LINES.
           MOVE SPACES TO STATEMENT-LINE.
           IF ACCT-ON-FILE = "Y"
              STRING "ACCOUNT " DELIMITED BY SIZE
                     STMT-ACCOUNT-ID DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     FUNCTION TRIM(ACCT-NAME)
                        DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(ACCT-TYPE)
                        DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO STATEMENT-LINE
           ELSE
              STRING "ACCOUNT " DELIMITED BY SIZE
                     STMT-ACCOUNT-ID DELIMITED BY SIZE
                     INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE.
           PERFORM WRITE-HOLDER-ROLE-LINE.
           IF ACCT-IS-CLOSED
              MOVE "  (ACCOUNT CLOSED - NO NEW ACTIVITY ACCEPTED)"
                 TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF.
           MOVE OPEN-BALANCE TO ACCOUNT-OPEN-BAL.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE ACCOUNT-OPEN-BAL TO ED-NET-AMOUNT.
           STRING "  OPENING BALANCE: " DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EXTRACT-COUNT
                   IF ENTRY-ACCOUNT-ID(I) = STMT-ACCOUNT-ID
                      AND ENTRY-EXCL-FLAG(I) NOT = "Y"
                      ADD 1 TO WS-ACCOUNT-LINES
                      IF ENTRY-DC-IND(I) = "D"
                   END-IF
           END-PERFORM.
           IF WS-ACCOUNT-LINES = 0
              AND NOT ACCT-IS-CLOSED
              MOVE "  (NO ACTIVITY THIS PERIOD)" TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF.
                  ED-NET-AMOUNT DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-HOLDER-ROLE-LINE.
           EVALUATE XREF-ROLE(HOLDER-SUB)
              WHEN "G"
                 MOVE "GUARANTOR" TO WS-ROLE-NAME
              WHEN OTHER
                 MOVE 0 TO WS-JOINT-COUNT
                 PERFORM VARYING ROLE-SUB FROM 1 BY 1
                         UNTIL ROLE-SUB > XREF-HOLDER-COUNT
                         IF XREF-ROLE(ROLE-SUB) = "H"
                            ADD 1 TO WS-JOINT-COUNT
                         END-IF
                 END-PERFORM
                 IF WS-JOINT-COUNT > 1
                    MOVE "JOINT ACCOUNT HOLDER" TO WS-ROLE-NAME
                 ELSE
                    MOVE "ACCOUNT HOLDER" TO WS-ROLE-NAME
                 END-IF
           END-EVALUATE.
           MOVE SPACES TO STATEMENT-LINE.
           IF XREF-IS-PRIMARY(HOLDER-SUB)
              STRING "  YOUR ROLE: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROLE-NAME) DELIMITED BY SIZE
                     " (PRIMARY)" DELIMITED BY SIZE
                     INTO STATEMENT-LINE
           ELSE
              STRING "  YOUR ROLE: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROLE-NAME) DELIMITED BY SIZE
                     INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.
