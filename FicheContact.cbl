       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTINQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-MASTER-FILE ASSIGN TO "CONTACTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CONTACT-ID-MASTER
              FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPER-STATUS.

           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XREF-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMASTER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID-MASTER
              FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BAL-ACCOUNT-ID
              FILE STATUS IS WS-BAL-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "STMTSUSP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-STATUS.

           SELECT CONTACT-INTERACTION-FILE ASSIGN TO "CONTACTINT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INT-STATUS.

           SELECT CONTACT-AUDIT-FILE ASSIGN TO "CONTACTAUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INQUIRY-PRINT-FILE ASSIGN TO "CONTACTINQ.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER-FILE.
       01  CONTACT-MASTER-RECORD.
           05 CONTACT-ID-MASTER PIC 9(5).
           05 NOM-MASTER      PIC X(30).
           05 PHONE-MASTER    PIC X(15).
           05 EMAIL-MASTER    PIC X(50).
           05 STREET-MASTER   PIC X(30).
           05 CITY-MASTER     PIC X(20).
           05 POSTAL-MASTER   PIC X(10).
           05 COMPANY-MASTER  PIC X(30).
           05 CATEGORY-MASTER PIC X(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID           PIC X(8).
           05 FILLER          PIC X(1).
           05 OP-PASSWORD     PIC X(8).
           05 FILLER          PIC X(1).
           05 OP-LEVEL        PIC X(1).
           05 FILLER          PIC X(1).
           05 OP-NAME         PIC X(30).

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

       FD  ACCOUNT-BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BAL-ACCOUNT-ID         PIC 9(8).
           05 BAL-AMOUNT             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  TRAN-HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-ACCOUNT-ID          PIC 9(8).
           05 TH-TRANS-DATE          PIC 9(8).
           05 TH-DC-IND              PIC X(1).
           05 TH-AMOUNT              PIC 9(7)V99.
           05 TH-BALANCE             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-ACCOUNT-ID        PIC 9(8).
           05 SUSP-TRANS-DATE        PIC 9(8).
           05 SUSP-DC-IND            PIC X(1).
           05 SUSP-AMOUNT            PIC 9(7)V99.
           05 SUSP-FIRST-SEEN        PIC 9(8).

       FD  CONTACT-INTERACTION-FILE.
       01  INTERACTION-RECORD.
           05 INT-CONTACT-ID  PIC 9(5).
           05 INT-DATE        PIC 9(8).
           05 INT-TYPE        PIC X(8).
           05 INT-NOTE        PIC X(60).

       FD  CONTACT-AUDIT-FILE.
       01  AUDIT-RECORD       PIC X(240).

       FD  INQUIRY-PRINT-FILE.
       01  PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS  PIC XX.
       01 WS-OPER-STATUS    PIC XX.
       01 WS-XREF-STATUS    PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-HIST-STATUS    PIC XX.
       01 WS-SUSP-STATUS    PIC XX.
       01 WS-INT-STATUS     PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-PRINT-STATUS   PIC XX.
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-OPERATOR-ID    PIC X(8) VALUE "SYSTEM".
       01 WS-OPERATOR-LEVEL PIC X(1) VALUE "U".
       01 WS-SIGNON-ID      PIC X(8).
       01 WS-SIGNON-PASSWORD PIC X(8).
       01 WS-SIGNON-OK      PIC X(1).
       01 WS-SIGNON-TRIES   PIC 9(1).
       01 WS-OPER-FILE-SEEN PIC X(1) VALUE "N".
       01 WS-SESSION-ALLOWED PIC X(1) VALUE "Y".
       01 WS-INQUIRY-KEY    PIC X(30).
       01 WS-CONTACT-ID     PIC 9(5).
       01 WS-CONTACT-FOUND  PIC X(1).
       01 WS-NAME-MATCHES   PIC 9(5).
       01 WS-SCAN-EOF       PIC X(1).
       01 WS-MOVEMENT-LIMIT PIC 9(2) VALUE 10.
       01 WS-LIMIT-ENTRY    PIC X(2).
       01 WS-RECENT-LIMIT   PIC 9(2) VALUE 10.
       01 WS-PRINT-ANSWER   PIC X(1).
       01 WS-PRINTING       PIC X(1) VALUE "N".
       01 WS-VIEW-LINE      PIC X(132).
       01 WS-ROLE-NAME      PIC X(20).
       01 WS-MATCH-COUNT    PIC 9(7).
       01 WS-SKIP-COUNT     PIC 9(7).
       01 WS-SHOWN-COUNT    PIC 9(5).
       01 WS-LINKED         PIC X(1).
       01 I                 PIC 9(8).
       01 LNK-SUB           PIC 9(2).
       01 LNK-COUNT         PIC 9(2) VALUE 0.
       01 LNK-MAX           PIC 9(2) VALUE 50.
       01 LNK-OVERFLOW      PIC X(1).
       01 LINKED-ACCOUNT-TABLE.
          05 LNK-ENTRY OCCURS 50 TIMES.
             10 LNK-ACCOUNT     PIC 9(8).
             10 LNK-ROLE        PIC X(1).
             10 LNK-PRIMARY     PIC X(1).
             10 LNK-ON-FILE     PIC X(1).
             10 LNK-NAME        PIC X(30).
             10 LNK-TYPE        PIC X(8).
             10 LNK-STATUS      PIC X(1).
                88 LNK-IS-CLOSED       VALUE "C".
             10 LNK-BLOCK       PIC X(1).
                88 LNK-IS-BLOCKED      VALUE "Y".
             10 LNK-LIMIT       PIC 9(7)V99.
             10 LNK-BAL-FOUND   PIC X(1).
             10 LNK-BALANCE     PIC S9(11)V99.
       01 ED-AMOUNT         PIC Z(6)9.99.
       01 ED-NET-AMOUNT     PIC -(10)9.99.
       01 ED-COUNT          PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Contact Inquiry".
           PERFORM OPERATOR-SIGNON.
           IF WS-SESSION-ALLOWED NOT = "Y"
              DISPLAY "Inquiry not started."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CONTACT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CONTACTS.DAT, status "
                      WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "X" TO WS-INQUIRY-KEY.
           PERFORM UNTIL WS-INQUIRY-KEY = SPACES
                   DISPLAY "Contact ID or name (blank to exit): "
                   MOVE SPACES TO WS-INQUIRY-KEY
                   ACCEPT WS-INQUIRY-KEY
                   IF WS-INQUIRY-KEY NOT = SPACES
                      PERFORM INQUIRE-ONE-CONTACT
                   END-IF
           END-PERFORM.
           CLOSE CONTACT-MASTER-FILE.
           DISPLAY "Exiting Contact Inquiry.".
           STOP RUN.

       OPERATOR-SIGNON.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
              MOVE "Y" TO WS-OPER-FILE-SEEN
              CLOSE OPERATOR-FILE
           END-IF.
           IF WS-OPER-FILE-SEEN NOT = "Y"
              DISPLAY "Warning: no operator file (OPERATORS.DAT); "
                      "running as SYSTEM."
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SIGNON-TRIES.
           MOVE "N" TO WS-SIGNON-OK.
           PERFORM UNTIL WS-SIGNON-OK = "Y"
                   OR WS-SIGNON-TRIES >= 3
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Operator id: "
                   ACCEPT WS-SIGNON-ID
                   DISPLAY "Password: "
                   ACCEPT WS-SIGNON-PASSWORD
                   PERFORM LOOKUP-OPERATOR
                   IF WS-SIGNON-OK NOT = "Y"
                      DISPLAY "Sign-on failed."
                   END-IF
           END-PERFORM.
           IF WS-SIGNON-OK = "Y"
              DISPLAY "Signed on as " WS-OPERATOR-ID
                      " (level " WS-OPERATOR-LEVEL ")."
           ELSE
              DISPLAY "Too many failed sign-on attempts."
              MOVE "N" TO WS-SESSION-ALLOWED
           END-IF.

       LOOKUP-OPERATOR.
           MOVE "N" TO WS-SIGNON-OK.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OPER-STATUS NOT = "00"
                   READ OPERATOR-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-OPER-STATUS
                      NOT AT END
                         IF OP-ID = WS-SIGNON-ID
                            AND OP-PASSWORD = WS-SIGNON-PASSWORD
                            MOVE "Y" TO WS-SIGNON-OK
                            MOVE OP-ID TO WS-OPERATOR-ID
                            MOVE OP-LEVEL TO WS-OPERATOR-LEVEL
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       INQUIRE-ONE-CONTACT.
           PERFORM FIND-INQUIRY-CONTACT.
           IF WS-CONTACT-FOUND NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Number of recent movements to show (1-50, "
                   "blank for 10): ".
           MOVE SPACES TO WS-LIMIT-ENTRY.
           ACCEPT WS-LIMIT-ENTRY.
           MOVE 10 TO WS-MOVEMENT-LIMIT.
           IF WS-LIMIT-ENTRY NOT = SPACES
              AND FUNCTION TRIM(WS-LIMIT-ENTRY) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-LIMIT-ENTRY)
                 TO WS-MOVEMENT-LIMIT
              IF WS-MOVEMENT-LIMIT < 1 OR WS-MOVEMENT-LIMIT > 50
                 DISPLAY "Out of range; showing 10."
                 MOVE 10 TO WS-MOVEMENT-LIMIT
              END-IF
           END-IF.
           PERFORM LOAD-LINKED-ACCOUNTS.
           MOVE "N" TO WS-PRINTING.
           PERFORM BUILD-CONTACT-VIEW.
           DISPLAY "Print this view for a complaint file (Y/N)? ".
           MOVE "N" TO WS-PRINT-ANSWER.
           ACCEPT WS-PRINT-ANSWER.
           IF WS-PRINT-ANSWER = "Y" OR WS-PRINT-ANSWER = "y"
              PERFORM PRINT-CONTACT-VIEW
           END-IF.

       FIND-INQUIRY-CONTACT.
           MOVE "N" TO WS-CONTACT-FOUND.
           IF WS-INQUIRY-KEY(1:5) IS NUMERIC
              AND WS-INQUIRY-KEY(6:25) = SPACES
              MOVE WS-INQUIRY-KEY(1:5) TO WS-CONTACT-ID
              PERFORM READ-CONTACT-BY-ID
              IF WS-CONTACT-FOUND NOT = "Y"
                 DISPLAY "Contact " WS-CONTACT-ID " not found."
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NAME-MATCHES.
           PERFORM START-MASTER-SCAN.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
                   PERFORM READ-MASTER-NEXT
                   IF WS-SCAN-EOF NOT = "Y"
                      AND NOM-MASTER = WS-INQUIRY-KEY
                      ADD 1 TO WS-NAME-MATCHES
                      MOVE CONTACT-ID-MASTER TO WS-CONTACT-ID
                      DISPLAY "  " CONTACT-ID-MASTER " " NOM-MASTER
                              " " PHONE-MASTER " " CITY-MASTER
                   END-IF
           END-PERFORM.
           EVALUATE WS-NAME-MATCHES
              WHEN 0
                 DISPLAY "Contact with name '" WS-INQUIRY-KEY
                         "' not found."
                 EXIT PARAGRAPH
              WHEN 1
                 CONTINUE
              WHEN OTHER
                 DISPLAY WS-NAME-MATCHES " contacts share this name. "
                         "Enter the contact ID: "
                 MOVE SPACES TO WS-INQUIRY-KEY
                 ACCEPT WS-INQUIRY-KEY
                 IF WS-INQUIRY-KEY(1:5) IS NOT NUMERIC
                    DISPLAY "Invalid contact ID."
                    MOVE "X" TO WS-INQUIRY-KEY
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-INQUIRY-KEY(1:5) TO WS-CONTACT-ID
                 MOVE "X" TO WS-INQUIRY-KEY
           END-EVALUATE.
           PERFORM READ-CONTACT-BY-ID.
           IF WS-CONTACT-FOUND NOT = "Y"
              DISPLAY "Contact " WS-CONTACT-ID " not found."
           END-IF.

       READ-CONTACT-BY-ID.
           MOVE WS-CONTACT-ID TO CONTACT-ID-MASTER.
           READ CONTACT-MASTER-FILE
              INVALID KEY
                 MOVE "N" TO WS-CONTACT-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-CONTACT-FOUND
           END-READ.

       START-MASTER-SCAN.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE 0 TO CONTACT-ID-MASTER.
           START CONTACT-MASTER-FILE
              KEY IS NOT LESS THAN CONTACT-ID-MASTER
              INVALID KEY
                 MOVE "Y" TO WS-SCAN-EOF
           END-START.

       READ-MASTER-NEXT.
           READ CONTACT-MASTER-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-SCAN-EOF
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "Y" TO WS-SCAN-EOF
           END-IF.

       LOAD-LINKED-ACCOUNTS.
           MOVE 0 TO LNK-COUNT.
           MOVE "N" TO LNK-OVERFLOW.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-XREF-STATUS = "00"
              PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                      READ ACCOUNT-XREF-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-XREF-STATUS
                         NOT AT END
                            IF XREF-CONTACT-ID = WS-CONTACT-ID
                               PERFORM ADD-LINKED-ACCOUNT
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-XREF-FILE
           END-IF.
           IF LNK-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS = "00"
              PERFORM VARYING LNK-SUB FROM 1 BY 1
                      UNTIL LNK-SUB > LNK-COUNT
                      MOVE LNK-ACCOUNT(LNK-SUB) TO ACCT-ID-MASTER
                      READ ACCOUNT-MASTER-FILE
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            PERFORM MATCH-ACCOUNT-MASTER
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-BAL-STATUS = "00"
              PERFORM VARYING LNK-SUB FROM 1 BY 1
                      UNTIL LNK-SUB > LNK-COUNT
                      MOVE LNK-ACCOUNT(LNK-SUB) TO BAL-ACCOUNT-ID
                      READ ACCOUNT-BALANCE-FILE
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            PERFORM MATCH-ACCOUNT-BALANCE
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-BALANCE-FILE
           END-IF.

       ADD-LINKED-ACCOUNT.
           IF LNK-COUNT >= LNK-MAX
              MOVE "Y" TO LNK-OVERFLOW
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LNK-COUNT.
           MOVE SPACES TO LNK-ENTRY(LNK-COUNT).
           MOVE XREF-ACCOUNT-ID TO LNK-ACCOUNT(LNK-COUNT).
           IF XREF-ROLE-ID = SPACE
              MOVE "H" TO LNK-ROLE(LNK-COUNT)
              MOVE "Y" TO LNK-PRIMARY(LNK-COUNT)
           ELSE
              MOVE XREF-ROLE-ID TO LNK-ROLE(LNK-COUNT)
              MOVE XREF-PRIMARY-ID TO LNK-PRIMARY(LNK-COUNT)
           END-IF.
           MOVE "N" TO LNK-ON-FILE(LNK-COUNT) LNK-BAL-FOUND(LNK-COUNT)
                       LNK-BLOCK(LNK-COUNT).
           MOVE 0 TO LNK-LIMIT(LNK-COUNT) LNK-BALANCE(LNK-COUNT).

       MATCH-ACCOUNT-MASTER.
           MOVE "Y" TO LNK-ON-FILE(LNK-SUB).
           MOVE ACCT-NAME-MASTER TO LNK-NAME(LNK-SUB).
           MOVE ACCT-TYPE-MASTER TO LNK-TYPE(LNK-SUB).
           MOVE ACCT-STATUS-MASTER TO LNK-STATUS(LNK-SUB).
           IF ACCT-LIMIT-MASTER IS NUMERIC
              MOVE ACCT-LIMIT-MASTER TO LNK-LIMIT(LNK-SUB)
           END-IF.
           IF ACCT-BLOCK-MASTER = "Y"
              MOVE "Y" TO LNK-BLOCK(LNK-SUB)
           END-IF.

       MATCH-ACCOUNT-BALANCE.
           MOVE "Y" TO LNK-BAL-FOUND(LNK-SUB).
           MOVE BAL-AMOUNT TO LNK-BALANCE(LNK-SUB).

       CHECK-LINKED-ACCOUNT.
           MOVE "N" TO WS-LINKED.
           PERFORM VARYING LNK-SUB FROM 1 BY 1 UNTIL LNK-SUB > LNK-COUNT
                   IF LNK-ACCOUNT(LNK-SUB) = I
                      MOVE "Y" TO WS-LINKED
                   END-IF
           END-PERFORM.

       PRINT-CONTACT-VIEW.
           OPEN OUTPUT INQUIRY-PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
              DISPLAY "Cannot open CONTACTINQ.PRT, status "
                      WS-PRINT-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PRINTING.
           PERFORM BUILD-CONTACT-VIEW.
           MOVE "N" TO WS-PRINTING.
           CLOSE INQUIRY-PRINT-FILE.
           DISPLAY "View printed to CONTACTINQ.PRT.".

       EMIT-VIEW-LINE.
           IF WS-PRINTING = "Y"
              MOVE WS-VIEW-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           ELSE
              DISPLAY FUNCTION TRIM(WS-VIEW-LINE TRAILING)
           END-IF.
           MOVE SPACES TO WS-VIEW-LINE.

       BUILD-CONTACT-VIEW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "CONTACT INQUIRY " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           PERFORM SHOW-CONTACT-RECORD.
           PERFORM SHOW-LINKED-ACCOUNTS.
           PERFORM SHOW-RECENT-MOVEMENTS.
           PERFORM SHOW-SUSPENSE-ITEMS.
           PERFORM SHOW-INTERACTIONS.
           PERFORM SHOW-AUDIT-HISTORY.
           MOVE "END OF CONTACT INQUIRY" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.

       SHOW-CONTACT-RECORD.
           STRING "CONTACT  : " DELIMITED BY SIZE
                  CONTACT-ID-MASTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOM-MASTER DELIMITED BY SIZE
                  " CATEGORY " DELIMITED BY SIZE
                  CATEGORY-MASTER DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "PHONE    : " DELIMITED BY SIZE
                  PHONE-MASTER DELIMITED BY SIZE
                  " EMAIL " DELIMITED BY SIZE
                  EMAIL-MASTER DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "ADDRESS  : " DELIMITED BY SIZE
                  STREET-MASTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CITY-MASTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POSTAL-MASTER DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "COMPANY  : " DELIMITED BY SIZE
                  COMPANY-MASTER DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.

       SHOW-LINKED-ACCOUNTS.
           MOVE "ACCOUNTS" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           IF LNK-COUNT = 0
              MOVE "  NO ACCOUNTS LINKED TO THIS CONTACT"
                 TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE "ACCT" TO WS-VIEW-LINE(3:4).
           MOVE "NAME" TO WS-VIEW-LINE(13:4).
           MOVE "TYPE" TO WS-VIEW-LINE(44:4).
           MOVE "ROLE" TO WS-VIEW-LINE(53:4).
           MOVE "STATUS" TO WS-VIEW-LINE(75:6).
           MOVE "LIMIT" TO WS-VIEW-LINE(96:5).
           MOVE "BALANCE" TO WS-VIEW-LINE(110:7).
           PERFORM EMIT-VIEW-LINE.
           PERFORM VARYING LNK-SUB FROM 1 BY 1 UNTIL LNK-SUB > LNK-COUNT
                   PERFORM SHOW-ONE-ACCOUNT
           END-PERFORM.
           IF LNK-OVERFLOW = "Y"
              MOVE "  MORE THAN 50 ACCOUNTS LINKED; LIST TRUNCATED"
                 TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ONE-ACCOUNT.
           MOVE LNK-ACCOUNT(LNK-SUB) TO WS-VIEW-LINE(3:8).
           EVALUATE LNK-ROLE(LNK-SUB)
              WHEN "H"
                 MOVE "ACCOUNT HOLDER" TO WS-ROLE-NAME
              WHEN "G"
                 MOVE "GUARANTOR" TO WS-ROLE-NAME
              WHEN "S"
                 MOVE "AUTHORISED SIGNATORY" TO WS-ROLE-NAME
              WHEN OTHER
                 MOVE "UNKNOWN ROLE" TO WS-ROLE-NAME
           END-EVALUATE.
           MOVE WS-ROLE-NAME TO WS-VIEW-LINE(53:20).
           IF LNK-PRIMARY(LNK-SUB) = "Y"
              MOVE "*" TO WS-VIEW-LINE(73:1)
           END-IF.
           IF LNK-ON-FILE(LNK-SUB) NOT = "Y"
              MOVE "NOT ON ACCTMASTER.DAT" TO WS-VIEW-LINE(13:21)
           ELSE
              MOVE LNK-NAME(LNK-SUB) TO WS-VIEW-LINE(13:30)
              MOVE LNK-TYPE(LNK-SUB) TO WS-VIEW-LINE(44:8)
              IF LNK-IS-CLOSED(LNK-SUB)
                 MOVE "CLOSED" TO WS-VIEW-LINE(75:6)
              ELSE
                 MOVE "OPEN" TO WS-VIEW-LINE(75:4)
              END-IF
              IF LNK-IS-BLOCKED(LNK-SUB)
                 MOVE "BLOCKED" TO WS-VIEW-LINE(82:7)
              END-IF
              MOVE LNK-LIMIT(LNK-SUB) TO ED-AMOUNT
              MOVE ED-AMOUNT TO WS-VIEW-LINE(91:10)
           END-IF.
           IF LNK-BAL-FOUND(LNK-SUB) = "Y"
              MOVE LNK-BALANCE(LNK-SUB) TO ED-NET-AMOUNT
              MOVE ED-NET-AMOUNT TO WS-VIEW-LINE(103:14)
           ELSE
              MOVE "NO BALANCE" TO WS-VIEW-LINE(107:10)
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-RECENT-MOVEMENTS.
           MOVE WS-MOVEMENT-LIMIT TO ED-COUNT.
           STRING "LAST " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                  " MOVEMENTS (TRANHIST.DAT)" DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO WS-MATCH-COUNT WS-SHOWN-COUNT.
           IF LNK-COUNT > 0
              OPEN INPUT TRAN-HISTORY-FILE
              IF WS-HIST-STATUS = "00"
                 PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                         READ TRAN-HISTORY-FILE NEXT RECORD
                            AT END
                               MOVE "10" TO WS-HIST-STATUS
                            NOT AT END
                               MOVE TH-ACCOUNT-ID TO I
                               PERFORM CHECK-LINKED-ACCOUNT
                               IF WS-LINKED = "Y"
                                  ADD 1 TO WS-MATCH-COUNT
                               END-IF
                         END-READ
                 END-PERFORM
                 CLOSE TRAN-HISTORY-FILE
              END-IF
           END-IF.
           IF WS-MATCH-COUNT = 0
              MOVE "  NO MOVEMENTS ON FILE" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SKIP-COUNT.
           IF WS-MATCH-COUNT > WS-MOVEMENT-LIMIT
              COMPUTE WS-SKIP-COUNT = WS-MATCH-COUNT - WS-MOVEMENT-LIMIT
           END-IF.
           MOVE "ACCT" TO WS-VIEW-LINE(3:4).
           MOVE "DATE" TO WS-VIEW-LINE(13:4).
           MOVE "D/C" TO WS-VIEW-LINE(23:3).
           MOVE "AMOUNT" TO WS-VIEW-LINE(31:6).
           MOVE "RUNNING BALANCE" TO WS-VIEW-LINE(41:15).
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO WS-MATCH-COUNT.
           OPEN INPUT TRAN-HISTORY-FILE.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ TRAN-HISTORY-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-HIST-STATUS
                      NOT AT END
                         MOVE TH-ACCOUNT-ID TO I
                         PERFORM CHECK-LINKED-ACCOUNT
                         IF WS-LINKED = "Y"
                            ADD 1 TO WS-MATCH-COUNT
                            IF WS-MATCH-COUNT > WS-SKIP-COUNT
                               PERFORM SHOW-ONE-MOVEMENT
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ONE-MOVEMENT.
           MOVE TH-ACCOUNT-ID TO WS-VIEW-LINE(3:8).
           MOVE TH-TRANS-DATE TO WS-VIEW-LINE(13:8).
           IF TH-DC-IND = "B"
              MOVE "BALANCE BROUGHT FORWARD" TO WS-VIEW-LINE(23:23)
           ELSE
              MOVE TH-DC-IND TO WS-VIEW-LINE(24:1)
              MOVE TH-AMOUNT TO ED-AMOUNT
              MOVE ED-AMOUNT TO WS-VIEW-LINE(27:10)
           END-IF.
           MOVE TH-BALANCE TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO WS-VIEW-LINE(47:14).
           ADD 1 TO WS-SHOWN-COUNT.
           PERFORM EMIT-VIEW-LINE.

       SHOW-SUSPENSE-ITEMS.
           MOVE "OPEN SUSPENSE ITEMS (STMTSUSP.DAT)" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO WS-SHOWN-COUNT.
           IF LNK-COUNT > 0
              OPEN INPUT SUSPENSE-FILE
              IF WS-SUSP-STATUS = "00"
                 PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                         READ SUSPENSE-FILE NEXT RECORD
                            AT END
                               MOVE "10" TO WS-SUSP-STATUS
                            NOT AT END
                               MOVE SUSP-ACCOUNT-ID TO I
                               PERFORM CHECK-LINKED-ACCOUNT
                               IF WS-LINKED = "Y"
                                  PERFORM SHOW-ONE-SUSPENSE-ITEM
                               END-IF
                         END-READ
                 END-PERFORM
                 CLOSE SUSPENSE-FILE
              END-IF
           END-IF.
           IF WS-SHOWN-COUNT = 0
              MOVE "  NO OPEN SUSPENSE ITEMS" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ONE-SUSPENSE-ITEM.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE SUSP-ACCOUNT-ID TO WS-VIEW-LINE(3:8).
           MOVE SUSP-TRANS-DATE TO WS-VIEW-LINE(13:8).
           MOVE SUSP-DC-IND TO WS-VIEW-LINE(24:1).
           MOVE SUSP-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO WS-VIEW-LINE(27:10).
           MOVE "FIRST SEEN" TO WS-VIEW-LINE(41:10).
           MOVE SUSP-FIRST-SEEN TO WS-VIEW-LINE(52:8).
           PERFORM EMIT-VIEW-LINE.

       SHOW-INTERACTIONS.
           MOVE WS-RECENT-LIMIT TO ED-COUNT.
           STRING "LAST " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                  " INTERACTIONS (CONTACTINT.DAT)" DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO WS-MATCH-COUNT.
           OPEN INPUT CONTACT-INTERACTION-FILE.
           IF WS-INT-STATUS = "00"
              PERFORM UNTIL WS-INT-STATUS NOT = "00"
                      READ CONTACT-INTERACTION-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-INT-STATUS
                         NOT AT END
                            IF INT-CONTACT-ID = CONTACT-ID-MASTER
                               ADD 1 TO WS-MATCH-COUNT
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE CONTACT-INTERACTION-FILE
           END-IF.
           IF WS-MATCH-COUNT = 0
              MOVE "  NO INTERACTIONS ON FILE" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SKIP-COUNT.
           IF WS-MATCH-COUNT > WS-RECENT-LIMIT
              COMPUTE WS-SKIP-COUNT = WS-MATCH-COUNT - WS-RECENT-LIMIT
           END-IF.
           MOVE 0 TO WS-MATCH-COUNT.
           OPEN INPUT CONTACT-INTERACTION-FILE.
           PERFORM UNTIL WS-INT-STATUS NOT = "00"
                   READ CONTACT-INTERACTION-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-INT-STATUS
                      NOT AT END
                         IF INT-CONTACT-ID = CONTACT-ID-MASTER
                            ADD 1 TO WS-MATCH-COUNT
                            IF WS-MATCH-COUNT > WS-SKIP-COUNT
                               MOVE INT-DATE TO WS-VIEW-LINE(3:8)
                               MOVE INT-TYPE TO WS-VIEW-LINE(13:8)
                               MOVE INT-NOTE TO WS-VIEW-LINE(23:60)
                               PERFORM EMIT-VIEW-LINE
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE CONTACT-INTERACTION-FILE.
           PERFORM EMIT-VIEW-LINE.

       SHOW-AUDIT-HISTORY.
           MOVE "CHANGE HISTORY (CONTACTAUDIT.TXT)" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO WS-SHOWN-COUNT.
           OPEN INPUT CONTACT-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
              PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                      READ CONTACT-AUDIT-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-AUDIT-STATUS
                         NOT AT END
                            IF AUDIT-RECORD(28:30) = NOM-MASTER
                               OR (AUDIT-RECORD(16:6) = "MERGE "
                                AND AUDIT-RECORD(68:30) = NOM-MASTER)
                               PERFORM SHOW-ONE-AUDIT-LINE
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE CONTACT-AUDIT-FILE
           END-IF.
           IF WS-SHOWN-COUNT = 0
              MOVE "  NO CHANGES RECORDED" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ONE-AUDIT-LINE.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE AUDIT-RECORD(1:130) TO WS-VIEW-LINE(3:130).
           PERFORM EMIT-VIEW-LINE.
           IF AUDIT-RECORD(131:110) NOT = SPACES
              MOVE AUDIT-RECORD(131:110) TO WS-VIEW-LINE(17:110)
              PERFORM EMIT-VIEW-LINE
           END-IF.
