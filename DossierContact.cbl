       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECTACCESS.

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

           SELECT CONTACT-ARCHIVE-FILE ASSIGN USING WS-ARCH-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-STATUS.

           SELECT CONTACT-AUDIT-FILE ASSIGN USING WS-AUDIT-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HSK-CATALOG-FILE ASSIGN TO "HSKCAT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-STATUS.

           SELECT CONTACT-INTERACTION-FILE ASSIGN TO "CONTACTINT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INT-STATUS.

           SELECT FEED-OUTPUT-FILE ASSIGN TO "CONTACTFEED.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEED-STATUS.

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

           SELECT TRAN-HISTORY-FILE ASSIGN USING WS-HIST-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "TRANARCH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANARCH-STATUS.

           SELECT HELD-ITEMS-FILE ASSIGN TO "HELDITEMS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HELD-STATUS.

           SELECT DUPLICATE-REVIEW-FILE ASSIGN TO "DUPREVIEW.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUPLICATE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "STMTSUSP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDER-STATUS.

           SELECT SAR-PRINT-FILE ASSIGN TO "CONTACTSAR.PRT"
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

       FD  CONTACT-ARCHIVE-FILE.
       01  ARCHIVE-RECORD     PIC X(212).

       FD  CONTACT-AUDIT-FILE.
       01  AUDIT-RECORD       PIC X(240).

       FD  HSK-CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-TAG         PIC X(12).
           05 FILLER          PIC X(1).
           05 CAT-GEN         PIC 9(5).
           05 FILLER          PIC X(1).
           05 CAT-DATE        PIC 9(8).
           05 FILLER          PIC X(1).
           05 CAT-FILENAME    PIC X(30).
           05 FILLER          PIC X(1).
           05 CAT-STATUS      PIC X(1).

       FD  CONTACT-INTERACTION-FILE.
       01  INTERACTION-RECORD.
           05 INT-CONTACT-ID  PIC 9(5).
           05 INT-DATE        PIC 9(8).
           05 INT-TYPE        PIC X(8).
           05 INT-NOTE        PIC X(60).

       FD  FEED-OUTPUT-FILE.
       01  FEED-LINE          PIC X(250).

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

       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-CONTROL-RECORD.
           05 TA-YEAR                PIC 9(4).
           05 FILLER                 PIC X(1).
           05 TA-FILE-NAME           PIC X(20).
           05 FILLER                 PIC X(55).

       FD  HELD-ITEMS-FILE.
       01  HELD-ITEM-RECORD.
           05 HELD-ACCOUNT-ID        PIC 9(8).
           05 HELD-TRANS-DATE        PIC 9(8).
           05 HELD-DC-IND            PIC X(1).
           05 HELD-AMOUNT            PIC 9(7)V99.
           05 FILLER                 PIC X(1).
           05 HELD-STAMP             PIC X(14).
           05 FILLER                 PIC X(1).
           05 HELD-REASON            PIC X(30).

       FD  DUPLICATE-REVIEW-FILE.
       01  DUPLICATE-REVIEW-RECORD.
           05 DR-ACCOUNT-ID          PIC 9(8).
           05 DR-TRANS-DATE          PIC 9(8).
           05 DR-DC-IND              PIC X(1).
           05 DR-AMOUNT              PIC 9(7)V99.
           05 FILLER                 PIC X(1).
           05 DR-REVIEW-ID           PIC 9(6).
           05 FILLER                 PIC X(1).
           05 DR-HELD-STAMP          PIC X(14).
           05 FILLER                 PIC X(1).
           05 DR-REASON              PIC X(30).
           05 FILLER                 PIC X(1).
           05 DR-STATUS              PIC X(1).
           05 FILLER                 PIC X(1).
           05 DR-DECIDED-STAMP       PIC X(14).
           05 FILLER                 PIC X(1).
           05 DR-DECIDED-BY          PIC X(8).
           05 FILLER                 PIC X(1).
           05 DR-POST-DATE           PIC 9(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-ACCOUNT-ID        PIC 9(8).
           05 SUSP-TRANS-DATE        PIC 9(8).
           05 SUSP-DC-IND            PIC X(1).
           05 SUSP-AMOUNT            PIC 9(7)V99.
           05 SUSP-FIRST-SEEN        PIC 9(8).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05 SO-ORDER-ID            PIC 9(5).
           05 SO-ACCOUNT-ID          PIC 9(8).
           05 SO-DC-IND              PIC X(1).
           05 SO-AMOUNT              PIC 9(7)V99.
           05 SO-FREQUENCY           PIC X(1).
           05 SO-DUE-DAY             PIC 9(2).
           05 SO-NEXT-DUE            PIC 9(8).
           05 SO-END-DATE            PIC 9(8).
           05 SO-STATUS              PIC X(1).
           05 SO-DESCRIPTION         PIC X(30).
           05 SO-LAST-GENERATED      PIC 9(8).
           05 SO-STATUS-DATE         PIC 9(8).

       FD  SAR-PRINT-FILE.
       01  PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS  PIC XX.
       01 WS-OPER-STATUS    PIC XX.
       01 WS-ARCH-STATUS    PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-CAT-STATUS     PIC XX.
       01 WS-INT-STATUS     PIC XX.
       01 WS-FEED-STATUS    PIC XX.
       01 WS-XREF-STATUS    PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-HIST-STATUS    PIC XX.
       01 WS-TRANARCH-STATUS PIC XX.
       01 WS-HELD-STATUS    PIC XX.
       01 WS-DUPLICATE-STATUS PIC XX.
       01 WS-HIST-FILE-NAME PIC X(30).
       01 WS-SUSP-STATUS    PIC XX.
       01 WS-ORDER-STATUS   PIC XX.
       01 WS-PRINT-STATUS   PIC XX.
       01 WS-ARCH-FILE-NAME PIC X(30).
       01 WS-AUDIT-FILE-NAME PIC X(30).
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-OPERATOR-ID    PIC X(8) VALUE "SYSTEM".
       01 WS-OPERATOR-LEVEL PIC X(1) VALUE "U".
       01 WS-SIGNON-ID      PIC X(8).
       01 WS-SIGNON-PASSWORD PIC X(8).
       01 WS-SIGNON-OK      PIC X(1).
       01 WS-SIGNON-TRIES   PIC 9(1).
       01 WS-OPER-FILE-SEEN PIC X(1) VALUE "N".
       01 WS-SESSION-ALLOWED PIC X(1) VALUE "Y".
       01 WS-MASTER-OPEN    PIC X(1) VALUE "N".
       01 WS-INQUIRY-KEY    PIC X(30).
       01 WS-SUBJECT-ID     PIC 9(5) VALUE 0.
       01 WS-LIVE-FOUND     PIC X(1) VALUE "N".
       01 WS-SCAN-EOF       PIC X(1).
       01 WS-SCAN-MODE      PIC X(1).
          88 SCAN-FOR-CANDIDATES    VALUE "C".
          88 SCAN-FOR-NAMES         VALUE "N".
          88 SCAN-FOR-PRINT         VALUE "P".
       01 WS-CAND-WHERE     PIC X(8).
       01 WS-CHECK-NAME     PIC X(30).
       01 WS-NAME-MATCH     PIC X(1).
       01 WS-FILE-HEADED    PIC X(1).
       01 WS-OTHER-SHARING  PIC 9(5) VALUE 0.
       01 WS-VIEW-LINE      PIC X(132).
       01 WS-ROLE-NAME      PIC X(20).
       01 WS-LINKED         PIC X(1).
       01 FEED-SEQ          PIC X(10).
       01 FEED-ACTION       PIC X(10).
       01 FEED-NAME         PIC X(30).
       01 ARCH-FIELDS.
          05 ARCH-CONTACT-ID PIC 9(5).
          05 ARCH-TIMESTAMP PIC X(14).
          05 ARCH-NOM       PIC X(30).
          05 ARCH-PHONE     PIC X(15).
          05 ARCH-EMAIL     PIC X(50).
          05 ARCH-STREET    PIC X(30).
          05 ARCH-CITY      PIC X(20).
          05 ARCH-POSTAL    PIC X(10).
          05 ARCH-COMPANY   PIC X(30).
          05 ARCH-CATEGORY  PIC X(8).
       01 I                 PIC 9(8).
       01 F                 PIC 9(3).
       01 N                 PIC 9(2).
       01 ARCH-FILE-COUNT   PIC 9(3) VALUE 0.
       01 AUDIT-FILE-COUNT  PIC 9(3) VALUE 0.
       01 ARCH-FILE-TABLE.
          05 ARCH-FILE-ENTRY OCCURS 100 TIMES PIC X(30).
       01 AUDIT-FILE-TABLE.
          05 AUDIT-FILE-ENTRY OCCURS 100 TIMES PIC X(30).
       01 NAME-COUNT        PIC 9(2) VALUE 0.
       01 NAME-TABLE.
          05 NAME-ENTRY OCCURS 20 TIMES PIC X(30).
       01 CAND-COUNT        PIC 9(2) VALUE 0.
       01 CAND-TABLE.
          05 CAND-ENTRY OCCURS 20 TIMES.
             10 CAND-ID         PIC 9(5).
             10 CAND-NAME       PIC X(30).
             10 CAND-WHERE      PIC X(8).
       01 CNT-ARCHIVE       PIC 9(5) VALUE 0.
       01 CNT-NOTES         PIC 9(5) VALUE 0.
       01 CNT-AUDIT         PIC 9(5) VALUE 0.
       01 CNT-FEED          PIC 9(5) VALUE 0.
       01 CNT-MOVES         PIC 9(7) VALUE 0.
       01 CNT-SUSP          PIC 9(5) VALUE 0.
       01 CNT-ORDERS        PIC 9(5) VALUE 0.
       01 CNT-HELD          PIC 9(5) VALUE 0.
       01 CNT-DUPS          PIC 9(5) VALUE 0.
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
             10 LNK-OPEN-DATE   PIC 9(8).
             10 LNK-STATUS      PIC X(1).
                88 LNK-IS-CLOSED       VALUE "C".
             10 LNK-BLOCK       PIC X(1).
                88 LNK-IS-BLOCKED      VALUE "Y".
             10 LNK-LIMIT       PIC 9(7)V99.
             10 LNK-BAL-FOUND   PIC X(1).
             10 LNK-BALANCE     PIC S9(11)V99.
       01 ED-AMOUNT         PIC Z(6)9.99.
       01 ED-NET-AMOUNT     PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Subject Access Report".
           PERFORM OPERATOR-SIGNON.
           IF WS-SESSION-ALLOWED NOT = "Y"
              DISPLAY "Report not started."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CONTACT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MASTER-OPEN
           ELSE
              IF WS-MASTER-STATUS NOT = "35"
                 DISPLAY "Cannot open CONTACTS.DAT, status "
                         WS-MASTER-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LOAD-GENERATION-LISTS.
           DISPLAY "Contact ID or name of the person: ".
           MOVE SPACES TO WS-INQUIRY-KEY.
           ACCEPT WS-INQUIRY-KEY.
           IF WS-INQUIRY-KEY NOT = SPACES
              PERFORM RESOLVE-SUBJECT
           END-IF.
           IF WS-SUBJECT-ID NOT = 0
              PERFORM COLLECT-SUBJECT-NAMES
              IF WS-LIVE-FOUND = "Y" OR CNT-ARCHIVE > 0
                 PERFORM PRINT-SUBJECT-REPORT
              ELSE
                 DISPLAY "Contact " WS-SUBJECT-ID " is not held in "
                         "CONTACTS.DAT or CONTACTARCH.DAT."
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-MASTER-OPEN = "Y"
              CLOSE CONTACT-MASTER-FILE
           END-IF.
           DISPLAY "Exiting Subject Access Report.".
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

       LOAD-GENERATION-LISTS.
           OPEN INPUT HSK-CATALOG-FILE.
           IF WS-CAT-STATUS = "00"
              PERFORM UNTIL WS-CAT-STATUS NOT = "00"
                      READ HSK-CATALOG-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-CAT-STATUS
                         NOT AT END
                            PERFORM ADD-GENERATION-FILE
                      END-READ
              END-PERFORM
              CLOSE HSK-CATALOG-FILE
           END-IF.
           ADD 1 TO ARCH-FILE-COUNT.
           MOVE "CONTACTARCH.DAT" TO ARCH-FILE-ENTRY(ARCH-FILE-COUNT).
           ADD 1 TO AUDIT-FILE-COUNT.
           MOVE "CONTACTAUDIT.TXT"
              TO AUDIT-FILE-ENTRY(AUDIT-FILE-COUNT).

       ADD-GENERATION-FILE.
           IF CAT-STATUS NOT = "A"
              EXIT PARAGRAPH
           END-IF.
           IF CAT-TAG = "CONTACTARCH" AND ARCH-FILE-COUNT < 99
              ADD 1 TO ARCH-FILE-COUNT
              MOVE CAT-FILENAME TO ARCH-FILE-ENTRY(ARCH-FILE-COUNT)
           END-IF.
           IF CAT-TAG = "CONTACTAUDIT" AND AUDIT-FILE-COUNT < 99
              ADD 1 TO AUDIT-FILE-COUNT
              MOVE CAT-FILENAME TO AUDIT-FILE-ENTRY(AUDIT-FILE-COUNT)
           END-IF.

       RESOLVE-SUBJECT.
           IF WS-INQUIRY-KEY(1:5) IS NUMERIC
              AND WS-INQUIRY-KEY(6:25) = SPACES
              MOVE WS-INQUIRY-KEY(1:5) TO WS-SUBJECT-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CAND-COUNT.
           IF WS-MASTER-OPEN = "Y"
              PERFORM START-MASTER-SCAN
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                      PERFORM READ-MASTER-NEXT
                      IF WS-SCAN-EOF NOT = "Y"
                         AND NOM-MASTER = WS-INQUIRY-KEY
                         MOVE CONTACT-ID-MASTER TO ARCH-CONTACT-ID
                         MOVE NOM-MASTER TO ARCH-NOM
                         MOVE "CURRENT" TO WS-CAND-WHERE
                         PERFORM ADD-CANDIDATE
                      END-IF
              END-PERFORM
           END-IF.
           MOVE "C" TO WS-SCAN-MODE.
           PERFORM SCAN-ARCHIVE-FILES.
           EVALUATE CAND-COUNT
              WHEN 0
                 DISPLAY "No contact or archived contact named '"
                         WS-INQUIRY-KEY "'."
              WHEN 1
                 MOVE CAND-ID(1) TO WS-SUBJECT-ID
              WHEN OTHER
                 DISPLAY CAND-COUNT " contacts carry this name:"
                 PERFORM VARYING N FROM 1 BY 1 UNTIL N > CAND-COUNT
                         DISPLAY "  " CAND-ID(N) " " CAND-NAME(N)
                                 " " CAND-WHERE(N)
                 END-PERFORM
                 DISPLAY "Enter the contact ID: "
                 MOVE SPACES TO WS-INQUIRY-KEY
                 ACCEPT WS-INQUIRY-KEY
                 IF WS-INQUIRY-KEY(1:5) IS NUMERIC
                    MOVE WS-INQUIRY-KEY(1:5) TO WS-SUBJECT-ID
                 ELSE
                    DISPLAY "Invalid contact ID."
                 END-IF
           END-EVALUATE.

       ADD-CANDIDATE.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > CAND-COUNT
                   IF CAND-ID(N) = ARCH-CONTACT-ID
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM.
           IF CAND-COUNT >= 19
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CAND-COUNT.
           MOVE ARCH-CONTACT-ID TO CAND-ID(CAND-COUNT).
           MOVE ARCH-NOM TO CAND-NAME(CAND-COUNT).
           MOVE WS-CAND-WHERE TO CAND-WHERE(CAND-COUNT).

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

       SCAN-ARCHIVE-FILES.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > ARCH-FILE-COUNT
                   MOVE ARCH-FILE-ENTRY(F) TO WS-ARCH-FILE-NAME
                   MOVE "N" TO WS-FILE-HEADED
                   OPEN INPUT CONTACT-ARCHIVE-FILE
                   IF WS-ARCH-STATUS = "00"
                      PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                              READ CONTACT-ARCHIVE-FILE NEXT RECORD
                                 AT END
                                    MOVE "10" TO WS-ARCH-STATUS
                                 NOT AT END
                                    MOVE ARCHIVE-RECORD TO ARCH-FIELDS
                                    PERFORM CHECK-ARCHIVE-ENTRY
                              END-READ
                      END-PERFORM
                      CLOSE CONTACT-ARCHIVE-FILE
                   END-IF
           END-PERFORM.

       CHECK-ARCHIVE-ENTRY.
           EVALUATE TRUE
              WHEN SCAN-FOR-CANDIDATES
                 IF ARCH-NOM = WS-INQUIRY-KEY
                    MOVE "ARCHIVED" TO WS-CAND-WHERE
                    PERFORM ADD-CANDIDATE
                 END-IF
              WHEN SCAN-FOR-NAMES
                 IF ARCH-CONTACT-ID = WS-SUBJECT-ID
                    ADD 1 TO CNT-ARCHIVE
                    MOVE ARCH-NOM TO WS-CHECK-NAME
                    PERFORM ADD-SUBJECT-NAME
                 END-IF
              WHEN SCAN-FOR-PRINT
                 IF ARCH-CONTACT-ID = WS-SUBJECT-ID
                    PERFORM SHOW-ARCHIVE-ENTRY
                 END-IF
           END-EVALUATE.

       COLLECT-SUBJECT-NAMES.
           MOVE 0 TO NAME-COUNT CNT-ARCHIVE WS-OTHER-SHARING.
           MOVE "N" TO WS-LIVE-FOUND.
           IF WS-MASTER-OPEN = "Y"
              MOVE WS-SUBJECT-ID TO CONTACT-ID-MASTER
              READ CONTACT-MASTER-FILE
                 INVALID KEY
                    MOVE "N" TO WS-LIVE-FOUND
                 NOT INVALID KEY
                    MOVE "Y" TO WS-LIVE-FOUND
                    MOVE NOM-MASTER TO WS-CHECK-NAME
                    PERFORM ADD-SUBJECT-NAME
              END-READ
           END-IF.
           MOVE "N" TO WS-SCAN-MODE.
           PERFORM SCAN-ARCHIVE-FILES.
           IF WS-MASTER-OPEN = "Y" AND NAME-COUNT > 0
              PERFORM START-MASTER-SCAN
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                      PERFORM READ-MASTER-NEXT
                      IF WS-SCAN-EOF NOT = "Y"
                         AND CONTACT-ID-MASTER NOT = WS-SUBJECT-ID
                         MOVE NOM-MASTER TO WS-CHECK-NAME
                         PERFORM CHECK-SUBJECT-NAME
                         IF WS-NAME-MATCH = "Y"
                            ADD 1 TO WS-OTHER-SHARING
                         END-IF
                      END-IF
              END-PERFORM
           END-IF.

       ADD-SUBJECT-NAME.
           PERFORM CHECK-SUBJECT-NAME.
           IF WS-NAME-MATCH = "Y" OR WS-CHECK-NAME = SPACES
              OR NAME-COUNT >= 20
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NAME-COUNT.
           MOVE WS-CHECK-NAME TO NAME-ENTRY(NAME-COUNT).

       CHECK-SUBJECT-NAME.
           MOVE "N" TO WS-NAME-MATCH.
           IF WS-CHECK-NAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > NAME-COUNT
                   IF NAME-ENTRY(N) = WS-CHECK-NAME
                      MOVE "Y" TO WS-NAME-MATCH
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

       PRINT-SUBJECT-REPORT.
           OPEN OUTPUT SAR-PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
              DISPLAY "Cannot open CONTACTSAR.PRT, status "
                      WS-PRINT-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LINKED-ACCOUNTS.
           PERFORM SHOW-REPORT-HEADER.
           PERFORM SHOW-CURRENT-RECORD.
           PERFORM SHOW-ARCHIVED-RECORDS.
           PERFORM SHOW-INTERACTIONS.
           PERFORM SHOW-AUDIT-HISTORY.
           PERFORM SHOW-FEED-ROWS.
           PERFORM SHOW-LINKED-ACCOUNTS.
           PERFORM SHOW-MOVEMENTS.
           PERFORM SHOW-SUSPENSE-ITEMS.
           PERFORM SHOW-HELD-ITEMS.
           PERFORM SHOW-DUPLICATE-ITEMS.
           PERFORM SHOW-STANDING-ORDERS.
           PERFORM SHOW-REPORT-SUMMARY.
           CLOSE SAR-PRINT-FILE.
           PERFORM WRITE-AUDIT-ACCESS.
           DISPLAY "Subject access report for contact " WS-SUBJECT-ID
                   " printed to CONTACTSAR.PRT.".

       EMIT-VIEW-LINE.
           MOVE WS-VIEW-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO WS-VIEW-LINE.

       SHOW-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING "SUBJECT ACCESS REPORT " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "SUBJECT  : CONTACT ID " DELIMITED BY SIZE
                  WS-SUBJECT-ID DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > NAME-COUNT
                   IF N = 1
                      MOVE "NAMES HELD:" TO WS-VIEW-LINE(1:11)
                   END-IF
                   MOVE NAME-ENTRY(N) TO WS-VIEW-LINE(12:30)
                   PERFORM EMIT-VIEW-LINE
           END-PERFORM.
           IF WS-OTHER-SHARING > 0
              STRING "WARNING  : " DELIMITED BY SIZE
                     WS-OTHER-SHARING DELIMITED BY SIZE
                     " OTHER CURRENT CONTACT(S) SHARE THESE NAMES;"
                        DELIMITED BY SIZE
                     " CHECK AUDIT AND FEED LINES BEFORE RELEASE"
                        DELIMITED BY SIZE
                     INTO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-CURRENT-RECORD.
           MOVE "CURRENT CONTACT RECORD (CONTACTS.DAT)" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           IF WS-LIVE-FOUND NOT = "Y"
              MOVE "  NOT A CURRENT CONTACT" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT-ID TO CONTACT-ID-MASTER.
           READ CONTACT-MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           STRING "  NAME     : " DELIMITED BY SIZE
                  NOM-MASTER DELIMITED BY SIZE
                  " CATEGORY " DELIMITED BY SIZE
                  CATEGORY-MASTER DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "  PHONE    : " DELIMITED BY SIZE
                  PHONE-MASTER DELIMITED BY SIZE
                  " EMAIL " DELIMITED BY SIZE
                  EMAIL-MASTER DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "  ADDRESS  : " DELIMITED BY SIZE
                  STREET-MASTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CITY-MASTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POSTAL-MASTER DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "  COMPANY  : " DELIMITED BY SIZE
                  COMPANY-MASTER DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ARCHIVED-RECORDS.
           MOVE "ARCHIVED CONTACT RECORDS (CONTACTARCH.DAT AND ITS"
              TO WS-VIEW-LINE.
           MOVE "GENERATIONS)" TO WS-VIEW-LINE(52:12).
           PERFORM EMIT-VIEW-LINE.
           IF CNT-ARCHIVE = 0
              MOVE "  NO ARCHIVED RECORDS" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO WS-SCAN-MODE.
           PERFORM SCAN-ARCHIVE-FILES.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ARCHIVE-ENTRY.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(ARCH-FILE-ENTRY(F)) DELIMITED BY SIZE
                  ": DELETED " DELIMITED BY SIZE
                  ARCH-TIMESTAMP DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "    NAME     : " DELIMITED BY SIZE
                  ARCH-NOM DELIMITED BY SIZE
                  " CATEGORY " DELIMITED BY SIZE
                  ARCH-CATEGORY DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "    PHONE    : " DELIMITED BY SIZE
                  ARCH-PHONE DELIMITED BY SIZE
                  " EMAIL " DELIMITED BY SIZE
                  ARCH-EMAIL DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "    ADDRESS  : " DELIMITED BY SIZE
                  ARCH-STREET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARCH-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARCH-POSTAL DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "    COMPANY  : " DELIMITED BY SIZE
                  ARCH-COMPANY DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.

       SHOW-INTERACTIONS.
           MOVE "INTERACTION NOTES (CONTACTINT.DAT)" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO CNT-NOTES.
           OPEN INPUT CONTACT-INTERACTION-FILE.
           IF WS-INT-STATUS = "00"
              PERFORM UNTIL WS-INT-STATUS NOT = "00"
                      READ CONTACT-INTERACTION-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-INT-STATUS
                         NOT AT END
                            IF INT-CONTACT-ID = WS-SUBJECT-ID
                               ADD 1 TO CNT-NOTES
                               MOVE INT-DATE TO WS-VIEW-LINE(3:8)
                               MOVE INT-TYPE TO WS-VIEW-LINE(13:8)
                               MOVE INT-NOTE TO WS-VIEW-LINE(23:60)
                               PERFORM EMIT-VIEW-LINE
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE CONTACT-INTERACTION-FILE
           END-IF.
           IF CNT-NOTES = 0
              MOVE "  NO INTERACTIONS ON FILE" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-AUDIT-HISTORY.
           MOVE "CHANGE HISTORY (CONTACTAUDIT.TXT AND ITS GENERATIONS)"
              TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO CNT-AUDIT.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > AUDIT-FILE-COUNT
                   PERFORM SCAN-ONE-AUDIT-FILE
           END-PERFORM.
           IF CNT-AUDIT = 0
              MOVE "  NO CHANGES RECORDED" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SCAN-ONE-AUDIT-FILE.
           MOVE AUDIT-FILE-ENTRY(F) TO WS-AUDIT-FILE-NAME.
           MOVE "N" TO WS-FILE-HEADED.
           OPEN INPUT CONTACT-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ CONTACT-AUDIT-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-AUDIT-STATUS
                      NOT AT END
                         MOVE AUDIT-RECORD(28:30) TO WS-CHECK-NAME
                         PERFORM CHECK-SUBJECT-NAME
                         IF WS-NAME-MATCH NOT = "Y"
                            AND AUDIT-RECORD(16:6) = "MERGE "
                            MOVE AUDIT-RECORD(68:30) TO WS-CHECK-NAME
                            PERFORM CHECK-SUBJECT-NAME
                         END-IF
                         IF WS-NAME-MATCH = "Y"
                            PERFORM SHOW-ONE-AUDIT-LINE
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE CONTACT-AUDIT-FILE.

       SHOW-ONE-AUDIT-LINE.
           IF WS-FILE-HEADED NOT = "Y"
              MOVE "Y" TO WS-FILE-HEADED
              STRING "  FROM " DELIMITED BY SIZE
                     WS-AUDIT-FILE-NAME DELIMITED BY SIZE
                     INTO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           ADD 1 TO CNT-AUDIT.
           MOVE AUDIT-RECORD(1:130) TO WS-VIEW-LINE(3:130).
           PERFORM EMIT-VIEW-LINE.
           IF AUDIT-RECORD(131:110) NOT = SPACES
              MOVE AUDIT-RECORD(131:110) TO WS-VIEW-LINE(17:110)
              PERFORM EMIT-VIEW-LINE
           END-IF.

       SHOW-FEED-ROWS.
           MOVE "LAST CONTACT FEED SENT (CONTACTFEED.CSV)"
              TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO CNT-FEED.
           OPEN INPUT FEED-OUTPUT-FILE.
           IF WS-FEED-STATUS = "00"
              PERFORM UNTIL WS-FEED-STATUS NOT = "00"
                      READ FEED-OUTPUT-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-FEED-STATUS
                         NOT AT END
                            PERFORM CHECK-ONE-FEED-ROW
                      END-READ
              END-PERFORM
              CLOSE FEED-OUTPUT-FILE
           END-IF.
           IF CNT-FEED = 0
              MOVE "  NOT IN THE LAST FEED" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       CHECK-ONE-FEED-ROW.
           MOVE SPACES TO FEED-SEQ FEED-ACTION FEED-NAME.
           UNSTRING FEED-LINE DELIMITED BY ","
              INTO FEED-SEQ FEED-ACTION FEED-NAME
           END-UNSTRING.
           MOVE FEED-NAME TO WS-CHECK-NAME.
           PERFORM CHECK-SUBJECT-NAME.
           IF WS-NAME-MATCH = "Y"
              ADD 1 TO CNT-FEED
              MOVE FEED-LINE(1:128) TO WS-VIEW-LINE(3:128)
              PERFORM EMIT-VIEW-LINE
              IF FEED-LINE(129:122) NOT = SPACES
                 MOVE FEED-LINE(129:110) TO WS-VIEW-LINE(17:110)
                 PERFORM EMIT-VIEW-LINE
              END-IF
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
                            IF XREF-CONTACT-ID = WS-SUBJECT-ID
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
           MOVE 0 TO LNK-LIMIT(LNK-COUNT) LNK-BALANCE(LNK-COUNT)
                     LNK-OPEN-DATE(LNK-COUNT).

       MATCH-ACCOUNT-MASTER.
           MOVE "Y" TO LNK-ON-FILE(LNK-SUB).
           MOVE ACCT-NAME-MASTER TO LNK-NAME(LNK-SUB).
           MOVE ACCT-TYPE-MASTER TO LNK-TYPE(LNK-SUB).
           MOVE ACCT-STATUS-MASTER TO LNK-STATUS(LNK-SUB).
           IF ACCT-OPEN-DATE-MASTER IS NUMERIC
              MOVE ACCT-OPEN-DATE-MASTER
                 TO LNK-OPEN-DATE(LNK-SUB)
           END-IF.
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

       SHOW-LINKED-ACCOUNTS.
           MOVE "ACCOUNTS (ACCTXREF.DAT, ACCTMASTER.DAT, ACCTBAL.DAT)"
              TO WS-VIEW-LINE.
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
           MOVE "OPENED" TO WS-VIEW-LINE(119:6).
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
              MOVE LNK-OPEN-DATE(LNK-SUB) TO WS-VIEW-LINE(119:8)
           END-IF.
           IF LNK-BAL-FOUND(LNK-SUB) = "Y"
              MOVE LNK-BALANCE(LNK-SUB) TO ED-NET-AMOUNT
              MOVE ED-NET-AMOUNT TO WS-VIEW-LINE(103:14)
           ELSE
              MOVE "NO BALANCE" TO WS-VIEW-LINE(107:10)
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-MOVEMENTS.
           MOVE "ACCOUNT MOVEMENTS (ARCHIVES AND TRANHIST.DAT)"
              TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO CNT-MOVES.
           IF LNK-COUNT > 0
              MOVE "ACCT" TO WS-VIEW-LINE(3:4)
              MOVE "DATE" TO WS-VIEW-LINE(13:4)
              MOVE "D/C" TO WS-VIEW-LINE(23:3)
              MOVE "AMOUNT" TO WS-VIEW-LINE(31:6)
              MOVE "RUNNING BALANCE" TO WS-VIEW-LINE(41:15)
              MOVE "FILE" TO WS-VIEW-LINE(63:4)
              PERFORM EMIT-VIEW-LINE
              OPEN INPUT ARCHIVE-CONTROL-FILE
              IF WS-TRANARCH-STATUS = "00"
                 PERFORM UNTIL WS-TRANARCH-STATUS NOT = "00"
                         READ ARCHIVE-CONTROL-FILE
                            AT END
                               MOVE "10" TO WS-TRANARCH-STATUS
                            NOT AT END
                               IF TA-FILE-NAME NOT = SPACES
                                  MOVE TA-FILE-NAME
                                     TO WS-HIST-FILE-NAME
                                  PERFORM SHOW-HISTORY-FILE
                               END-IF
                         END-READ
                 END-PERFORM
                 CLOSE ARCHIVE-CONTROL-FILE
              END-IF
              MOVE "TRANHIST.DAT" TO WS-HIST-FILE-NAME
              PERFORM SHOW-HISTORY-FILE
           END-IF.
           IF CNT-MOVES = 0
              MOVE "  NO MOVEMENTS ON FILE" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-HISTORY-FILE.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              STRING "  " DELIMITED BY SIZE
                     WS-HIST-FILE-NAME DELIMITED BY SPACE
                     " NOT AVAILABLE - MOVEMENTS IN IT ARE NOT LISTED"
                        DELIMITED BY SIZE
                     INTO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ TRAN-HISTORY-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-HIST-STATUS
                      NOT AT END
                         MOVE TH-ACCOUNT-ID TO I
                         PERFORM CHECK-LINKED-ACCOUNT
                         IF WS-LINKED = "Y"
                            PERFORM SHOW-ONE-MOVEMENT
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.

       SHOW-ONE-MOVEMENT.
           ADD 1 TO CNT-MOVES.
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
           MOVE WS-HIST-FILE-NAME TO WS-VIEW-LINE(63:30).
           PERFORM EMIT-VIEW-LINE.

       SHOW-SUSPENSE-ITEMS.
           MOVE "OPEN SUSPENSE ITEMS (STMTSUSP.DAT)" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO CNT-SUSP.
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
           IF CNT-SUSP = 0
              MOVE "  NO OPEN SUSPENSE ITEMS" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ONE-SUSPENSE-ITEM.
           ADD 1 TO CNT-SUSP.
           MOVE SUSP-ACCOUNT-ID TO WS-VIEW-LINE(3:8).
           MOVE SUSP-TRANS-DATE TO WS-VIEW-LINE(13:8).
           MOVE SUSP-DC-IND TO WS-VIEW-LINE(24:1).
           MOVE SUSP-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO WS-VIEW-LINE(27:10).
           MOVE "FIRST SEEN" TO WS-VIEW-LINE(41:10).
           MOVE SUSP-FIRST-SEEN TO WS-VIEW-LINE(52:8).
           PERFORM EMIT-VIEW-LINE.

       SHOW-HELD-ITEMS.
           MOVE "HELD ITEMS (HELDITEMS.DAT)" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO CNT-HELD.
           IF LNK-COUNT > 0
              OPEN INPUT HELD-ITEMS-FILE
              IF WS-HELD-STATUS = "00"
                 PERFORM UNTIL WS-HELD-STATUS NOT = "00"
                         READ HELD-ITEMS-FILE NEXT RECORD
                            AT END
                               MOVE "10" TO WS-HELD-STATUS
                            NOT AT END
                               MOVE HELD-ACCOUNT-ID TO I
                               PERFORM CHECK-LINKED-ACCOUNT
                               IF WS-LINKED = "Y"
                                  PERFORM SHOW-ONE-HELD-ITEM
                               END-IF
                         END-READ
                 END-PERFORM
                 CLOSE HELD-ITEMS-FILE
              END-IF
           END-IF.
           IF CNT-HELD = 0
              MOVE "  NO HELD ITEMS" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ONE-HELD-ITEM.
           ADD 1 TO CNT-HELD.
           MOVE HELD-ACCOUNT-ID TO WS-VIEW-LINE(3:8).
           MOVE HELD-TRANS-DATE TO WS-VIEW-LINE(13:8).
           MOVE HELD-DC-IND TO WS-VIEW-LINE(24:1).
           MOVE HELD-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO WS-VIEW-LINE(27:10).
           MOVE "HELD" TO WS-VIEW-LINE(41:4).
           MOVE HELD-STAMP TO WS-VIEW-LINE(46:14).
           MOVE HELD-REASON TO WS-VIEW-LINE(62:30).
           PERFORM EMIT-VIEW-LINE.

       SHOW-DUPLICATE-ITEMS.
           MOVE "ITEMS AWAITING DUPLICATE REVIEW (DUPREVIEW.DAT)"
              TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO CNT-DUPS.
           IF LNK-COUNT > 0
              OPEN INPUT DUPLICATE-REVIEW-FILE
              IF WS-DUPLICATE-STATUS = "00"
                 PERFORM UNTIL WS-DUPLICATE-STATUS NOT = "00"
                         READ DUPLICATE-REVIEW-FILE NEXT RECORD
                            AT END
                               MOVE "10" TO WS-DUPLICATE-STATUS
                            NOT AT END
                               MOVE DR-ACCOUNT-ID TO I
                               PERFORM CHECK-LINKED-ACCOUNT
                               IF WS-LINKED = "Y" AND DR-STATUS = "P"
                                  PERFORM SHOW-ONE-DUPLICATE-ITEM
                               END-IF
                         END-READ
                 END-PERFORM
                 CLOSE DUPLICATE-REVIEW-FILE
              END-IF
           END-IF.
           IF CNT-DUPS = 0
              MOVE "  NO ITEMS AWAITING REVIEW" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ONE-DUPLICATE-ITEM.
           ADD 1 TO CNT-DUPS.
           MOVE DR-ACCOUNT-ID TO WS-VIEW-LINE(3:8).
           MOVE DR-TRANS-DATE TO WS-VIEW-LINE(13:8).
           MOVE DR-DC-IND TO WS-VIEW-LINE(24:1).
           MOVE DR-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO WS-VIEW-LINE(27:10).
           MOVE "REVIEW" TO WS-VIEW-LINE(41:6).
           MOVE DR-REVIEW-ID TO WS-VIEW-LINE(48:6).
           MOVE "HELD" TO WS-VIEW-LINE(56:4).
           MOVE DR-HELD-STAMP TO WS-VIEW-LINE(61:14).
           MOVE DR-REASON TO WS-VIEW-LINE(77:30).
           PERFORM EMIT-VIEW-LINE.

       SHOW-STANDING-ORDERS.
           MOVE "STANDING ORDERS (STANDORD.DAT)" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE 0 TO CNT-ORDERS.
           IF LNK-COUNT > 0
              OPEN INPUT STANDING-ORDER-FILE
              IF WS-ORDER-STATUS = "00"
                 PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
                         READ STANDING-ORDER-FILE NEXT RECORD
                            AT END
                               MOVE "10" TO WS-ORDER-STATUS
                            NOT AT END
                               MOVE SO-ACCOUNT-ID TO I
                               PERFORM CHECK-LINKED-ACCOUNT
                               IF WS-LINKED = "Y"
                                  PERFORM SHOW-ONE-STANDING-ORDER
                               END-IF
                         END-READ
                 END-PERFORM
                 CLOSE STANDING-ORDER-FILE
              END-IF
           END-IF.
           IF CNT-ORDERS = 0
              MOVE "  NO STANDING ORDERS" TO WS-VIEW-LINE
              PERFORM EMIT-VIEW-LINE
           END-IF.
           PERFORM EMIT-VIEW-LINE.

       SHOW-ONE-STANDING-ORDER.
           ADD 1 TO CNT-ORDERS.
           MOVE SO-ORDER-ID TO WS-VIEW-LINE(3:5).
           MOVE SO-ACCOUNT-ID TO WS-VIEW-LINE(10:8).
           MOVE SO-DC-IND TO WS-VIEW-LINE(20:1).
           MOVE SO-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO WS-VIEW-LINE(23:10).
           MOVE SO-FREQUENCY TO WS-VIEW-LINE(35:1).
           MOVE "NEXT" TO WS-VIEW-LINE(38:4).
           MOVE SO-NEXT-DUE TO WS-VIEW-LINE(43:8).
           MOVE "END" TO WS-VIEW-LINE(53:3).
           MOVE SO-END-DATE TO WS-VIEW-LINE(57:8).
           MOVE "STATUS" TO WS-VIEW-LINE(67:6).
           MOVE SO-STATUS TO WS-VIEW-LINE(74:1).
           MOVE SO-DESCRIPTION TO WS-VIEW-LINE(77:30).
           PERFORM EMIT-VIEW-LINE.

       SHOW-REPORT-SUMMARY.
           MOVE "SUMMARY" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "  ARCHIVED RECORDS " DELIMITED BY SIZE
                  CNT-ARCHIVE DELIMITED BY SIZE
                  ", INTERACTION NOTES " DELIMITED BY SIZE
                  CNT-NOTES DELIMITED BY SIZE
                  ", AUDIT LINES " DELIMITED BY SIZE
                  CNT-AUDIT DELIMITED BY SIZE
                  ", FEED ROWS " DELIMITED BY SIZE
                  CNT-FEED DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "  ACCOUNTS " DELIMITED BY SIZE
                  LNK-COUNT DELIMITED BY SIZE
                  ", MOVEMENTS " DELIMITED BY SIZE
                  CNT-MOVES DELIMITED BY SIZE
                  ", SUSPENSE ITEMS " DELIMITED BY SIZE
                  CNT-SUSP DELIMITED BY SIZE
                  ", STANDING ORDERS " DELIMITED BY SIZE
                  CNT-ORDERS DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "  HELD ITEMS " DELIMITED BY SIZE
                  CNT-HELD DELIMITED BY SIZE
                  ", ITEMS AWAITING DUPLICATE REVIEW " DELIMITED BY SIZE
                  CNT-DUPS DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           STRING "PREPARED BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE "CHECKED BEFORE RELEASE BY:" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE "NAME: ______________________________"
              TO WS-VIEW-LINE(1:36).
           MOVE "SIGNATURE: ______________________________"
              TO WS-VIEW-LINE(39:41).
           MOVE "DATE: __________" TO WS-VIEW-LINE(82:16).
           PERFORM EMIT-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           MOVE "END OF SUBJECT ACCESS REPORT" TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.

       WRITE-AUDIT-ACCESS.
           MOVE "CONTACTAUDIT.TXT" TO WS-AUDIT-FILE-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " ACCESS NAME=" DELIMITED BY SIZE
                  NAME-ENTRY(1) DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  WS-SUBJECT-ID DELIMITED BY SIZE
                  " REPORT=CONTACTSAR.PRT" DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO AUDIT-RECORD.
           OPEN EXTEND CONTACT-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT CONTACT-AUDIT-FILE
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE CONTACT-AUDIT-FILE.
