       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMASTER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID-MASTER
              FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHECK-STATUS.

           SELECT XREF-WORK-FILE ASSIGN TO "ACCTXREF.WRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XREF-WORK-ACCOUNT
              FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-ID-MASTER         PIC 9(8).
           05 ACCT-NAME-MASTER       PIC X(30).
           05 ACCT-TYPE-MASTER       PIC X(8).
           05 ACCT-OPEN-DATE-MASTER  PIC 9(8).
           05 ACCT-STATUS-MASTER     PIC X(1).
              88 ACCT-IS-OPEN              VALUE "O".
              88 ACCT-IS-CLOSED            VALUE "C".
           05 ACCT-LIMIT-MASTER      PIC 9(7)V99.
           05 ACCT-BLOCK-MASTER      PIC X(1).
              88 ACCT-IS-BLOCKED           VALUE "Y".

       FD  ACCOUNT-XREF-FILE.
       01  XREF-RECORD.
           05 XREF-ACCOUNT-ID        PIC 9(8).
           05 XREF-CONTACT-ID        PIC 9(5).
           05 XREF-ROLE-ID           PIC X(1).
           05 XREF-PRIMARY-ID        PIC X(1).

       FD  CONTACT-MASTER-FILE.
       01  CONTACT-MASTER-RECORD.
       FD  XREF-CHECK-FILE.
       01  CHECK-LINE         PIC X(132).

       FD  XREF-WORK-FILE.
       01  XREF-WORK-RECORD.
           05 XREF-WORK-ACCOUNT      PIC 9(8).
           05 XREF-HOLDER-COUNT      PIC 9(2).
           05 XREF-EXTRA-COUNT       PIC 9(4).
           05 XREF-HOLDER OCCURS 9 TIMES.
              10 XREF-CONTACT        PIC 9(5).
              10 XREF-ROLE           PIC X(1).
                 88 XREF-ROLE-HOLDER       VALUE "H".
                 88 XREF-ROLE-GUARANTOR    VALUE "G".
                 88 XREF-ROLE-SIGNATORY    VALUE "S".
                 88 XREF-ROLE-VALID        VALUE "H" "G" "S".
              10 XREF-PRIMARY        PIC X(1).
                 88 XREF-IS-PRIMARY        VALUE "Y".

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-XREF-STATUS    PIC XX.
       01 WS-MASTER-STATUS  PIC XX.
       01 WS-CHECK-STATUS   PIC XX.
       01 WS-WORK-STATUS    PIC XX.
       01 WS-ACCT-FOUND     PIC X(1).
       01 MAX-HOLDERS       PIC 9(2) VALUE 9.
       01 ACCOUNT-COUNT     PIC 9(4) VALUE 0.
       01 XREF-COUNT        PIC 9(4) VALUE 0.
       01 I                 PIC 9(4).
       01 J                 PIC 9(4).
       01 HOLDER-SUB        PIC 9(2).
       01 K                 PIC 9(2).
       01 USER-CHOICE       PIC 9(2).
       01 WS-ACCOUNT-ID     PIC 9(8).
       01 WS-CONTACT-ID     PIC 9(5).
       01 WS-CONFIRM        PIC X(1).
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-NEW-NAME       PIC X(30).
       01 WS-NEW-TYPE       PIC X(8).
       01 WS-NEW-LIMIT      PIC 9(7)V99.
       01 WS-NEW-LIMIT-X    PIC X(10).
       01 ED-AMOUNT         PIC Z(6)9.99.
       01 WS-ERROR-COUNT    PIC 9(4).
       01 WS-LISTED-COUNT   PIC 9(4).
       01 WS-OTHER-CONTACT  PIC 9(5).
       01 WS-CONTACT-FOUND  PIC X(1).
       01 WS-ROLE-CODE      PIC X(1).
       01 WS-ROLE-NAME      PIC X(20).
       01 WS-PRIMARY-COUNT  PIC 9(2).
       01 WS-WAS-PRIMARY    PIC X(1).
       01 XREF-DROPPED      PIC 9(4) VALUE 0.
       01 WS-WORK-NAME      PIC X(13) VALUE "ACCTXREF.WRK".

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Account Master Maintenance".
           PERFORM OPEN-ACCOUNT-MASTER.
           PERFORM LOAD-XREF-TABLE.
           PERFORM UNTIL USER-CHOICE = 5
                   DISPLAY "1. Add Account"
                   DISPLAY "3. Close Account"
                   DISPLAY "4. List Accounts"
                   DISPLAY "5. Exit"
                   DISPLAY "6. Add Holder to Account"
                   DISPLAY "7. Validate Account Cross-Reference"
                   DISPLAY "8. Set Credit Limit and Blocking"
                   DISPLAY "9. Remove Holder from Account"
                   ACCEPT USER-CHOICE
                   EVALUATE USER-CHOICE
                      WHEN 1
                      WHEN 5
                         DISPLAY "Exiting Account Maintenance."
                      WHEN 6
                         PERFORM ADD-ACCOUNT-HOLDER
                      WHEN 7
                         PERFORM VALIDATE-XREF-FILE
                      WHEN 8
                         PERFORM SET-CREDIT-LIMIT
                      WHEN 9
                         PERFORM REMOVE-ACCOUNT-HOLDER
                      WHEN OTHER
                         DISPLAY "Choix non correcte, un autre chose?"
                   END-EVALUATE
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE XREF-WORK-FILE.
           CALL "CBL_DELETE_FILE" USING WS-WORK-NAME.
           GOBACK.

       OPEN-ACCOUNT-MASTER.
           MOVE 0 TO ACCOUNT-COUNT.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS = "35"
              DISPLAY "No account master yet (ACCTMASTER.DAT status "
                      WS-ACCT-STATUS "); starting empty."
              OPEN OUTPUT ACCOUNT-MASTER-FILE
              IF WS-ACCT-STATUS = "00"
                 CLOSE ACCOUNT-MASTER-FILE
                 OPEN I-O ACCOUNT-MASTER-FILE
              END-IF
           END-IF.
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "Cannot open ACCTMASTER.DAT, status "
                      WS-ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                   READ ACCOUNT-MASTER-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ACCT-STATUS
                      NOT AT END
                         ADD 1 TO ACCOUNT-COUNT
                   END-READ
           END-PERFORM.

       READ-ACCOUNT-RECORD.
           MOVE "N" TO WS-ACCT-FOUND.
           MOVE WS-ACCOUNT-ID TO ACCT-ID-MASTER.
           READ ACCOUNT-MASTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE "Y" TO WS-ACCT-FOUND.
           PERFORM CLEAN-ACCOUNT-RECORD.

       CLEAN-ACCOUNT-RECORD.
           IF ACCT-LIMIT-MASTER IS NOT NUMERIC
              MOVE 0 TO ACCT-LIMIT-MASTER
           END-IF.
           IF ACCT-BLOCK-MASTER NOT = "Y"
              MOVE "N" TO ACCT-BLOCK-MASTER
           END-IF.

       SAVE-ACCOUNT-RECORD.
           REWRITE ACCOUNT-MASTER-RECORD
              INVALID KEY
                 WRITE ACCOUNT-MASTER-RECORD
                    INVALID KEY
                       DISPLAY "Cannot rewrite ACCTMASTER.DAT, status "
                               WS-ACCT-STATUS
                       MOVE 8 TO RETURN-CODE
                 END-WRITE
           END-REWRITE.

       LOAD-XREF-TABLE.
           MOVE 0 TO XREF-COUNT.
           OPEN OUTPUT XREF-WORK-FILE.
           IF WS-WORK-STATUS = "00"
              CLOSE XREF-WORK-FILE
              OPEN I-O XREF-WORK-FILE
           END-IF.
           IF WS-WORK-STATUS NOT = "00"
              DISPLAY "Cannot create ACCTXREF.WRK, status "
                      WS-WORK-STATUS
              CLOSE ACCOUNT-MASTER-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-XREF-STATUS = "00"
              PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                         AT END
                            MOVE "10" TO WS-XREF-STATUS
                         NOT AT END
                            PERFORM STORE-XREF-RECORD
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-XREF-FILE
           END-IF.

       FIND-XREF-ACCOUNT.
           MOVE WS-ACCOUNT-ID TO XREF-WORK-ACCOUNT.
           READ XREF-WORK-FILE
              INVALID KEY
                 MOVE SPACES TO XREF-WORK-RECORD
                 MOVE WS-ACCOUNT-ID TO XREF-WORK-ACCOUNT
                 MOVE 0 TO XREF-HOLDER-COUNT XREF-EXTRA-COUNT
                 WRITE XREF-WORK-RECORD
           END-READ.

       STORE-XREF-RECORD.
           MOVE XREF-ACCOUNT-ID TO WS-ACCOUNT-ID.
           PERFORM FIND-XREF-ACCOUNT.
           IF XREF-HOLDER-COUNT >= MAX-HOLDERS
              ADD 1 TO XREF-EXTRA-COUNT
              ADD 1 TO XREF-DROPPED
              REWRITE XREF-WORK-RECORD
              DISPLAY "Warning: account " XREF-ACCOUNT-ID " has more "
                      "than " MAX-HOLDERS " holders; contact "
                      XREF-CONTACT-ID " is not loaded."
              EXIT PARAGRAPH
           END-IF.
           IF XREF-ROLE-ID = SPACE
              MOVE "H" TO XREF-ROLE-ID
           END-IF.
           IF XREF-PRIMARY-ID NOT = "Y" AND XREF-PRIMARY-ID NOT = "N"
              MOVE "N" TO XREF-PRIMARY-ID
              IF XREF-ROLE-ID = "H"
                 PERFORM COUNT-PRIMARY-HOLDERS
                 IF WS-PRIMARY-COUNT = 0
                    MOVE "Y" TO XREF-PRIMARY-ID
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO XREF-HOLDER-COUNT.
           MOVE XREF-HOLDER-COUNT TO HOLDER-SUB.
           MOVE XREF-CONTACT-ID TO XREF-CONTACT(HOLDER-SUB).
           MOVE XREF-ROLE-ID TO XREF-ROLE(HOLDER-SUB).
           MOVE XREF-PRIMARY-ID TO XREF-PRIMARY(HOLDER-SUB).
           REWRITE XREF-WORK-RECORD.
           ADD 1 TO XREF-COUNT.

       COUNT-PRIMARY-HOLDERS.
           MOVE 0 TO WS-PRIMARY-COUNT.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > XREF-HOLDER-COUNT
                   IF XREF-IS-PRIMARY(K)
                      ADD 1 TO WS-PRIMARY-COUNT
                   END-IF
           END-PERFORM.

       CHECK-XREF-COMPLETE.
           IF XREF-DROPPED > 0
              DISPLAY "Holder changes are disabled: " XREF-DROPPED
                      " ACCTXREF.DAT record(s) were not loaded "
                      "because an account has more than " MAX-HOLDERS
                      " holders. Correct ACCTXREF.DAT first (option 7 "
                      "lists them)."
           END-IF.

       SAVE-XREF-TABLE.
           IF XREF-DROPPED > 0
              PERFORM CHECK-XREF-COMPLETE
              DISPLAY "ACCTXREF.DAT not saved."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ACCOUNT-XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "Cannot rewrite ACCTXREF.DAT, status "
                      WS-XREF-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO XREF-WORK-ACCOUNT.
           START XREF-WORK-FILE KEY IS NOT < XREF-WORK-ACCOUNT
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ XREF-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         PERFORM SAVE-XREF-ACCOUNT
                   END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.

       SAVE-XREF-ACCOUNT.
           PERFORM VARYING HOLDER-SUB FROM 1 BY 1
                   UNTIL HOLDER-SUB > XREF-HOLDER-COUNT
                   MOVE XREF-WORK-ACCOUNT TO XREF-ACCOUNT-ID
                   MOVE XREF-CONTACT(HOLDER-SUB) TO XREF-CONTACT-ID
                   MOVE XREF-ROLE(HOLDER-SUB) TO XREF-ROLE-ID
                   MOVE XREF-PRIMARY(HOLDER-SUB) TO XREF-PRIMARY-ID
                   WRITE XREF-RECORD
           END-PERFORM.

       ADD-ACCOUNT.
           DISPLAY "Account number (up to 8 digits): ".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT-RECORD.
           IF WS-ACCT-FOUND = "Y"
              DISPLAY "Account " WS-ACCOUNT-ID " already exists."
           ELSE
              MOVE SPACES TO ACCOUNT-MASTER-RECORD
              MOVE WS-ACCOUNT-ID TO ACCT-ID-MASTER
              DISPLAY "Account name: "
              ACCEPT ACCT-NAME-MASTER
              DISPLAY "Account type (CHECKING/SAVINGS/LOAN/OTHER): "
              ACCEPT ACCT-TYPE-MASTER
              IF ACCT-NAME-MASTER = SPACES
                 DISPLAY "Account not added: name is required."
              ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                 MOVE WS-CURRENT-DATE(1:8) TO ACCT-OPEN-DATE-MASTER
                 MOVE "O" TO ACCT-STATUS-MASTER
                 MOVE 0 TO ACCT-LIMIT-MASTER
                 MOVE "N" TO ACCT-BLOCK-MASTER
                 WRITE ACCOUNT-MASTER-RECORD
                    INVALID KEY
                       DISPLAY "Cannot rewrite ACCTMASTER.DAT, status "
                               WS-ACCT-STATUS
                       MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                       ADD 1 TO ACCOUNT-COUNT
                       DISPLAY "Account " WS-ACCOUNT-ID " added."
                 END-WRITE
              END-IF
           END-IF.

       CHANGE-ACCOUNT.
           DISPLAY "Account number to change: ".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT-RECORD.
           IF WS-ACCT-FOUND NOT = "Y"
              DISPLAY "Account " WS-ACCOUNT-ID " not on file."
           ELSE
              DISPLAY "Current name: " ACCT-NAME-MASTER
              DISPLAY "Current type: " ACCT-TYPE-MASTER
              DISPLAY "New name (blank to keep): "
              ACCEPT WS-NEW-NAME
              DISPLAY "New type (blank to keep): "
              ACCEPT WS-NEW-TYPE
              IF WS-NEW-NAME NOT = SPACES
                 MOVE WS-NEW-NAME TO ACCT-NAME-MASTER
              END-IF
              IF WS-NEW-TYPE NOT = SPACES
                 MOVE WS-NEW-TYPE TO ACCT-TYPE-MASTER
              END-IF
              PERFORM SAVE-ACCOUNT-RECORD
              DISPLAY "Account " WS-ACCOUNT-ID " changed."
           END-IF.

       CLOSE-ACCOUNT.
           DISPLAY "Account number to close: ".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT-RECORD.
           IF WS-ACCT-FOUND NOT = "Y"
              DISPLAY "Account " WS-ACCOUNT-ID " not on file."
           ELSE
              IF ACCT-IS-CLOSED
                 DISPLAY "Account " WS-ACCOUNT-ID " is already closed."
              ELSE
                 DISPLAY "Close account " WS-ACCOUNT-ID " ("
                         ACCT-NAME-MASTER ")? (Y/N): "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    MOVE "C" TO ACCT-STATUS-MASTER
                    PERFORM SAVE-ACCOUNT-RECORD
                    DISPLAY "Account " WS-ACCOUNT-ID " closed. No "
                            "further extract activity will be "
                            "accepted for it."

       LIST-ACCOUNTS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO ACCT-ID-MASTER.
           START ACCOUNT-MASTER-FILE KEY IS NOT < ACCT-ID-MASTER
              INVALID KEY
                 MOVE "10" TO WS-ACCT-STATUS
           END-START.
           PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                   READ ACCOUNT-MASTER-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ACCT-STATUS
                      NOT AT END
                         PERFORM LIST-ONE-ACCOUNT
                   END-READ
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " account(s) on file.".

       LIST-ONE-ACCOUNT.
           PERFORM CLEAN-ACCOUNT-RECORD.
           ADD 1 TO WS-LISTED-COUNT.
           DISPLAY "ACCOUNT " ACCT-ID-MASTER " " ACCT-NAME-MASTER
                   " TYPE " ACCT-TYPE-MASTER
                   " OPENED " ACCT-OPEN-DATE-MASTER
                   " STATUS " ACCT-STATUS-MASTER.
           MOVE ACCT-LIMIT-MASTER TO ED-AMOUNT.
           DISPLAY "   CREDIT LIMIT " ED-AMOUNT
                   " BLOCKED " ACCT-BLOCK-MASTER.
           MOVE ACCT-ID-MASTER TO WS-ACCOUNT-ID.
           PERFORM FIND-XREF-ACCOUNT.
           PERFORM SHOW-ACCOUNT-HOLDERS.

       SET-CREDIT-LIMIT.
           DISPLAY "Account number: ".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT-RECORD.
           IF WS-ACCT-FOUND NOT = "Y"
              DISPLAY "Account " WS-ACCOUNT-ID " not on file."
              EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-LIMIT-MASTER TO ED-AMOUNT.
           DISPLAY "Current credit limit: " ED-AMOUNT
                   " blocked: " ACCT-BLOCK-MASTER.
           DISPLAY "New credit limit in cents, e.g. 50000 for 500.00 "
                   "(blank to keep): ".
           ACCEPT WS-NEW-LIMIT-X.
           IF WS-NEW-LIMIT-X NOT = SPACES
              IF FUNCTION TRIM(WS-NEW-LIMIT-X) IS NUMERIC
                 COMPUTE WS-NEW-LIMIT =
                         FUNCTION NUMVAL(WS-NEW-LIMIT-X) / 100
                 MOVE WS-NEW-LIMIT TO ACCT-LIMIT-MASTER
              ELSE
                 DISPLAY "Credit limit must be digits only; "
                         "limit not changed."
              END-IF
           END-IF.
           DISPLAY "Block new debits on this account? (Y/N, blank "
                   "to keep): ".
           ACCEPT WS-CONFIRM.
           EVALUATE WS-CONFIRM
              WHEN "Y" WHEN "y"
                 MOVE "Y" TO ACCT-BLOCK-MASTER
              WHEN "N" WHEN "n"
                 MOVE "N" TO ACCT-BLOCK-MASTER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM SAVE-ACCOUNT-RECORD.
           MOVE ACCT-LIMIT-MASTER TO ED-AMOUNT.
           DISPLAY "Account " WS-ACCOUNT-ID " credit limit " ED-AMOUNT
                   " blocked " ACCT-BLOCK-MASTER ".".

       ADD-ACCOUNT-HOLDER.
           IF XREF-DROPPED > 0
              PERFORM CHECK-XREF-COMPLETE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Account number: ".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT-RECORD.
           IF WS-ACCT-FOUND NOT = "Y"
              DISPLAY "Account " WS-ACCOUNT-ID " not on file."
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-XREF-ACCOUNT.
           IF XREF-HOLDER-COUNT >= MAX-HOLDERS
              DISPLAY "Account " WS-ACCOUNT-ID " already has "
                      MAX-HOLDERS " holders; remove one first."
              EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-ACCOUNT-HOLDERS.
           DISPLAY "Contact id: ".
           ACCEPT WS-CONTACT-ID.
           PERFORM FIND-ACCOUNT-HOLDER.
           IF HOLDER-SUB NOT = 0
              DISPLAY "Contact " WS-CONTACT-ID " is already on "
                      "account " WS-ACCOUNT-ID "."
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CONTACT-EXISTS.
           IF WS-CONTACT-FOUND NOT = "Y"
              DISPLAY "Contact " WS-CONTACT-ID " is not in the "
                      "contact directory; holder not added."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Role (H=Account holder, G=Guarantor, "
                   "S=Authorised signatory): ".
           ACCEPT WS-ROLE-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ROLE-CODE) TO WS-ROLE-CODE.
           IF WS-ROLE-CODE NOT = "H" AND WS-ROLE-CODE NOT = "G"
              AND WS-ROLE-CODE NOT = "S"
              DISPLAY "Role must be H, G or S; holder not added."
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONFIRM.
           IF WS-ROLE-CODE = "H"
              PERFORM COUNT-PRIMARY-HOLDERS
              IF WS-PRIMARY-COUNT = 0
                 MOVE "Y" TO WS-CONFIRM
              ELSE
                 DISPLAY "Make this contact the primary holder? "
                         "(Y/N): "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "y"
                    MOVE "Y" TO WS-CONFIRM
                 END-IF
              END-IF
           END-IF.
           IF WS-CONFIRM = "Y"
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > XREF-HOLDER-COUNT
                      MOVE "N" TO XREF-PRIMARY(K)
              END-PERFORM
           ELSE
              MOVE "N" TO WS-CONFIRM
           END-IF.
           ADD 1 TO XREF-HOLDER-COUNT.
           MOVE XREF-HOLDER-COUNT TO HOLDER-SUB.
           MOVE WS-CONTACT-ID TO XREF-CONTACT(HOLDER-SUB).
           MOVE WS-ROLE-CODE TO XREF-ROLE(HOLDER-SUB).
           MOVE WS-CONFIRM TO XREF-PRIMARY(HOLDER-SUB).
           REWRITE XREF-WORK-RECORD.
           ADD 1 TO XREF-COUNT.
           PERFORM SAVE-XREF-TABLE.
           PERFORM SET-ROLE-NAME.
           DISPLAY "Contact " WS-CONTACT-ID " (" NOM-MASTER ") added "
                   "to account " WS-ACCOUNT-ID " as "
                   FUNCTION TRIM(WS-ROLE-NAME) ".".
           IF WS-CONFIRM = "Y"
              DISPLAY "Contact " WS-CONTACT-ID " is now the primary "
                      "holder."
           END-IF.

       REMOVE-ACCOUNT-HOLDER.
           IF XREF-DROPPED > 0
              PERFORM CHECK-XREF-COMPLETE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Account number: ".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM FIND-XREF-ACCOUNT.
           IF XREF-HOLDER-COUNT = 0
              DISPLAY "Account " WS-ACCOUNT-ID " has no holders."
              EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-ACCOUNT-HOLDERS.
           DISPLAY "Contact id to remove: ".
           ACCEPT WS-CONTACT-ID.
           PERFORM FIND-ACCOUNT-HOLDER.
           IF HOLDER-SUB = 0
              DISPLAY "Contact " WS-CONTACT-ID " is not on account "
                      WS-ACCOUNT-ID "."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Remove contact " WS-CONTACT-ID " from account "
                   WS-ACCOUNT-ID "? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Remove cancelled."
              EXIT PARAGRAPH
           END-IF.
           MOVE XREF-PRIMARY(HOLDER-SUB) TO WS-WAS-PRIMARY.
           PERFORM VARYING K FROM HOLDER-SUB BY 1
                   UNTIL K >= XREF-HOLDER-COUNT
                   MOVE XREF-HOLDER(K + 1) TO XREF-HOLDER(K)
           END-PERFORM.
           SUBTRACT 1 FROM XREF-HOLDER-COUNT.
           SUBTRACT 1 FROM XREF-COUNT.
           DISPLAY "Contact " WS-CONTACT-ID " removed from account "
                   WS-ACCOUNT-ID ".".
           IF WS-WAS-PRIMARY = "Y"
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > XREF-HOLDER-COUNT
                      IF XREF-ROLE-HOLDER(K)
                         MOVE "Y" TO XREF-PRIMARY(K)
                         DISPLAY "Contact " XREF-CONTACT(K)
                                 " is now the primary holder."
                         MOVE "N" TO WS-WAS-PRIMARY
                         EXIT PERFORM
                      END-IF
              END-PERFORM
              IF WS-WAS-PRIMARY = "Y"
                 AND XREF-HOLDER-COUNT > 0
                 DISPLAY "Warning: account " WS-ACCOUNT-ID " has no "
                         "account holder left to act as primary."
              END-IF
           END-IF.
           REWRITE XREF-WORK-RECORD.
           PERFORM SAVE-XREF-TABLE.

       FIND-ACCOUNT-HOLDER.
           MOVE 0 TO HOLDER-SUB.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > XREF-HOLDER-COUNT
                   IF XREF-CONTACT(K) = WS-CONTACT-ID
                      MOVE K TO HOLDER-SUB
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

       SHOW-ACCOUNT-HOLDERS.
           PERFORM VARYING HOLDER-SUB FROM 1 BY 1
                   UNTIL HOLDER-SUB > XREF-HOLDER-COUNT
                   MOVE XREF-ROLE(HOLDER-SUB) TO WS-ROLE-CODE
                   PERFORM SET-ROLE-NAME
                   IF XREF-IS-PRIMARY(HOLDER-SUB)
                      DISPLAY "   CONTACT "
                              XREF-CONTACT(HOLDER-SUB)
                              " " WS-ROLE-NAME " PRIMARY"
                   ELSE
                      DISPLAY "   CONTACT "
                              XREF-CONTACT(HOLDER-SUB)
                              " " WS-ROLE-NAME
                   END-IF
           END-PERFORM.

       SET-ROLE-NAME.
           EVALUATE WS-ROLE-CODE
              WHEN "H"
                 MOVE "ACCOUNT HOLDER" TO WS-ROLE-NAME
              WHEN "G"
                 MOVE "GUARANTOR" TO WS-ROLE-NAME
              WHEN "S"
                 MOVE "AUTHORISED SIGNATORY" TO WS-ROLE-NAME
              WHEN OTHER
                 MOVE "UNKNOWN ROLE" TO WS-ROLE-NAME
           END-EVALUATE.

       CHECK-CONTACT-EXISTS.
           MOVE "N" TO WS-CONTACT-FOUND.
           OPEN INPUT CONTACT-MASTER-FILE.
           END-IF.
           MOVE "ACCOUNT CROSS-REFERENCE VALIDATION" TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE 0 TO XREF-WORK-ACCOUNT.
           START XREF-WORK-FILE KEY IS NOT < XREF-WORK-ACCOUNT
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ XREF-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         IF XREF-HOLDER-COUNT > 0
                            OR XREF-EXTRA-COUNT > 0
                            PERFORM VALIDATE-XREF-ENTRY
                         END-IF
                   END-READ
           END-PERFORM.
           MOVE SPACES TO CHECK-LINE.
           STRING "TOTAL ERRORS: " DELIMITED BY SIZE
                   "See AXREFCHK.RPT.".

       VALIDATE-XREF-ENTRY.
           MOVE XREF-WORK-ACCOUNT TO WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT-RECORD.
           IF WS-ACCT-FOUND NOT = "Y"
              ADD 1 TO WS-ERROR-COUNT
              MOVE SPACES TO CHECK-LINE
              STRING "ACCOUNT " DELIMITED BY SIZE
                     WS-ACCOUNT-ID DELIMITED BY SIZE
                     " ON XREF BUT NOT IN ACCOUNT MASTER"
                        DELIMITED BY SIZE
                     INTO CHECK-LINE
              WRITE CHECK-LINE
           END-IF.
           IF XREF-EXTRA-COUNT > 0
              ADD 1 TO WS-ERROR-COUNT
              MOVE SPACES TO CHECK-LINE
              STRING "ACCOUNT " DELIMITED BY SIZE
                     WS-ACCOUNT-ID DELIMITED BY SIZE
                     " HAS MORE THAN " DELIMITED BY SIZE
                     MAX-HOLDERS DELIMITED BY SIZE
                     " HOLDERS, " DELIMITED BY SIZE
                     XREF-EXTRA-COUNT DELIMITED BY SIZE
                     " NOT LOADED" DELIMITED BY SIZE
                     INTO CHECK-LINE
              WRITE CHECK-LINE
           END-IF.
           PERFORM COUNT-PRIMARY-HOLDERS.
           IF WS-PRIMARY-COUNT = 0
              ADD 1 TO WS-ERROR-COUNT
              MOVE SPACES TO CHECK-LINE
              STRING "ACCOUNT " DELIMITED BY SIZE
                     WS-ACCOUNT-ID DELIMITED BY SIZE
                     " HAS NO PRIMARY HOLDER" DELIMITED BY SIZE
                     INTO CHECK-LINE
              WRITE CHECK-LINE
           END-IF.
           IF WS-PRIMARY-COUNT > 1
              ADD 1 TO WS-ERROR-COUNT
              MOVE SPACES TO CHECK-LINE
              STRING "ACCOUNT " DELIMITED BY SIZE
                     WS-ACCOUNT-ID DELIMITED BY SIZE
                     " HAS " DELIMITED BY SIZE
                     WS-PRIMARY-COUNT DELIMITED BY SIZE
                     " PRIMARY HOLDERS" DELIMITED BY SIZE
                     INTO CHECK-LINE
              WRITE CHECK-LINE
           END-IF.
           PERFORM VARYING HOLDER-SUB FROM 1 BY 1
                   UNTIL HOLDER-SUB > XREF-HOLDER-COUNT
                   PERFORM VALIDATE-XREF-HOLDER
           END-PERFORM.

       VALIDATE-XREF-HOLDER.
           MOVE XREF-CONTACT(HOLDER-SUB) TO WS-CONTACT-ID.
           IF NOT XREF-ROLE-VALID(HOLDER-SUB)
              ADD 1 TO WS-ERROR-COUNT
              MOVE SPACES TO CHECK-LINE
              STRING "ACCOUNT " DELIMITED BY SIZE
                     WS-ACCOUNT-ID DELIMITED BY SIZE
                     " CONTACT " DELIMITED BY SIZE
                     WS-CONTACT-ID DELIMITED BY SIZE
                     " HAS UNKNOWN ROLE '" DELIMITED BY SIZE
                     XREF-ROLE(HOLDER-SUB) DELIMITED BY SIZE
                     "'" DELIMITED BY SIZE
                     INTO CHECK-LINE
              WRITE CHECK-LINE
           END-IF.
           IF XREF-IS-PRIMARY(HOLDER-SUB)
              AND NOT XREF-ROLE-HOLDER(HOLDER-SUB)
              ADD 1 TO WS-ERROR-COUNT
              MOVE SPACES TO CHECK-LINE
              STRING "ACCOUNT " DELIMITED BY SIZE
                     WS-ACCOUNT-ID DELIMITED BY SIZE
                     " PRIMARY CONTACT " DELIMITED BY SIZE
                     WS-CONTACT-ID DELIMITED BY SIZE
                     " IS NOT AN ACCOUNT HOLDER" DELIMITED BY SIZE
                     INTO CHECK-LINE
              WRITE CHECK-LINE
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K >= HOLDER-SUB
                   IF XREF-CONTACT(K) = WS-CONTACT-ID
                      ADD 1 TO WS-ERROR-COUNT
                      MOVE SPACES TO CHECK-LINE
                      STRING "ACCOUNT " DELIMITED BY SIZE
                             WS-ACCOUNT-ID DELIMITED BY SIZE
                             " LISTS CONTACT " DELIMITED BY SIZE
                             WS-CONTACT-ID DELIMITED BY SIZE
                             " MORE THAN ONCE" DELIMITED BY SIZE
                             INTO CHECK-LINE
                      WRITE CHECK-LINE
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           PERFORM CHECK-CONTACT-EXISTS.
           IF WS-CONTACT-FOUND NOT = "Y"
              ADD 1 TO WS-ERROR-COUNT
              MOVE SPACES TO CHECK-LINE
              STRING "ACCOUNT " DELIMITED BY SIZE
                     WS-ACCOUNT-ID DELIMITED BY SIZE
                     " ASSIGNED TO CONTACT " DELIMITED BY SIZE
                     WS-CONTACT-ID DELIMITED BY SIZE
                     " NOT IN CONTACT DIRECTORY" DELIMITED BY SIZE
