       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDORDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDER-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMASTER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID-MASTER
              FILE STATUS IS WS-ACCT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-ID-MASTER         PIC 9(8).
           05 ACCT-NAME-MASTER       PIC X(30).
           05 ACCT-TYPE-MASTER       PIC X(8).
           05 ACCT-OPEN-DATE-MASTER  PIC 9(8).
           05 ACCT-STATUS-MASTER     PIC X(1).
              88 ACCT-IS-CLOSED             VALUE "C".
           05 ACCT-LIMIT-MASTER      PIC 9(7)V99.
           05 ACCT-BLOCK-MASTER      PIC X(1).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE       PIC 9(8).
           05 FILLER                 PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-STATUS   PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-BUSDATE-STATUS PIC XX.
       01 MAX-ORDERS        PIC 9(4) VALUE 500.
       01 ORDER-COUNT       PIC 9(4) VALUE 0.
       01 ORDERS-DROPPED    PIC 9(4) VALUE 0.
       01 ORDER-TABLE.
          05 ORDER-ENTRY OCCURS 500 TIMES.
             10 ORD-ORDER-ID       PIC 9(5).
             10 ORD-ACCOUNT-ID     PIC 9(8).
             10 ORD-DC-IND         PIC X(1).
             10 ORD-AMOUNT         PIC 9(7)V99.
             10 ORD-FREQUENCY      PIC X(1).
                88 ORD-WEEKLY             VALUE "W".
                88 ORD-MONTHLY            VALUE "M".
                88 ORD-QUARTERLY          VALUE "Q".
                88 ORD-YEARLY             VALUE "Y".
                88 ORD-FREQUENCY-VALID    VALUE "W" "M" "Q" "Y".
             10 ORD-DUE-DAY        PIC 9(2).
             10 ORD-NEXT-DUE       PIC 9(8).
             10 ORD-END-DATE       PIC 9(8).
             10 ORD-STATUS         PIC X(1).
                88 ORD-ACTIVE             VALUE "A".
                88 ORD-SUSPENDED          VALUE "S".
                88 ORD-CANCELLED          VALUE "C".
                88 ORD-EXPIRED            VALUE "E".
             10 ORD-DESCRIPTION    PIC X(30).
             10 ORD-LAST-GENERATED PIC 9(8).
             10 ORD-STATUS-DATE    PIC 9(8).
       01 I                 PIC 9(4).
       01 O                 PIC 9(4).
       01 WS-ACCT-OPEN      PIC X(1) VALUE "N".
       01 USER-CHOICE       PIC 9(2).
       01 WS-ORDER-ID       PIC 9(5).
       01 WS-HIGH-ORDER-ID  PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-ID     PIC 9(8).
       01 WS-CONFIRM        PIC X(1).
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-AMOUNT-X       PIC X(10).
       01 WS-DATE-X         PIC X(8).
       01 WS-NEW-DC         PIC X(1).
       01 WS-NEW-FREQUENCY  PIC X(1).
       01 WS-NEW-AMOUNT     PIC 9(7)V99.
       01 WS-NEW-FIRST-DUE  PIC 9(8).
       01 WS-NEW-END-DATE   PIC 9(8).
       01 WS-NEW-DESCRIPTION PIC X(30).
       01 WS-DUE-DATE       PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR    PIC 9(4).
          05 WS-DUE-MONTH   PIC 9(2).
          05 WS-DUE-DAY     PIC 9(2).
       01 WS-MONTH-STEP     PIC 9(2).
       01 WS-MONTH-TOTAL    PIC 9(6).
       01 WS-TRIAL-DATE     PIC 9(8).
       01 WS-DATE-INTEGER   PIC 9(7).
       01 WS-LAST-DAY       PIC 9(2).
       01 WS-FREQUENCY-NAME PIC X(9).
       01 WS-STATUS-NAME    PIC X(9).
       01 WS-LISTED-COUNT   PIC 9(4).
       01 ED-AMOUNT         PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Standing Order Maintenance".
           PERFORM READ-BUSINESS-DATE.
           PERFORM OPEN-ACCOUNT-MASTER.
           PERFORM LOAD-ORDER-TABLE.
           PERFORM UNTIL USER-CHOICE = 6
                   DISPLAY "1. Add Standing Order"
                   DISPLAY "2. Suspend Standing Order"
                   DISPLAY "3. Resume Standing Order"
                   DISPLAY "4. Cancel Standing Order"
                   DISPLAY "5. List Standing Orders"
                   DISPLAY "6. Exit"
                   ACCEPT USER-CHOICE
                   EVALUATE USER-CHOICE
                      WHEN 1
                         PERFORM ADD-STANDING-ORDER
                      WHEN 2
                         PERFORM SUSPEND-STANDING-ORDER
                      WHEN 3
                         PERFORM RESUME-STANDING-ORDER
                      WHEN 4
                         PERFORM CANCEL-STANDING-ORDER
                      WHEN 5
                         PERFORM LIST-STANDING-ORDERS
                      WHEN 6
                         DISPLAY "Exiting Standing Order Maintenance."
                      WHEN OTHER
                         DISPLAY "Choix non correcte, un autre chose?"
                   END-EVALUATE
           END-PERFORM.
           IF WS-ACCT-OPEN = "Y"
              CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           GOBACK.

       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                 AT END
                    MOVE SPACES TO BUSINESS-DATE-RECORD
              END-READ
              IF BD-BUSINESS-DATE IS NUMERIC
                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS = "00"
              MOVE "Y" TO WS-ACCT-OPEN
           END-IF.

       LOAD-ORDER-TABLE.
           MOVE 0 TO ORDER-COUNT WS-HIGH-ORDER-ID.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
              DISPLAY "No standing orders yet (STANDORD.DAT status "
                      WS-ORDER-STATUS "); starting empty."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
                   READ STANDING-ORDER-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ORDER-STATUS
                      NOT AT END
                         PERFORM STORE-ORDER-RECORD
                   END-READ
           END-PERFORM.
           CLOSE STANDING-ORDER-FILE.
           IF ORDERS-DROPPED > 0
              PERFORM CHECK-LIST-ONLY
           END-IF.

       CHECK-LIST-ONLY.
           IF ORDERS-DROPPED > 0
              DISPLAY "STANDORD.DAT holds more than " MAX-ORDERS
                      " orders (" ORDERS-DROPPED " not loaded). "
                      "Orders can only be listed; no changes are "
                      "allowed until the file is reduced."
           END-IF.

       STORE-ORDER-RECORD.
           IF ORDER-COUNT >= MAX-ORDERS
              DISPLAY "Warning: more than " MAX-ORDERS " standing "
                      "orders; order " SO-ORDER-ID " is not loaded."
              ADD 1 TO ORDERS-DROPPED
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ORDER-COUNT.
           MOVE SO-ORDER-ID TO ORD-ORDER-ID(ORDER-COUNT).
           MOVE SO-ACCOUNT-ID TO ORD-ACCOUNT-ID(ORDER-COUNT).
           MOVE SO-DC-IND TO ORD-DC-IND(ORDER-COUNT).
           MOVE SO-AMOUNT TO ORD-AMOUNT(ORDER-COUNT).
           MOVE SO-FREQUENCY TO ORD-FREQUENCY(ORDER-COUNT).
           MOVE SO-DUE-DAY TO ORD-DUE-DAY(ORDER-COUNT).
           MOVE SO-NEXT-DUE TO ORD-NEXT-DUE(ORDER-COUNT).
           MOVE SO-END-DATE TO ORD-END-DATE(ORDER-COUNT).
           MOVE SO-STATUS TO ORD-STATUS(ORDER-COUNT).
           MOVE SO-DESCRIPTION TO ORD-DESCRIPTION(ORDER-COUNT).
           MOVE SO-LAST-GENERATED TO ORD-LAST-GENERATED(ORDER-COUNT).
           MOVE SO-STATUS-DATE TO ORD-STATUS-DATE(ORDER-COUNT).
           IF SO-ORDER-ID > WS-HIGH-ORDER-ID
              MOVE SO-ORDER-ID TO WS-HIGH-ORDER-ID
           END-IF.

       SAVE-ORDER-TABLE.
           IF ORDERS-DROPPED > 0
              PERFORM CHECK-LIST-ONLY
              DISPLAY "STANDORD.DAT not saved."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STANDING-ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
              DISPLAY "Cannot rewrite STANDORD.DAT, status "
                      WS-ORDER-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ORDER-COUNT
                   MOVE ORD-ORDER-ID(I) TO SO-ORDER-ID
                   MOVE ORD-ACCOUNT-ID(I) TO SO-ACCOUNT-ID
                   MOVE ORD-DC-IND(I) TO SO-DC-IND
                   MOVE ORD-AMOUNT(I) TO SO-AMOUNT
                   MOVE ORD-FREQUENCY(I) TO SO-FREQUENCY
                   MOVE ORD-DUE-DAY(I) TO SO-DUE-DAY
                   MOVE ORD-NEXT-DUE(I) TO SO-NEXT-DUE
                   MOVE ORD-END-DATE(I) TO SO-END-DATE
                   MOVE ORD-STATUS(I) TO SO-STATUS
                   MOVE ORD-DESCRIPTION(I) TO SO-DESCRIPTION
                   MOVE ORD-LAST-GENERATED(I) TO SO-LAST-GENERATED
                   MOVE ORD-STATUS-DATE(I) TO SO-STATUS-DATE
                   WRITE STANDING-ORDER-RECORD
           END-PERFORM.
           CLOSE STANDING-ORDER-FILE.

       ADD-STANDING-ORDER.
           IF ORDERS-DROPPED > 0
              PERFORM CHECK-LIST-ONLY
              EXIT PARAGRAPH
           END-IF.
           IF ORDER-COUNT >= MAX-ORDERS
              DISPLAY "Standing order file is full (" MAX-ORDERS
                      " orders); order not added."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Account number (up to 8 digits): ".
           ACCEPT WS-ACCOUNT-ID.
           MOVE "23" TO WS-ACCT-STATUS.
           IF WS-ACCT-OPEN = "Y"
              MOVE WS-ACCOUNT-ID TO ACCT-ID-MASTER
              READ ACCOUNT-MASTER-FILE
                 INVALID KEY
                    MOVE "23" TO WS-ACCT-STATUS
              END-READ
           END-IF.
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "Account " WS-ACCOUNT-ID " not on file."
              EXIT PARAGRAPH
           END-IF.
           IF ACCT-IS-CLOSED
              DISPLAY "Account " WS-ACCOUNT-ID " is closed; order "
                      "not added."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Debit or credit (D/C): ".
           ACCEPT WS-NEW-DC.
           MOVE FUNCTION UPPER-CASE(WS-NEW-DC) TO WS-NEW-DC.
           IF WS-NEW-DC NOT = "D" AND WS-NEW-DC NOT = "C"
              DISPLAY "Must be D or C; order not added."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Amount in cents, e.g. 12500 for 125.00: ".
           ACCEPT WS-AMOUNT-X.
           IF WS-AMOUNT-X = SPACES
              OR FUNCTION TRIM(WS-AMOUNT-X) IS NOT NUMERIC
              DISPLAY "Amount must be digits only; order not added."
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-X) / 100.
           IF WS-NEW-AMOUNT = 0
              DISPLAY "Amount must not be zero; order not added."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Frequency (W=Weekly, M=Monthly, Q=Quarterly, "
                   "Y=Yearly): ".
           ACCEPT WS-NEW-FREQUENCY.
           MOVE FUNCTION UPPER-CASE(WS-NEW-FREQUENCY)
              TO WS-NEW-FREQUENCY.
           IF WS-NEW-FREQUENCY NOT = "W" AND NOT = "M"
              AND NOT = "Q" AND NOT = "Y"
              DISPLAY "Frequency must be W, M, Q or Y; order not "
                      "added."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "First due date (YYYYMMDD): ".
           ACCEPT WS-DATE-X.
           IF WS-DATE-X IS NOT NUMERIC
              DISPLAY "Due date must be YYYYMMDD; order not added."
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-X TO WS-NEW-FIRST-DUE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-FIRST-DUE) NOT = 0
              DISPLAY "Due date " WS-NEW-FIRST-DUE " is not a valid "
                      "date; order not added."
              EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-FIRST-DUE < WS-BUSINESS-DATE
              DISPLAY "First due date is before the business date "
                      WS-BUSINESS-DATE "; order not added."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "End date (YYYYMMDD, blank for no end date): ".
           ACCEPT WS-DATE-X.
           MOVE 0 TO WS-NEW-END-DATE.
           IF WS-DATE-X NOT = SPACES
              IF WS-DATE-X IS NOT NUMERIC
                 DISPLAY "End date must be YYYYMMDD; order not added."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DATE-X TO WS-NEW-END-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-END-DATE) NOT = 0
                 OR WS-NEW-END-DATE < WS-NEW-FIRST-DUE
                 DISPLAY "End date must be a valid date on or after "
                         "the first due date; order not added."
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "Description: ".
           ACCEPT WS-NEW-DESCRIPTION.
           MOVE WS-NEW-AMOUNT TO ED-AMOUNT.
           DISPLAY "Add " WS-NEW-DC " " ED-AMOUNT " on account "
                   WS-ACCOUNT-ID " frequency " WS-NEW-FREQUENCY
                   " from " WS-NEW-FIRST-DUE "? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Add cancelled."
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ORDER-COUNT.
           ADD 1 TO WS-HIGH-ORDER-ID.
           MOVE ORDER-COUNT TO O.
           MOVE WS-HIGH-ORDER-ID TO ORD-ORDER-ID(O).
           MOVE WS-ACCOUNT-ID TO ORD-ACCOUNT-ID(O).
           MOVE WS-NEW-DC TO ORD-DC-IND(O).
           MOVE WS-NEW-AMOUNT TO ORD-AMOUNT(O).
           MOVE WS-NEW-FREQUENCY TO ORD-FREQUENCY(O).
           MOVE WS-NEW-FIRST-DUE TO ORD-NEXT-DUE(O) WS-DUE-DATE.
           MOVE WS-DUE-DAY TO ORD-DUE-DAY(O).
           MOVE WS-NEW-END-DATE TO ORD-END-DATE(O).
           MOVE "A" TO ORD-STATUS(O).
           MOVE WS-NEW-DESCRIPTION TO ORD-DESCRIPTION(O).
           MOVE 0 TO ORD-LAST-GENERATED(O).
           MOVE WS-BUSINESS-DATE TO ORD-STATUS-DATE(O).
           PERFORM SAVE-ORDER-TABLE.
           DISPLAY "Standing order " ORD-ORDER-ID(O) " added.".

       FIND-STANDING-ORDER.
           DISPLAY "Standing order number: ".
           ACCEPT WS-ORDER-ID.
           MOVE 0 TO O.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > ORDER-COUNT OR O NOT = 0
                   IF ORD-ORDER-ID(I) = WS-ORDER-ID
                      MOVE I TO O
                   END-IF
           END-PERFORM.
           IF O = 0
              DISPLAY "Standing order " WS-ORDER-ID " not on file."
           ELSE
              PERFORM SHOW-STANDING-ORDER
           END-IF.

       SUSPEND-STANDING-ORDER.
           IF ORDERS-DROPPED > 0
              PERFORM CHECK-LIST-ONLY
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-STANDING-ORDER.
           IF O = 0
              EXIT PARAGRAPH
           END-IF.
           IF NOT ORD-ACTIVE(O)
              DISPLAY "Only an active order can be suspended."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Suspend this order? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
              MOVE "S" TO ORD-STATUS(O)
              MOVE WS-BUSINESS-DATE TO ORD-STATUS-DATE(O)
              PERFORM SAVE-ORDER-TABLE
              DISPLAY "Standing order " ORD-ORDER-ID(O) " suspended. "
                      "Nothing will be generated until it is resumed."
           ELSE
              DISPLAY "Suspend cancelled."
           END-IF.

       RESUME-STANDING-ORDER.
           IF ORDERS-DROPPED > 0
              PERFORM CHECK-LIST-ONLY
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-STANDING-ORDER.
           IF O = 0
              EXIT PARAGRAPH
           END-IF.
           IF NOT ORD-SUSPENDED(O)
              DISPLAY "Only a suspended order can be resumed."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ORD-NEXT-DUE(O) >= WS-BUSINESS-DATE
                   PERFORM ADVANCE-NEXT-DUE
           END-PERFORM.
           IF ORD-END-DATE(O) NOT = 0
              AND ORD-NEXT-DUE(O) > ORD-END-DATE(O)
              DISPLAY "The order's end date " ORD-END-DATE(O)
                      " has passed; it is marked expired instead."
              MOVE "E" TO ORD-STATUS(O)
           ELSE
              MOVE "A" TO ORD-STATUS(O)
              DISPLAY "Standing order " ORD-ORDER-ID(O) " resumed; "
                      "next due " ORD-NEXT-DUE(O) ". Payments missed "
                      "while suspended are not generated."
           END-IF.
           MOVE WS-BUSINESS-DATE TO ORD-STATUS-DATE(O).
           PERFORM SAVE-ORDER-TABLE.

       CANCEL-STANDING-ORDER.
           IF ORDERS-DROPPED > 0
              PERFORM CHECK-LIST-ONLY
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-STANDING-ORDER.
           IF O = 0
              EXIT PARAGRAPH
           END-IF.
           IF NOT ORD-ACTIVE(O) AND NOT ORD-SUSPENDED(O)
              DISPLAY "Order is already cancelled or expired."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cancel this order permanently? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
              MOVE "C" TO ORD-STATUS(O)
              MOVE WS-BUSINESS-DATE TO ORD-STATUS-DATE(O)
              PERFORM SAVE-ORDER-TABLE
              DISPLAY "Standing order " ORD-ORDER-ID(O) " cancelled."
           ELSE
              DISPLAY "Cancel not done."
           END-IF.

       LIST-STANDING-ORDERS.
           MOVE 0 TO WS-LISTED-COUNT.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORDER-COUNT
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM SHOW-STANDING-ORDER
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " standing order(s) on file.".

       SHOW-STANDING-ORDER.
           EVALUATE TRUE
              WHEN ORD-WEEKLY(O)    MOVE "WEEKLY" TO WS-FREQUENCY-NAME
              WHEN ORD-MONTHLY(O)   MOVE "MONTHLY" TO WS-FREQUENCY-NAME
              WHEN ORD-QUARTERLY(O)
                 MOVE "QUARTERLY" TO WS-FREQUENCY-NAME
              WHEN ORD-YEARLY(O)    MOVE "YEARLY" TO WS-FREQUENCY-NAME
              WHEN OTHER            MOVE "UNKNOWN" TO WS-FREQUENCY-NAME
           END-EVALUATE.
           EVALUATE TRUE
              WHEN ORD-ACTIVE(O)    MOVE "ACTIVE" TO WS-STATUS-NAME
              WHEN ORD-SUSPENDED(O) MOVE "SUSPENDED" TO WS-STATUS-NAME
              WHEN ORD-CANCELLED(O) MOVE "CANCELLED" TO WS-STATUS-NAME
              WHEN ORD-EXPIRED(O)   MOVE "EXPIRED" TO WS-STATUS-NAME
              WHEN OTHER            MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE.
           MOVE ORD-AMOUNT(O) TO ED-AMOUNT.
           DISPLAY "ORDER " ORD-ORDER-ID(O) " ACCOUNT "
                   ORD-ACCOUNT-ID(O) " " ORD-DC-IND(O) " " ED-AMOUNT
                   " " WS-FREQUENCY-NAME " " WS-STATUS-NAME
                   " SINCE " ORD-STATUS-DATE(O).
           DISPLAY "   NEXT DUE " ORD-NEXT-DUE(O) " END DATE "
                   ORD-END-DATE(O) " LAST GENERATED "
                   ORD-LAST-GENERATED(O) " " ORD-DESCRIPTION(O).

       ADVANCE-NEXT-DUE.
           MOVE ORD-NEXT-DUE(O) TO WS-DUE-DATE.
           IF ORD-WEEKLY(O)
              COMPUTE WS-DATE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7
              COMPUTE ORD-NEXT-DUE(O) =
                      FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN ORD-QUARTERLY(O) MOVE 3 TO WS-MONTH-STEP
              WHEN ORD-YEARLY(O)    MOVE 12 TO WS-MONTH-STEP
              WHEN OTHER            MOVE 1 TO WS-MONTH-STEP
           END-EVALUATE.
           COMPUTE WS-MONTH-TOTAL = WS-DUE-YEAR * 12
                                  + WS-DUE-MONTH - 1 + WS-MONTH-STEP.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-DUE-YEAR
                  REMAINDER WS-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH.
           MOVE 1 TO WS-DUE-DAY.
           IF WS-DUE-MONTH = 12
              COMPUTE WS-TRIAL-DATE = (WS-DUE-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-TRIAL-DATE = WS-DUE-DATE + 100
           END-IF.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TRIAL-DATE) - 1.
           COMPUTE WS-TRIAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-TRIAL-DATE(7:2) TO WS-LAST-DAY.
           IF ORD-DUE-DAY(O) < 1 OR ORD-DUE-DAY(O) > WS-LAST-DAY
              MOVE WS-LAST-DAY TO WS-DUE-DAY
           ELSE
              MOVE ORD-DUE-DAY(O) TO WS-DUE-DAY
           END-IF.
           MOVE WS-DUE-DATE TO ORD-NEXT-DUE(O).
