       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDORDGEN.

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

           SELECT POST-CONTROL-FILE ASSIGN TO "POSTCTL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POSTCTL-STATUS.

           SELECT STANDING-EXTRACT-FILE ASSIGN TO "STANDEXT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT STANDING-REPORT-FILE ASSIGN TO "STANDORD.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

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

       FD  POST-CONTROL-FILE.
       01  POST-CONTROL-RECORD.
           05 PC-EXTRACT-DATE        PIC 9(8).
           05 FILLER                 PIC X(1).
           05 PC-COUNT               PIC 9(5).
           05 FILLER                 PIC X(1).
           05 PC-HASH                PIC 9(15).
           05 FILLER                 PIC X(1).
           05 PC-POSTED-STAMP        PIC X(14).
           05 FILLER                 PIC X(1).
           05 PC-SOURCE-SYSTEM       PIC X(8).

       FD  STANDING-EXTRACT-FILE.
       01  STANDING-EXTRACT-RECORD.
           05 EXTRACT-ACCOUNT-ID     PIC 9(8).
           05 EXTRACT-TRANS-DATE     PIC 9(8).
           05 EXTRACT-DC-IND         PIC X(1).
           05 EXTRACT-AMOUNT         PIC 9(7)V99.
       01  EXTRACT-HEADER-RECORD.
           05 HEADER-TAG             PIC X(3).
           05 HEADER-BUSINESS-DATE   PIC 9(8).
           05 HEADER-SOURCE-SYSTEM   PIC X(8).
           05 FILLER                 PIC X(11).
       01  EXTRACT-TRAILER-RECORD.
           05 TRAILER-TAG            PIC X(3).
           05 TRAILER-RECORD-COUNT   PIC 9(5).
           05 TRAILER-HASH-TOTAL     PIC 9(13)V99.
           05 FILLER                 PIC X(7).

       FD  STANDING-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-STATUS   PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-BUSDATE-STATUS PIC XX.
       01 WS-POSTCTL-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 MAX-ORDERS        PIC 9(4) VALUE 500.
       01 ORDER-COUNT       PIC 9(4) VALUE 0.
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
             10 ORD-DUE-DAY        PIC 9(2).
             10 ORD-NEXT-DUE       PIC 9(8).
             10 ORD-END-DATE       PIC 9(8).
             10 ORD-STATUS         PIC X(1).
                88 ORD-ACTIVE             VALUE "A".
             10 ORD-DESCRIPTION    PIC X(30).
             10 ORD-LAST-GENERATED PIC 9(8).
             10 ORD-STATUS-DATE    PIC 9(8).
       01 I                 PIC 9(4).
       01 O                 PIC 9(4).
       01 WS-ACCT-OPEN      PIC X(1) VALUE "N".
       01 WS-CATCH-UP       PIC 9(3).
       01 MAX-CATCH-UP      PIC 9(3) VALUE 60.
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-ALREADY-DONE   PIC X(1) VALUE "N".
       01 WS-ABORT-REASON   PIC X(80) VALUE SPACES.
       01 WS-PREV-DATE      PIC 9(8) VALUE 0.
       01 WS-PREV-COUNT     PIC 9(5) VALUE 0.
       01 WS-PREV-POSTED    PIC X(1) VALUE "N".
       01 WS-DUE-DATE       PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR    PIC 9(4).
          05 WS-DUE-MONTH   PIC 9(2).
          05 WS-DUE-DAY     PIC 9(2).
       01 WS-OCCURRENCE     PIC 9(8).
       01 WS-MONTH-STEP     PIC 9(2).
       01 WS-MONTH-TOTAL    PIC 9(6).
       01 WS-TRIAL-DATE     PIC 9(8).
       01 WS-DATE-INTEGER   PIC 9(7).
       01 WS-LAST-DAY       PIC 9(2).
       01 WS-ACTION         PIC X(24).
       01 ITEM-COUNT        PIC 9(5) VALUE 0.
       01 ITEM-HASH         PIC 9(13)V99 VALUE 0.
       01 DEBIT-COUNT       PIC 9(5) VALUE 0.
       01 CREDIT-COUNT      PIC 9(5) VALUE 0.
       01 DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
       01 CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.
       01 SKIPPED-COUNT     PIC 9(5) VALUE 0.
       01 EXPIRED-COUNT     PIC 9(5) VALUE 0.
       01 CATCH-UP-LIMIT-COUNT PIC 9(5) VALUE 0.
       01 ACTIVE-COUNT      PIC 9(5) VALUE 0.
       01 ED-AMOUNT         PIC Z(6)9.99.
       01 ED-TOTAL          PIC Z(12)9.99.
       01 ED-HASH-TOTAL     PIC 9(13).9(2).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Standing Order Generation".
           OPEN OUTPUT STANDING-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open STANDORD.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STANDING ORDER REGISTER " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " BUSINESS DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           PERFORM CHECK-PREVIOUS-EXTRACT.
           IF WS-ALREADY-DONE = "Y"
              MOVE SPACES TO REPORT-LINE
              STRING "STANDING ORDERS ALREADY GENERATED FOR "
                        DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     " - STANDEXT.DAT LEFT AS IT IS" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Standing orders already generated for "
                      WS-BUSINESS-DATE
              CLOSE STANDING-REPORT-FILE
              GOBACK
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM OPEN-ACCOUNT-MASTER
              PERFORM LOAD-ORDER-TABLE
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM OPEN-STANDING-EXTRACT
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE "ACTION" TO REPORT-LINE(1:6)
              MOVE "ORDER" TO REPORT-LINE(26:5)
              MOVE "ACCT" TO REPORT-LINE(33:4)
              MOVE "D/C" TO REPORT-LINE(43:3)
              MOVE "AMOUNT" TO REPORT-LINE(51:6)
              MOVE "DUE" TO REPORT-LINE(59:3)
              MOVE "NEXT DUE" TO REPORT-LINE(68:8)
              MOVE "DESCRIPTION" TO REPORT-LINE(81:11)
              WRITE REPORT-LINE
              PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORDER-COUNT
                      IF ORD-ACTIVE(O)
                         ADD 1 TO ACTIVE-COUNT
                         PERFORM PROCESS-STANDING-ORDER
                      END-IF
              END-PERFORM
              PERFORM CLOSE-STANDING-EXTRACT
              PERFORM SAVE-ORDER-TABLE
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM WRITE-REGISTER-TOTALS
              IF SKIPPED-COUNT > 0 OR CATCH-UP-LIMIT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "GENERATION ABANDONED: " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Standing order generation abandoned: "
                      FUNCTION TRIM(WS-ABORT-REASON)
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ACCT-OPEN = "Y"
              CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           CLOSE STANDING-REPORT-FILE.
           GOBACK.

       READ-BUSINESS-DATE.
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

       CHECK-PREVIOUS-EXTRACT.
           OPEN INPUT STANDING-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EXTRACT-STATUS NOT = "00"
                   READ STANDING-EXTRACT-FILE
                      AT END
                         MOVE "10" TO WS-EXTRACT-STATUS
                      NOT AT END
                         IF HEADER-TAG = "HDR"
                            AND HEADER-BUSINESS-DATE IS NUMERIC
                            MOVE HEADER-BUSINESS-DATE TO WS-PREV-DATE
                         END-IF
                         IF TRAILER-TAG = "TRL"
                            AND TRAILER-RECORD-COUNT IS NUMERIC
                            MOVE TRAILER-RECORD-COUNT TO WS-PREV-COUNT
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE STANDING-EXTRACT-FILE.
           IF WS-PREV-DATE = WS-BUSINESS-DATE
              MOVE "Y" TO WS-ALREADY-DONE
              EXIT PARAGRAPH
           END-IF.
           IF WS-PREV-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT POST-CONTROL-FILE.
           IF WS-POSTCTL-STATUS = "00"
              PERFORM UNTIL WS-POSTCTL-STATUS NOT = "00"
                      READ POST-CONTROL-FILE
                         AT END
                            MOVE "10" TO WS-POSTCTL-STATUS
                         NOT AT END
                            IF PC-SOURCE-SYSTEM = "STANDORD"
                               AND PC-EXTRACT-DATE = WS-PREV-DATE
                               MOVE "Y" TO WS-PREV-POSTED
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE POST-CONTROL-FILE
           END-IF.
           IF WS-PREV-POSTED = "N"
              MOVE "Y" TO WS-RUN-IN-ERROR
              STRING "STANDEXT.DAT FOR " DELIMITED BY SIZE
                     WS-PREV-DATE DELIMITED BY SIZE
                     " HOLDS " DELIMITED BY SIZE
                     WS-PREV-COUNT DELIMITED BY SIZE
                     " ITEMS NOT YET POSTED" DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
           END-IF.

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN ACCTMASTER.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-ACCT-OPEN.

       LOAD-ORDER-TABLE.
           MOVE 0 TO ORDER-COUNT.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
              DISPLAY "No standing orders on file (STANDORD.DAT status "
                      WS-ORDER-STATUS ")."
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

       STORE-ORDER-RECORD.
           IF ORDER-COUNT >= MAX-ORDERS
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "STANDORD.DAT HOLDS MORE ORDERS THAN THE TABLE"
                 TO WS-ABORT-REASON
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

       OPEN-STANDING-EXTRACT.
           OPEN OUTPUT STANDING-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN STANDEXT.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EXTRACT-HEADER-RECORD.
           MOVE "HDR" TO HEADER-TAG.
           MOVE WS-BUSINESS-DATE TO HEADER-BUSINESS-DATE.
           MOVE "STANDORD" TO HEADER-SOURCE-SYSTEM.
           WRITE EXTRACT-HEADER-RECORD.

       PROCESS-STANDING-ORDER.
           MOVE 0 TO WS-CATCH-UP.
           PERFORM UNTIL NOT ORD-ACTIVE(O)
                   OR ORD-NEXT-DUE(O) > WS-BUSINESS-DATE
                   OR WS-CATCH-UP >= MAX-CATCH-UP
                   ADD 1 TO WS-CATCH-UP
                   MOVE ORD-NEXT-DUE(O) TO WS-OCCURRENCE
                   IF ORD-END-DATE(O) NOT = 0
                      AND WS-OCCURRENCE > ORD-END-DATE(O)
                      PERFORM EXPIRE-STANDING-ORDER
                   ELSE
                      PERFORM GENERATE-OCCURRENCE
                      PERFORM ADVANCE-NEXT-DUE
                      PERFORM WRITE-REGISTER-LINE
                      IF ORD-END-DATE(O) NOT = 0
                         AND ORD-NEXT-DUE(O) > ORD-END-DATE(O)
                         PERFORM EXPIRE-STANDING-ORDER
                      END-IF
                   END-IF
           END-PERFORM.
           IF ORD-ACTIVE(O)
              AND ORD-NEXT-DUE(O) NOT > WS-BUSINESS-DATE
              ADD 1 TO CATCH-UP-LIMIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "ORDER " DELIMITED BY SIZE
                     ORD-ORDER-ID(O) DELIMITED BY SIZE
                     ": CATCH-UP LIMIT REACHED, NEXT DUE "
                        DELIMITED BY SIZE
                     ORD-NEXT-DUE(O) DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       GENERATE-OCCURRENCE.
           MOVE ORD-ACCOUNT-ID(O) TO ACCT-ID-MASTER.
           READ ACCOUNT-MASTER-FILE
              INVALID KEY
                 MOVE "23" TO WS-ACCT-STATUS
           END-READ.
           IF WS-ACCT-STATUS NOT = "00"
              MOVE "SKIPPED - NOT ON FILE" TO WS-ACTION
              ADD 1 TO SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF ACCT-IS-CLOSED
              MOVE "SKIPPED - ACCOUNT CLOSED" TO WS-ACTION
              ADD 1 TO SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE ORD-ACCOUNT-ID(O) TO EXTRACT-ACCOUNT-ID.
           MOVE WS-OCCURRENCE TO EXTRACT-TRANS-DATE.
           MOVE ORD-DC-IND(O) TO EXTRACT-DC-IND.
           MOVE ORD-AMOUNT(O) TO EXTRACT-AMOUNT.
           WRITE STANDING-EXTRACT-RECORD.
           ADD 1 TO ITEM-COUNT.
           ADD EXTRACT-AMOUNT TO ITEM-HASH.
           IF ORD-DC-IND(O) = "D"
              ADD 1 TO DEBIT-COUNT
              ADD EXTRACT-AMOUNT TO DEBIT-TOTAL
           ELSE
              ADD 1 TO CREDIT-COUNT
              ADD EXTRACT-AMOUNT TO CREDIT-TOTAL
           END-IF.
           MOVE WS-BUSINESS-DATE TO ORD-LAST-GENERATED(O).
           MOVE "GENERATED" TO WS-ACTION.

       EXPIRE-STANDING-ORDER.
           MOVE "E" TO ORD-STATUS(O).
           MOVE WS-BUSINESS-DATE TO ORD-STATUS-DATE(O).
           ADD 1 TO EXPIRED-COUNT.
           MOVE ORD-NEXT-DUE(O) TO WS-OCCURRENCE.
           MOVE "EXPIRED" TO WS-ACTION.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACTION TO REPORT-LINE(1:24).
           MOVE ORD-ORDER-ID(O) TO REPORT-LINE(26:5).
           MOVE ORD-ACCOUNT-ID(O) TO REPORT-LINE(33:8).
           MOVE ORD-DC-IND(O) TO REPORT-LINE(44:1).
           MOVE ORD-AMOUNT(O) TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(47:10).
           MOVE WS-OCCURRENCE TO REPORT-LINE(59:8).
           IF WS-ACTION = "EXPIRED"
              MOVE "END " TO REPORT-LINE(68:4)
              MOVE ORD-END-DATE(O) TO REPORT-LINE(72:8)
           ELSE
              MOVE ORD-NEXT-DUE(O) TO REPORT-LINE(68:8)
           END-IF.
           MOVE ORD-DESCRIPTION(O) TO REPORT-LINE(81:30).
           WRITE REPORT-LINE.

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

       CLOSE-STANDING-EXTRACT.
           MOVE SPACES TO EXTRACT-TRAILER-RECORD.
           MOVE "TRL" TO TRAILER-TAG.
           MOVE ITEM-COUNT TO TRAILER-RECORD-COUNT.
           MOVE ITEM-HASH TO TRAILER-HASH-TOTAL.
           WRITE EXTRACT-TRAILER-RECORD.
           CLOSE STANDING-EXTRACT-FILE.

       SAVE-ORDER-TABLE.
           OPEN OUTPUT STANDING-ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              STRING "CANNOT REWRITE STANDORD.DAT, STATUS "
                        DELIMITED BY SIZE
                     WS-ORDER-STATUS DELIMITED BY SIZE
                     " - STANDEXT.DAT EMPTIED" DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              OPEN OUTPUT STANDING-EXTRACT-FILE
              CLOSE STANDING-EXTRACT-FILE
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

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE ORDERS EXAMINED : " DELIMITED BY SIZE
                  ACTIVE-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE DEBIT-TOTAL TO ED-TOTAL.
           STRING "DEBITS GENERATED       : " DELIMITED BY SIZE
                  DEBIT-COUNT DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  ED-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE CREDIT-TOTAL TO ED-TOTAL.
           STRING "CREDITS GENERATED      : " DELIMITED BY SIZE
                  CREDIT-COUNT DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  ED-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ITEM-HASH TO ED-HASH-TOTAL.
           STRING "STANDEXT.DAT ITEMS     : " DELIMITED BY SIZE
                  ITEM-COUNT DELIMITED BY SIZE
                  " HASH " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SKIPPED                : " DELIMITED BY SIZE
                  SKIPPED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPIRED                : " DELIMITED BY SIZE
                  EXPIRED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CATCH-UP LIMIT REACHED : " DELIMITED BY SIZE
                  CATCH-UP-LIMIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           DISPLAY "Standing orders: " ITEM-COUNT " items generated, "
                   SKIPPED-COUNT " skipped, " EXPIRED-COUNT
                   " expired.".
