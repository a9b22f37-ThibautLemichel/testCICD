       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE-FILE ASSIGN TO "ACCTRATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.

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

           SELECT ACCRUAL-PARM-FILE ASSIGN TO "ACCRPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "ACCRCTL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCRCTL-STATUS.

           SELECT POST-CONTROL-FILE ASSIGN TO "POSTCTL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POSTCTL-STATUS.

           SELECT ACCRUAL-EXTRACT-FILE ASSIGN TO "ACCRUAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRUAL.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE-FILE.
       01  RATE-RECORD.
           05 RATE-ACCT-TYPE         PIC X(8).
           05 FILLER                 PIC X(1).
           05 RATE-CREDIT-PCT        PIC 9(2)V9(4).
           05 FILLER                 PIC X(1).
           05 RATE-OVERDRAFT-PCT     PIC 9(2)V9(4).
           05 FILLER                 PIC X(1).
           05 RATE-SERVICE-FEE       PIC 9(5)V99.

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

       FD  ACCOUNT-BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BAL-ACCOUNT-ID         PIC 9(8).
           05 BAL-AMOUNT             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  ACCRUAL-PARM-FILE.
       01  ACCRUAL-PARM-RECORD       PIC X(80).

       FD  ACCRUAL-CONTROL-FILE.
       01  ACCRUAL-CONTROL-RECORD.
           05 AC-PERIOD-END          PIC 9(8).
           05 FILLER                 PIC X(1).
           05 AC-COUNT               PIC 9(5).
           05 FILLER                 PIC X(1).
           05 AC-HASH                PIC 9(15).
           05 FILLER                 PIC X(1).
           05 AC-RUN-STAMP           PIC X(14).

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

       FD  ACCRUAL-EXTRACT-FILE.
       01  ACCRUAL-EXTRACT-RECORD.
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

       FD  ACCRUAL-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS    PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-PARM-STATUS    PIC XX.
       01 WS-ACCRCTL-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-POSTCTL-STATUS PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 I                 PIC 9(4).
       01 T                 PIC 9(3).
       01 R                 PIC 9(3).
       01 WS-ACCOUNT-ID     PIC 9(8).
       01 WS-ACCOUNT-BALANCE PIC S9(11)V99.
       01 WS-ACCT-OPEN      PIC X(1) VALUE "N".
       01 WS-BAL-OPEN       PIC X(1) VALUE "N".
       01 RATE-COUNT        PIC 9(3) VALUE 0.
       01 WS-PERIOD-END     PIC 9(8) VALUE 0.
       01 WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
          05 WS-PERIOD-YYYYMM PIC 9(6).
          05 WS-PERIOD-DD     PIC 9(2).
       01 WS-ITEM-DATE      PIC 9(8) VALUE 0.
       01 WS-ITEM-DATE-X REDEFINES WS-ITEM-DATE.
          05 WS-ITEM-YYYY     PIC 9(4).
          05 WS-ITEM-MM       PIC 9(2).
          05 WS-ITEM-DD       PIC 9(2).
       01 WS-ALREADY-ACCRUED PIC X(1) VALUE "N".
       01 WS-PREV-DATE      PIC 9(8) VALUE 0.
       01 WS-PREV-COUNT     PIC 9(5) VALUE 0.
       01 WS-PREV-POSTED    PIC X(1) VALUE "N".
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-ABORT-REASON   PIC X(60).
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-CREDIT-INT     PIC 9(7)V99.
       01 WS-OVERDRAFT-INT  PIC 9(7)V99.
       01 WS-SERVICE-FEE    PIC 9(7)V99.
       01 WS-ABS-BALANCE    PIC 9(11)V99.
       01 TYPE-ACCT-COUNT   PIC 9(5).
       01 TYPE-CREDIT-TOTAL PIC 9(11)V99.
       01 TYPE-OD-TOTAL     PIC 9(11)V99.
       01 TYPE-FEE-TOTAL    PIC 9(11)V99.
       01 ITEM-COUNT        PIC 9(5) VALUE 0.
       01 ITEM-HASH         PIC 9(13)V99 VALUE 0.
       01 GRAND-CREDIT      PIC 9(13)V99 VALUE 0.
       01 GRAND-DEBIT       PIC 9(13)V99 VALUE 0.
       01 NO-RATE-COUNT     PIC 9(5) VALUE 0.
       01 ED-AMOUNT         PIC Z(6)9.99.
       01 ED-NET-AMOUNT     PIC -(10)9.99.
       01 ED-HASH-TOTAL     PIC 9(13).9(2).
       01 ED-RATE           PIC Z9.9999.
       01 RATE-TABLE.
          05 RATE-ENTRY OCCURS 50 TIMES.
             10 RT-ACCT-TYPE       PIC X(8).
             10 RT-CREDIT-PCT      PIC 9(2)V9(4).
             10 RT-OVERDRAFT-PCT   PIC 9(2)V9(4).
             10 RT-SERVICE-FEE     PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Month-End Interest and Charges Accrual".
           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open ACCRUAL.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM READ-ACCRUAL-PARAMETERS.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH-END ACCRUAL REGISTER " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " PERIOD ENDING " DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  " ITEMS DATED " DELIMITED BY SIZE
                  WS-ITEM-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           PERFORM CHECK-ALREADY-ACCRUED.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM LOAD-RATE-TABLE
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM OPEN-ACCOUNT-FILES
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM OPEN-ACCRUAL-EXTRACT
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM VARYING T FROM 1 BY 1 UNTIL T > RATE-COUNT
                      PERFORM ACCRUE-ACCOUNT-TYPE
              END-PERFORM
              PERFORM REPORT-UNRATED-ACCOUNTS
              PERFORM CLOSE-ACCRUAL-EXTRACT
              PERFORM RECORD-ACCRUED-PERIOD
              PERFORM WRITE-ACCRUAL-TOTALS
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "ACCRUAL ABANDONED: " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Accrual abandoned: " WS-ABORT-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-ACCOUNT-FILES.
           CLOSE ACCRUAL-REPORT-FILE.
           GOBACK.

       READ-ACCRUAL-PARAMETERS.
           MOVE WS-CURRENT-DATE(1:8) TO WS-PERIOD-END.
           OPEN INPUT ACCRUAL-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ ACCRUAL-PARM-FILE
                 AT END
                    MOVE SPACES TO ACCRUAL-PARM-RECORD
              END-READ
              IF ACCRUAL-PARM-RECORD(1:8) IS NUMERIC
                 MOVE ACCRUAL-PARM-RECORD(1:8) TO WS-PERIOD-END
              END-IF
              CLOSE ACCRUAL-PARM-FILE
           END-IF.
           MOVE WS-PERIOD-END TO WS-ITEM-DATE.
           MOVE 1 TO WS-ITEM-DD.
           IF WS-ITEM-MM = 12
              MOVE 1 TO WS-ITEM-MM
              ADD 1 TO WS-ITEM-YYYY
           ELSE
              ADD 1 TO WS-ITEM-MM
           END-IF.

       CHECK-ALREADY-ACCRUED.
           OPEN INPUT ACCRUAL-CONTROL-FILE.
           IF WS-ACCRCTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACCRCTL-STATUS NOT = "00"
                   READ ACCRUAL-CONTROL-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ACCRCTL-STATUS
                      NOT AT END
                         IF AC-PERIOD-END(1:6) = WS-PERIOD-YYYYMM
                            MOVE "Y" TO WS-ALREADY-ACCRUED
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE ACCRUAL-CONTROL-FILE.
           IF WS-ALREADY-ACCRUED = "Y"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "THIS MONTH HAS ALREADY BEEN ACCRUED"
                 TO WS-ABORT-REASON
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATE-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN ACCTRATE.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RATE-STATUS NOT = "00"
                   READ RATE-TABLE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-RATE-STATUS
                      NOT AT END
                         IF RATE-ACCT-TYPE NOT = SPACES
                            AND RATE-CREDIT-PCT IS NUMERIC
                            AND RATE-OVERDRAFT-PCT IS NUMERIC
                            AND RATE-SERVICE-FEE IS NUMERIC
                            AND RATE-COUNT < 50
                            ADD 1 TO RATE-COUNT
                            MOVE RATE-ACCT-TYPE
                               TO RT-ACCT-TYPE(RATE-COUNT)
                            MOVE RATE-CREDIT-PCT
                               TO RT-CREDIT-PCT(RATE-COUNT)
                            MOVE RATE-OVERDRAFT-PCT
                               TO RT-OVERDRAFT-PCT(RATE-COUNT)
                            MOVE RATE-SERVICE-FEE
                               TO RT-SERVICE-FEE(RATE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE RATE-TABLE-FILE.
           IF RATE-COUNT = 0
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "NO VALID RATES IN ACCTRATE.DAT" TO WS-ABORT-REASON
           END-IF.

       OPEN-ACCOUNT-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT OPEN ACCTMASTER.DAT, STATUS "
                        DELIMITED BY SIZE
                     WS-ACCT-STATUS DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-ACCT-OPEN.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-BAL-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT OPEN ACCTBAL.DAT, STATUS "
                        DELIMITED BY SIZE
                     WS-BAL-STATUS DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-BAL-OPEN.

       CLOSE-ACCOUNT-FILES.
           IF WS-ACCT-OPEN = "Y"
              CLOSE ACCOUNT-MASTER-FILE
              MOVE "N" TO WS-ACCT-OPEN
           END-IF.
           IF WS-BAL-OPEN = "Y"
              CLOSE ACCOUNT-BALANCE-FILE
              MOVE "N" TO WS-BAL-OPEN
           END-IF.

       START-ACCOUNT-MASTER.
           MOVE "10" TO WS-ACCT-STATUS.
           IF WS-ACCT-OPEN = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ACCT-ID-MASTER.
           START ACCOUNT-MASTER-FILE KEY IS NOT < ACCT-ID-MASTER
              INVALID KEY
                 MOVE "10" TO WS-ACCT-STATUS
           END-START.

       FIND-ACCOUNT-RATE.
           MOVE 0 TO R.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RATE-COUNT OR R > 0
                   IF RT-ACCT-TYPE(I) = ACCT-TYPE-MASTER
                      MOVE I TO R
                   END-IF
           END-PERFORM.

       READ-ACCOUNT-BALANCE.
           MOVE 0 TO WS-ACCOUNT-BALANCE.
           IF WS-BAL-OPEN = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO BAL-ACCOUNT-ID.
           READ ACCOUNT-BALANCE-FILE
              INVALID KEY
                 MOVE 0 TO BAL-AMOUNT
              NOT INVALID KEY
                 MOVE BAL-AMOUNT TO WS-ACCOUNT-BALANCE
           END-READ.

       CHECK-PREVIOUS-EXTRACT.
           OPEN INPUT ACCRUAL-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EXTRACT-STATUS NOT = "00"
                   READ ACCRUAL-EXTRACT-FILE
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
           CLOSE ACCRUAL-EXTRACT-FILE.
           IF WS-PREV-COUNT = 0 OR WS-PREV-DATE = WS-PERIOD-END
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT POST-CONTROL-FILE.
           IF WS-POSTCTL-STATUS = "00"
              PERFORM UNTIL WS-POSTCTL-STATUS NOT = "00"
                      READ POST-CONTROL-FILE
                         AT END
                            MOVE "10" TO WS-POSTCTL-STATUS
                         NOT AT END
                            IF PC-SOURCE-SYSTEM = "ACCRUAL"
                               AND PC-EXTRACT-DATE = WS-PREV-DATE
                               MOVE "Y" TO WS-PREV-POSTED
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE POST-CONTROL-FILE
           END-IF.
           IF WS-PREV-POSTED = "N"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "PREVIOUS ACCRUAL.DAT FOR " DELIMITED BY SIZE
                     WS-PREV-DATE DELIMITED BY SIZE
                     " HAS NOT BEEN POSTED" DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
           END-IF.

       OPEN-ACCRUAL-EXTRACT.
           PERFORM CHECK-PREVIOUS-EXTRACT.
           IF WS-RUN-IN-ERROR = "Y"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ACCRUAL-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN ACCRUAL.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EXTRACT-HEADER-RECORD.
           MOVE "HDR" TO HEADER-TAG.
           MOVE WS-PERIOD-END TO HEADER-BUSINESS-DATE.
           MOVE "ACCRUAL" TO HEADER-SOURCE-SYSTEM.
           WRITE EXTRACT-HEADER-RECORD.

       ACCRUE-ACCOUNT-TYPE.
           MOVE 0 TO TYPE-ACCT-COUNT TYPE-CREDIT-TOTAL
                     TYPE-OD-TOTAL TYPE-FEE-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ACCOUNT TYPE" TO REPORT-LINE(1:12).
           MOVE RT-ACCT-TYPE(T) TO REPORT-LINE(14:8).
           MOVE "CREDIT RATE" TO REPORT-LINE(24:11).
           MOVE RT-CREDIT-PCT(T) TO ED-RATE.
           MOVE ED-RATE TO REPORT-LINE(36:7).
           MOVE "OVERDRAFT RATE" TO REPORT-LINE(45:14).
           MOVE RT-OVERDRAFT-PCT(T) TO ED-RATE.
           MOVE ED-RATE TO REPORT-LINE(60:7).
           MOVE "SERVICE CHARGE" TO REPORT-LINE(69:14).
           MOVE RT-SERVICE-FEE(T) TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(84:10).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ACCOUNT" TO REPORT-LINE(3:7).
           MOVE "BALANCE" TO REPORT-LINE(23:7).
           MOVE "INTEREST CR" TO REPORT-LINE(34:11).
           MOVE "OVERDRAFT DR" TO REPORT-LINE(46:12).
           MOVE "SERVICE DR" TO REPORT-LINE(61:10).
           WRITE REPORT-LINE.
           PERFORM START-ACCOUNT-MASTER.
           PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                   READ ACCOUNT-MASTER-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ACCT-STATUS
                      NOT AT END
                         PERFORM FIND-ACCOUNT-RATE
                         IF R = T AND NOT ACCT-IS-CLOSED
                            PERFORM ACCRUE-ONE-ACCOUNT
                         END-IF
                   END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SUBTOTAL" TO REPORT-LINE(1:8).
           MOVE RT-ACCT-TYPE(T) TO REPORT-LINE(10:8).
           MOVE TYPE-ACCT-COUNT TO REPORT-LINE(19:5).
           MOVE TYPE-CREDIT-TOTAL TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(35:10).
           MOVE TYPE-OD-TOTAL TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(48:10).
           MOVE TYPE-FEE-TOTAL TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(61:10).
           WRITE REPORT-LINE.

       ACCRUE-ONE-ACCOUNT.
           MOVE 0 TO WS-CREDIT-INT WS-OVERDRAFT-INT WS-SERVICE-FEE.
           MOVE ACCT-ID-MASTER TO WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT-BALANCE.
           IF WS-ACCOUNT-BALANCE > 0
              COMPUTE WS-CREDIT-INT ROUNDED =
                      WS-ACCOUNT-BALANCE * RT-CREDIT-PCT(T) / 1200
           END-IF.
           IF WS-ACCOUNT-BALANCE < 0
              COMPUTE WS-ABS-BALANCE = 0 - WS-ACCOUNT-BALANCE
              COMPUTE WS-OVERDRAFT-INT ROUNDED =
                      WS-ABS-BALANCE * RT-OVERDRAFT-PCT(T) / 1200
              MOVE RT-SERVICE-FEE(T) TO WS-SERVICE-FEE
           END-IF.
           IF WS-CREDIT-INT = 0 AND WS-OVERDRAFT-INT = 0
              AND WS-SERVICE-FEE = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TYPE-ACCT-COUNT.
           IF WS-CREDIT-INT > 0
              MOVE "C" TO EXTRACT-DC-IND
              MOVE WS-CREDIT-INT TO EXTRACT-AMOUNT
              PERFORM WRITE-ACCRUAL-ITEM
              ADD WS-CREDIT-INT TO TYPE-CREDIT-TOTAL GRAND-CREDIT
           END-IF.
           IF WS-OVERDRAFT-INT > 0
              MOVE "D" TO EXTRACT-DC-IND
              MOVE WS-OVERDRAFT-INT TO EXTRACT-AMOUNT
              PERFORM WRITE-ACCRUAL-ITEM
              ADD WS-OVERDRAFT-INT TO TYPE-OD-TOTAL GRAND-DEBIT
           END-IF.
           IF WS-SERVICE-FEE > 0
              MOVE "D" TO EXTRACT-DC-IND
              MOVE WS-SERVICE-FEE TO EXTRACT-AMOUNT
              PERFORM WRITE-ACCRUAL-ITEM
              ADD WS-SERVICE-FEE TO TYPE-FEE-TOTAL GRAND-DEBIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACCOUNT-ID TO REPORT-LINE(3:8).
           MOVE WS-ACCOUNT-BALANCE TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(16:14).
           MOVE WS-CREDIT-INT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(35:10).
           MOVE WS-OVERDRAFT-INT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(48:10).
           MOVE WS-SERVICE-FEE TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(61:10).
           WRITE REPORT-LINE.

       WRITE-ACCRUAL-ITEM.
           MOVE WS-ACCOUNT-ID TO EXTRACT-ACCOUNT-ID.
           MOVE WS-ITEM-DATE TO EXTRACT-TRANS-DATE.
           WRITE ACCRUAL-EXTRACT-RECORD.
           ADD 1 TO ITEM-COUNT.
           ADD EXTRACT-AMOUNT TO ITEM-HASH.

       REPORT-UNRATED-ACCOUNTS.
           PERFORM START-ACCOUNT-MASTER.
           PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                   READ ACCOUNT-MASTER-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ACCT-STATUS
                      NOT AT END
                         PERFORM FIND-ACCOUNT-RATE
                         IF R = 0 AND NOT ACCT-IS-CLOSED
                            PERFORM REPORT-UNRATED-ACCOUNT
                         END-IF
                   END-READ
           END-PERFORM.

       REPORT-UNRATED-ACCOUNT.
           IF NO-RATE-COUNT = 0
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           ADD 1 TO NO-RATE-COUNT.
           MOVE ACCT-ID-MASTER TO WS-ACCOUNT-ID.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT ACCRUED: ACCOUNT " DELIMITED BY SIZE
                  WS-ACCOUNT-ID DELIMITED BY SIZE
                  " TYPE '" DELIMITED BY SIZE
                  ACCT-TYPE-MASTER DELIMITED BY SIZE
                  "' IS NOT ON ACCTRATE.DAT" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       CLOSE-ACCRUAL-EXTRACT.
           MOVE SPACES TO EXTRACT-TRAILER-RECORD.
           MOVE "TRL" TO TRAILER-TAG.
           MOVE ITEM-COUNT TO TRAILER-RECORD-COUNT.
           MOVE ITEM-HASH TO TRAILER-HASH-TOTAL.
           WRITE EXTRACT-TRAILER-RECORD.
           CLOSE ACCRUAL-EXTRACT-FILE.

       RECORD-ACCRUED-PERIOD.
           OPEN EXTEND ACCRUAL-CONTROL-FILE.
           IF WS-ACCRCTL-STATUS NOT = "00"
              OPEN OUTPUT ACCRUAL-CONTROL-FILE
           END-IF
           IF WS-ACCRCTL-STATUS NOT = "00"
              DISPLAY "Warning: cannot write ACCRCTL.DAT, status "
                      WS-ACCRCTL-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ACCRUAL-CONTROL-RECORD.
           MOVE WS-PERIOD-END TO AC-PERIOD-END.
           MOVE ITEM-COUNT TO AC-COUNT.
           COMPUTE AC-HASH = ITEM-HASH * 100.
           MOVE WS-CURRENT-DATE(1:14) TO AC-RUN-STAMP.
           WRITE ACCRUAL-CONTROL-RECORD.
           CLOSE ACCRUAL-CONTROL-FILE.

       WRITE-ACCRUAL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ITEM-HASH TO ED-HASH-TOTAL.
           STRING "TOTALS: " DELIMITED BY SIZE
                  ITEM-COUNT DELIMITED BY SIZE
                  " ITEM(S) WRITTEN TO ACCRUAL.DAT (HASH "
                     DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  "), " DELIMITED BY SIZE
                  NO-RATE-COUNT DELIMITED BY SIZE
                  " ACCOUNT(S) WITH NO RATE" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE GRAND-CREDIT TO ED-HASH-TOTAL.
           STRING "INTEREST CREDITED : " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE GRAND-DEBIT TO ED-HASH-TOTAL.
           STRING "CHARGES DEBITED   : " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           DISPLAY ITEM-COUNT " accrual item(s) written to ACCRUAL.DAT."
                   " See ACCRUAL.RPT.".
           IF NO-RATE-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
