       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPRELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATE-REVIEW-FILE ASSIGN TO "DUPREVIEW.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUPLICATE-STATUS.

           SELECT DECISION-FILE ASSIGN TO "DUPDECIDE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DECISION-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.

           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BAL-ACCOUNT-ID
              FILE STATUS IS WS-BAL-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMASTER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID-MASTER
              FILE STATUS IS WS-ACCT-STATUS.

           SELECT HELD-ITEMS-FILE ASSIGN TO "HELDITEMS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HELD-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO "DUPRELEASE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RELEASE-WORK-FILE ASSIGN TO "DUPACCT.WRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DW-ACCOUNT-ID
              FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 DEC-REVIEW-ID          PIC 9(6).
           05 FILLER                 PIC X(1).
           05 DEC-ACTION             PIC X(1).
              88 DEC-IS-RELEASE             VALUE "R".
              88 DEC-IS-DISCARD             VALUE "D".
           05 FILLER                 PIC X(1).
           05 DEC-OPERATOR           PIC X(8).
           05 FILLER                 PIC X(1).
           05 DEC-NOTE               PIC X(30).

       FD  TRAN-HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-ACCOUNT-ID          PIC 9(8).
           05 TH-TRANS-DATE          PIC 9(8).
           05 TH-DC-IND              PIC X(1).
           05 TH-AMOUNT              PIC 9(7)V99.
           05 TH-BALANCE             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  ACCOUNT-BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BAL-ACCOUNT-ID         PIC 9(8).
           05 BAL-AMOUNT             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-ID-MASTER         PIC 9(8).
           05 ACCT-NAME-MASTER       PIC X(30).
           05 ACCT-TYPE-MASTER       PIC X(8).
           05 ACCT-OPEN-DATE-MASTER  PIC 9(8).
           05 ACCT-STATUS-MASTER     PIC X(1).
           05 ACCT-LIMIT-MASTER      PIC 9(7)V99.
           05 ACCT-BLOCK-MASTER      PIC X(1).

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

       FD  RELEASE-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE       PIC 9(8).
           05 FILLER                 PIC X(24).

       FD  RELEASE-WORK-FILE.
       01  RELEASE-WORK-RECORD.
           05 DW-ACCOUNT-ID          PIC 9(8).
           05 DW-OPEN-BALANCE        PIC S9(11)V99.
           05 DW-BALANCE             PIC S9(11)V99.
           05 DW-LIMIT               PIC 9(7)V99.
           05 DW-STATUS              PIC X(1).
              88 POST-ACCT-CLOSED          VALUE "C".
           05 DW-BLOCK               PIC X(1).
              88 POST-ACCT-BLOCKED         VALUE "Y".

       WORKING-STORAGE SECTION.
       01 WS-DUPLICATE-STATUS PIC XX.
       01 WS-DECISION-STATUS PIC XX.
       01 WS-HIST-STATUS    PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-BUSDATE-STATUS PIC XX.
       01 WS-WORK-STATUS    PIC XX.
       01 WS-HELD-STATUS    PIC XX.
       01 WS-BAL-OPEN       PIC X(1) VALUE "N".
       01 WS-ACCT-OPEN      PIC X(1) VALUE "N".
       01 WS-WORK-OPEN      PIC X(1) VALUE "N".
       01 WS-ENTRY-ACCOUNT  PIC 9(8).
       01 I                 PIC 9(4).
       01 R                 PIC 9(4).
       01 MAX-REVIEWS       PIC 9(4) VALUE 5000.
       01 REVIEW-COUNT      PIC 9(4) VALUE 0.
       01 DECISION-COUNT    PIC 9(5) VALUE 0.
       01 RELEASED-COUNT    PIC 9(5) VALUE 0.
       01 DISCARDED-COUNT   PIC 9(5) VALUE 0.
       01 NOT-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 PENDING-COUNT     PIC 9(5) VALUE 0.
       01 HELD-COUNT        PIC 9(5) VALUE 0.
       01 OVER-LIMIT-COUNT  PIC 9(5) VALUE 0.
       01 OVERDRAFT-COUNT   PIC 9(5) VALUE 0.
       01 HELD-TOTAL        PIC 9(13)V99 VALUE 0.
       01 RELEASED-TOTAL    PIC 9(13)V99 VALUE 0.
       01 DISCARDED-TOTAL   PIC 9(13)V99 VALUE 0.
       01 PENDING-TOTAL     PIC 9(13)V99 VALUE 0.
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-ABORT-REASON   PIC X(60) VALUE SPACES.
       01 WS-REJECT-TEXT    PIC X(40).
       01 WS-HIST-OPEN      PIC X(1) VALUE "N".
       01 WS-BAL-SAVED      PIC X(1) VALUE "N".
       01 WS-REVIEW-SAVED   PIC X(1) VALUE "N".
       01 WS-OPEN-BALANCE   PIC S9(11)V99.
       01 WS-LIMIT-FLOOR    PIC S9(11)V99.
       01 WS-OVER-AMOUNT    PIC S9(11)V99.
       01 WS-WORK-NAME      PIC X(12) VALUE "DUPACCT.WRK".
       01 WS-SIGNED-AMOUNT  PIC S9(9)V99.
       01 WS-POST-DATE      PIC 9(8).
       01 WS-RUN-STAMP      PIC X(14).
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-HELD-DATE      PIC 9(8).
       01 WS-AGE-DAYS       PIC 9(5).
       01 ED-AMOUNT         PIC Z(6)9.99.
       01 ED-NET-AMOUNT     PIC -(10)9.99.
       01 ED-HASH-TOTAL     PIC 9(13).9(2).
       01 REVIEW-TABLE.
          05 REVIEW-ENTRY OCCURS 5000 TIMES.
             10 RV-ACCOUNT-ID      PIC 9(8).
             10 RV-TRANS-DATE      PIC 9(8).
             10 RV-DC-IND          PIC X(1).
             10 RV-AMOUNT          PIC 9(7)V99.
             10 RV-REVIEW-ID       PIC 9(6).
             10 RV-HELD-STAMP      PIC X(14).
             10 RV-REASON          PIC X(30).
             10 RV-STATUS          PIC X(1).
                88 RV-PENDING             VALUE "P".
                88 RV-RELEASED            VALUE "R".
                88 RV-DISCARDED           VALUE "X".
             10 RV-DECIDED-STAMP   PIC X(14).
             10 RV-DECIDED-BY      PIC X(8).
             10 RV-POST-DATE       PIC 9(8).
       01 RELEASE-TABLE.
          05 RELEASE-ENTRY OCCURS 5000 TIMES.
             10 RL-REVIEW          PIC 9(4).
             10 RL-BALANCE         PIC S9(11)V99.
             10 RL-HELD            PIC X(1).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Suspect Duplicate Release".
           OPEN OUTPUT RELEASE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open DUPRELEASE.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE WS-CURRENT-DATE(1:8) TO WS-POST-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUSPECT DUPLICATE RELEASE REGISTER "
                  DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
                  " BUSINESS DATE " DELIMITED BY SIZE
                  WS-POST-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM LOAD-REVIEW-TABLE.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM OPEN-ACCOUNT-FILES
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM APPLY-DECISIONS
           END-IF.
           IF WS-RUN-IN-ERROR = "N" AND RELEASED-COUNT > 0
              PERFORM SAVE-BALANCE-TABLE
           END-IF.
           IF WS-RUN-IN-ERROR = "N" AND RELEASED-COUNT > 0
              MOVE "Y" TO WS-BAL-SAVED
           END-IF.
           IF WS-RUN-IN-ERROR = "N" AND DECISION-COUNT > 0
              PERFORM SAVE-REVIEW-TABLE
           END-IF.
           IF WS-RUN-IN-ERROR = "N" AND DECISION-COUNT > 0
              MOVE "Y" TO WS-REVIEW-SAVED
           END-IF.
           IF WS-RUN-IN-ERROR = "N" AND RELEASED-COUNT > 0
              PERFORM WRITE-RELEASED-HISTORY
           END-IF.
           IF WS-HIST-OPEN = "Y"
              CLOSE TRAN-HISTORY-FILE
              MOVE "N" TO WS-HIST-OPEN
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM WRITE-PENDING-ITEMS
              PERFORM WRITE-REGISTER-TOTALS
              PERFORM WRITE-SIGN-OFF-BLOCK
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "RELEASE ABANDONED: " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Release abandoned: " WS-ABORT-REASON
              IF WS-BAL-SAVED = "Y"
                 MOVE SPACES TO REPORT-LINE
                 STRING "ACCTBAL.DAT ALREADY HOLDS THIS RUN'S RELEASES"
                           DELIMITED BY SIZE
                        " - RESTORE IT BEFORE RERUNNING"
                           DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              IF WS-REVIEW-SAVED = "Y"
                 MOVE SPACES TO REPORT-LINE
                 STRING "DUPREVIEW.DAT, TRANHIST.DAT AND HELDITEMS.DAT"
                           DELIMITED BY SIZE
                        " MAY ALSO HOLD THIS RUN'S RELEASES"
                           DELIMITED BY SIZE
                        " - RESTORE THEM TOO" DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-ACCOUNT-FILES.
           CLOSE RELEASE-REPORT-FILE.
           GOBACK.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                 AT END
                    MOVE SPACES TO BUSINESS-DATE-RECORD
              END-READ
              IF BD-BUSINESS-DATE IS NUMERIC
                 MOVE BD-BUSINESS-DATE TO WS-POST-DATE
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

       LOAD-REVIEW-TABLE.
           OPEN INPUT DUPLICATE-REVIEW-FILE.
           IF WS-DUPLICATE-STATUS NOT = "00"
              MOVE "NO DUPREVIEW.DAT - NOTHING HAS BEEN HELD FOR REVIEW"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DUPLICATE-STATUS NOT = "00"
                   READ DUPLICATE-REVIEW-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-DUPLICATE-STATUS
                      NOT AT END
                         IF REVIEW-COUNT < MAX-REVIEWS
                            ADD 1 TO REVIEW-COUNT
                            PERFORM STORE-REVIEW-ENTRY
                         ELSE
                            MOVE "Y" TO WS-RUN-IN-ERROR
                            MOVE "DUPREVIEW.DAT TOO LARGE"
                               TO WS-ABORT-REASON
                            MOVE "10" TO WS-DUPLICATE-STATUS
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE DUPLICATE-REVIEW-FILE.

       STORE-REVIEW-ENTRY.
           MOVE DR-ACCOUNT-ID TO RV-ACCOUNT-ID(REVIEW-COUNT).
           MOVE DR-TRANS-DATE TO RV-TRANS-DATE(REVIEW-COUNT).
           MOVE DR-DC-IND TO RV-DC-IND(REVIEW-COUNT).
           MOVE DR-AMOUNT TO RV-AMOUNT(REVIEW-COUNT).
           MOVE DR-REVIEW-ID TO RV-REVIEW-ID(REVIEW-COUNT).
           MOVE DR-HELD-STAMP TO RV-HELD-STAMP(REVIEW-COUNT).
           MOVE DR-REASON TO RV-REASON(REVIEW-COUNT).
           MOVE DR-STATUS TO RV-STATUS(REVIEW-COUNT).
           MOVE DR-DECIDED-STAMP TO RV-DECIDED-STAMP(REVIEW-COUNT).
           MOVE DR-DECIDED-BY TO RV-DECIDED-BY(REVIEW-COUNT).
           IF DR-POST-DATE IS NUMERIC
              MOVE DR-POST-DATE TO RV-POST-DATE(REVIEW-COUNT)
           ELSE
              MOVE 0 TO RV-POST-DATE(REVIEW-COUNT)
           END-IF.

       OPEN-ACCOUNT-FILES.
           OPEN OUTPUT RELEASE-WORK-FILE.
           IF WS-WORK-STATUS = "00"
              CLOSE RELEASE-WORK-FILE
              OPEN I-O RELEASE-WORK-FILE
           END-IF.
           IF WS-WORK-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT CREATE DUPACCT.WRK" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-WORK-OPEN.
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

       CLOSE-ACCOUNT-FILES.
           IF WS-BAL-OPEN = "Y"
              CLOSE ACCOUNT-BALANCE-FILE
              MOVE "N" TO WS-BAL-OPEN
           END-IF.
           IF WS-ACCT-OPEN = "Y"
              CLOSE ACCOUNT-MASTER-FILE
              MOVE "N" TO WS-ACCT-OPEN
           END-IF.
           IF WS-WORK-OPEN = "Y"
              CLOSE RELEASE-WORK-FILE
              MOVE "N" TO WS-WORK-OPEN
              CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
           END-IF.

       FIND-RELEASE-ACCOUNT.
           MOVE WS-ENTRY-ACCOUNT TO DW-ACCOUNT-ID.
           READ RELEASE-WORK-FILE
              INVALID KEY
                 PERFORM ADD-RELEASE-ACCOUNT
           END-READ.

       ADD-RELEASE-ACCOUNT.
           MOVE WS-ENTRY-ACCOUNT TO DW-ACCOUNT-ID.
           MOVE 0 TO DW-OPEN-BALANCE DW-BALANCE DW-LIMIT.
           MOVE SPACES TO DW-STATUS.
           MOVE "N" TO DW-BLOCK.
           IF WS-BAL-OPEN = "Y"
              MOVE WS-ENTRY-ACCOUNT TO BAL-ACCOUNT-ID
              READ ACCOUNT-BALANCE-FILE
                 NOT INVALID KEY
                    MOVE BAL-AMOUNT TO DW-BALANCE
              END-READ
           END-IF.
           MOVE DW-BALANCE TO DW-OPEN-BALANCE.
           IF WS-ACCT-OPEN = "Y"
              MOVE WS-ENTRY-ACCOUNT TO ACCT-ID-MASTER
              READ ACCOUNT-MASTER-FILE
                 NOT INVALID KEY
                    MOVE ACCT-STATUS-MASTER TO DW-STATUS
                    IF ACCT-LIMIT-MASTER IS NUMERIC
                       MOVE ACCT-LIMIT-MASTER TO DW-LIMIT
                    END-IF
                    IF ACCT-BLOCK-MASTER = "Y"
                       MOVE "Y" TO DW-BLOCK
                    END-IF
              END-READ
           END-IF.
           WRITE RELEASE-WORK-RECORD.

       APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS NOT = "00"
              MOVE "NO DUPDECIDE.DAT - NO DECISIONS APPLIED"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DECISION-STATUS NOT = "00"
                   OR WS-RUN-IN-ERROR = "Y"
                   READ DECISION-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-DECISION-STATUS
                      NOT AT END
                         ADD 1 TO DECISION-COUNT
                         PERFORM APPLY-ONE-DECISION
                   END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.

       APPLY-ONE-DECISION.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE 0 TO R.
           IF DEC-REVIEW-ID IS NUMERIC
              PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > REVIEW-COUNT OR R NOT = 0
                      IF RV-REVIEW-ID(I) = DEC-REVIEW-ID
                         MOVE I TO R
                      END-IF
              END-PERFORM
           END-IF.
           IF R NOT = 0
              MOVE RV-ACCOUNT-ID(R) TO WS-ENTRY-ACCOUNT
              PERFORM FIND-RELEASE-ACCOUNT
           END-IF.
           EVALUATE TRUE
              WHEN R = 0
                 MOVE "REVIEW ID NOT ON DUPREVIEW.DAT"
                    TO WS-REJECT-TEXT
              WHEN NOT DEC-IS-RELEASE AND NOT DEC-IS-DISCARD
                 MOVE "ACTION MUST BE R OR D" TO WS-REJECT-TEXT
              WHEN DEC-OPERATOR = SPACES
                 MOVE "OPERATOR NOT GIVEN" TO WS-REJECT-TEXT
              WHEN RV-RELEASED(R)
                 MOVE "ALREADY RELEASED" TO WS-REJECT-TEXT
              WHEN RV-DISCARDED(R)
                 MOVE "ALREADY DISCARDED" TO WS-REJECT-TEXT
              WHEN NOT RV-PENDING(R)
                 MOVE "REVIEW ITEM STATUS IS NOT PENDING"
                    TO WS-REJECT-TEXT
              WHEN DEC-IS-RELEASE AND POST-ACCT-CLOSED
                 MOVE "ACCOUNT IS CLOSED - DISCARD INSTEAD"
                    TO WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-REJECT-TEXT NOT = SPACES
              PERFORM WRITE-REJECTED-DECISION
              EXIT PARAGRAPH
           END-IF.
           IF DEC-IS-RELEASE
              PERFORM RELEASE-REVIEW-ITEM
           ELSE
              PERFORM DISCARD-REVIEW-ITEM
           END-IF.

       RELEASE-REVIEW-ITEM.
           IF WS-HIST-OPEN = "N"
              OPEN EXTEND TRAN-HISTORY-FILE
              IF WS-HIST-STATUS NOT = "00"
                 OPEN OUTPUT TRAN-HISTORY-FILE
              END-IF
              IF WS-HIST-STATUS NOT = "00"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE "CANNOT OPEN TRANHIST.DAT FOR POSTING"
                    TO WS-ABORT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE "Y" TO WS-HIST-OPEN
           END-IF.
           MOVE "R" TO RV-STATUS(R).
           MOVE WS-RUN-STAMP TO RV-DECIDED-STAMP(R).
           MOVE DEC-OPERATOR TO RV-DECIDED-BY(R).
           ADD 1 TO RELEASED-COUNT.
           MOVE R TO RL-REVIEW(RELEASED-COUNT).
           ADD RV-AMOUNT(R) TO RELEASED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           MOVE "RELEASED" TO REPORT-LINE(1:9).
           PERFORM WRITE-DECISION-LINE.
           IF POST-ACCT-BLOCKED AND RV-DC-IND(R) = "D"
              MOVE 0 TO RV-POST-DATE(R)
              MOVE "Y" TO RL-HELD(RELEASED-COUNT)
              MOVE DW-BALANCE TO RL-BALANCE(RELEASED-COUNT)
              ADD 1 TO HELD-COUNT
              ADD RV-AMOUNT(R) TO HELD-TOTAL
              MOVE SPACES TO REPORT-LINE
              MOVE "ACCOUNT IS BLOCKED FOR DEBITS - WRITTEN TO "
                 TO REPORT-LINE(12:43)
              MOVE "HELDITEMS.DAT, NOT POSTED" TO REPORT-LINE(55:25)
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE DW-BALANCE TO WS-OPEN-BALANCE.
           IF RV-DC-IND(R) = "D"
              COMPUTE WS-SIGNED-AMOUNT = 0 - RV-AMOUNT(R)
           ELSE
              MOVE RV-AMOUNT(R) TO WS-SIGNED-AMOUNT
           END-IF.
           ADD WS-SIGNED-AMOUNT TO DW-BALANCE.
           REWRITE RELEASE-WORK-RECORD.
           MOVE WS-POST-DATE TO RV-POST-DATE(R).
           MOVE "N" TO RL-HELD(RELEASED-COUNT).
           MOVE DW-BALANCE TO RL-BALANCE(RELEASED-COUNT).
           MOVE SPACES TO REPORT-LINE.
           MOVE "POSTED TO TRANHIST.DAT, NEW BALANCE"
              TO REPORT-LINE(12:35).
           MOVE DW-BALANCE TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(48:14).
           WRITE REPORT-LINE.
           IF RV-DC-IND(R) = "D"
              PERFORM CHECK-RELEASE-OVER-LIMIT
           END-IF.

       CHECK-RELEASE-OVER-LIMIT.
           IF DW-BALANCE NOT < 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LIMIT-FLOOR = 0 - DW-LIMIT.
           MOVE SPACES TO REPORT-LINE.
           IF DW-BALANCE < WS-LIMIT-FLOOR
              ADD 1 TO OVER-LIMIT-COUNT
              COMPUTE WS-OVER-AMOUNT = WS-LIMIT-FLOOR - DW-BALANCE
              MOVE "OVER LIMIT" TO REPORT-LINE(12:15)
           ELSE
              IF WS-OPEN-BALANCE < 0
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO OVERDRAFT-COUNT
              COMPUTE WS-OVER-AMOUNT = 0 - DW-BALANCE
              MOVE "INTO OVERDRAFT" TO REPORT-LINE(12:15)
           END-IF.
           MOVE "LIMIT" TO REPORT-LINE(28:5).
           MOVE DW-LIMIT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(34:10).
           MOVE "OVER BY" TO REPORT-LINE(46:7).
           MOVE WS-OVER-AMOUNT TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(54:14).
           WRITE REPORT-LINE.

       DISCARD-REVIEW-ITEM.
           MOVE "X" TO RV-STATUS(R).
           MOVE WS-RUN-STAMP TO RV-DECIDED-STAMP(R).
           MOVE DEC-OPERATOR TO RV-DECIDED-BY(R).
           MOVE 0 TO RV-POST-DATE(R).
           ADD 1 TO DISCARDED-COUNT.
           ADD RV-AMOUNT(R) TO DISCARDED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           MOVE "DISCARDED" TO REPORT-LINE(1:9).
           PERFORM WRITE-DECISION-LINE.

       WRITE-DECISION-LINE.
           MOVE "REVIEW" TO REPORT-LINE(12:6).
           MOVE RV-REVIEW-ID(R) TO REPORT-LINE(19:6).
           MOVE "ACCOUNT" TO REPORT-LINE(27:7).
           MOVE RV-ACCOUNT-ID(R) TO REPORT-LINE(35:8).
           MOVE RV-TRANS-DATE(R) TO REPORT-LINE(45:8).
           MOVE RV-DC-IND(R) TO REPORT-LINE(55:1).
           MOVE RV-AMOUNT(R) TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(58:10).
           MOVE "BY" TO REPORT-LINE(70:2).
           MOVE DEC-OPERATOR TO REPORT-LINE(73:8).
           MOVE DEC-NOTE TO REPORT-LINE(83:30).
           WRITE REPORT-LINE.

       WRITE-REJECTED-DECISION.
           ADD 1 TO NOT-APPLIED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT APPLIED: REVIEW " DELIMITED BY SIZE
                  DEC-REVIEW-ID DELIMITED BY SIZE
                  " ACTION " DELIMITED BY SIZE
                  DEC-ACTION DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  DEC-OPERATOR DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-REJECT-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       SAVE-REVIEW-TABLE.
           OPEN OUTPUT DUPLICATE-REVIEW-FILE.
           IF WS-DUPLICATE-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT REWRITE DUPREVIEW.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REVIEW-COUNT
                   MOVE SPACES TO DUPLICATE-REVIEW-RECORD
                   MOVE RV-ACCOUNT-ID(I) TO DR-ACCOUNT-ID
                   MOVE RV-TRANS-DATE(I) TO DR-TRANS-DATE
                   MOVE RV-DC-IND(I) TO DR-DC-IND
                   MOVE RV-AMOUNT(I) TO DR-AMOUNT
                   MOVE RV-REVIEW-ID(I) TO DR-REVIEW-ID
                   MOVE RV-HELD-STAMP(I) TO DR-HELD-STAMP
                   MOVE RV-REASON(I) TO DR-REASON
                   MOVE RV-STATUS(I) TO DR-STATUS
                   MOVE RV-DECIDED-STAMP(I) TO DR-DECIDED-STAMP
                   MOVE RV-DECIDED-BY(I) TO DR-DECIDED-BY
                   MOVE RV-POST-DATE(I) TO DR-POST-DATE
                   WRITE DUPLICATE-REVIEW-RECORD
           END-PERFORM.
           CLOSE DUPLICATE-REVIEW-FILE.

       WRITE-RELEASED-HISTORY.
           IF HELD-COUNT > 0
              OPEN EXTEND HELD-ITEMS-FILE
              IF WS-HELD-STATUS NOT = "00"
                 OPEN OUTPUT HELD-ITEMS-FILE
              END-IF
              IF WS-HELD-STATUS NOT = "00"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE SPACES TO WS-ABORT-REASON
                 STRING "CANNOT OPEN HELDITEMS.DAT, STATUS "
                           DELIMITED BY SIZE
                        WS-HELD-STATUS DELIMITED BY SIZE
                        INTO WS-ABORT-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RELEASED-COUNT OR WS-RUN-IN-ERROR = "Y"
                   MOVE RL-REVIEW(I) TO R
                   IF RL-HELD(I) = "Y"
                      PERFORM WRITE-RELEASED-HELD-ITEM
                   ELSE
                      PERFORM WRITE-RELEASED-HISTORY-LINE
                   END-IF
           END-PERFORM.
           IF HELD-COUNT > 0
              CLOSE HELD-ITEMS-FILE
           END-IF.

       WRITE-RELEASED-HISTORY-LINE.
           MOVE RV-ACCOUNT-ID(R) TO TH-ACCOUNT-ID.
           MOVE RV-TRANS-DATE(R) TO TH-TRANS-DATE.
           MOVE RV-DC-IND(R) TO TH-DC-IND.
           MOVE RV-AMOUNT(R) TO TH-AMOUNT.
           MOVE RL-BALANCE(I) TO TH-BALANCE.
           WRITE HISTORY-RECORD.
           IF WS-HIST-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT WRITE TRANHIST.DAT, STATUS "
                        DELIMITED BY SIZE
                     WS-HIST-STATUS DELIMITED BY SIZE
                     ", REVIEW " DELIMITED BY SIZE
                     RV-REVIEW-ID(R) DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
           END-IF.

       WRITE-RELEASED-HELD-ITEM.
           MOVE SPACES TO HELD-ITEM-RECORD.
           MOVE RV-ACCOUNT-ID(R) TO HELD-ACCOUNT-ID.
           MOVE RV-TRANS-DATE(R) TO HELD-TRANS-DATE.
           MOVE RV-DC-IND(R) TO HELD-DC-IND.
           MOVE RV-AMOUNT(R) TO HELD-AMOUNT.
           MOVE WS-RUN-STAMP TO HELD-STAMP.
           MOVE "ACCOUNT BLOCKED FOR DEBITS" TO HELD-REASON.
           WRITE HELD-ITEM-RECORD.
           IF WS-HELD-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT WRITE HELDITEMS.DAT, STATUS "
                        DELIMITED BY SIZE
                     WS-HELD-STATUS DELIMITED BY SIZE
                     ", REVIEW " DELIMITED BY SIZE
                     RV-REVIEW-ID(R) DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
           END-IF.

       SAVE-BALANCE-TABLE.
           IF WS-BAL-OPEN = "Y"
              CLOSE ACCOUNT-BALANCE-FILE
              MOVE "N" TO WS-BAL-OPEN
           END-IF.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
              OPEN OUTPUT ACCOUNT-BALANCE-FILE
              IF WS-BAL-STATUS = "00"
                 CLOSE ACCOUNT-BALANCE-FILE
                 OPEN I-O ACCOUNT-BALANCE-FILE
              END-IF
           END-IF.
           IF WS-BAL-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT REWRITE ACCTBAL.DAT, STATUS "
                        DELIMITED BY SIZE
                     WS-BAL-STATUS DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DW-ACCOUNT-ID.
           START RELEASE-WORK-FILE KEY IS NOT < DW-ACCOUNT-ID
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ RELEASE-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         PERFORM SAVE-ONE-BALANCE
                   END-READ
           END-PERFORM.
           CLOSE ACCOUNT-BALANCE-FILE.

       SAVE-ONE-BALANCE.
           IF DW-BALANCE = DW-OPEN-BALANCE
              EXIT PARAGRAPH
           END-IF.
           MOVE DW-ACCOUNT-ID TO BAL-ACCOUNT-ID.
           MOVE DW-BALANCE TO BAL-AMOUNT.
           REWRITE BALANCE-RECORD
              INVALID KEY
                 WRITE BALANCE-RECORD
                    INVALID KEY
                       MOVE "Y" TO WS-RUN-IN-ERROR
                       MOVE "CANNOT REWRITE ACCTBAL.DAT"
                          TO WS-ABORT-REASON
                 END-WRITE
           END-REWRITE.

       WRITE-PENDING-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS STILL AWAITING REVIEW" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "REVIEW" TO REPORT-LINE(1:6).
           MOVE "ACCT" TO REPORT-LINE(9:4).
           MOVE "DATE" TO REPORT-LINE(19:4).
           MOVE "D/C" TO REPORT-LINE(28:3).
           MOVE "AMOUNT" TO REPORT-LINE(36:6).
           MOVE "HELD" TO REPORT-LINE(44:4).
           MOVE "DAYS" TO REPORT-LINE(59:4).
           MOVE "REASON" TO REPORT-LINE(65:6).
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REVIEW-COUNT
                   IF RV-PENDING(I)
                      PERFORM WRITE-PENDING-LINE
                   END-IF
           END-PERFORM.
           IF PENDING-COUNT = 0
              MOVE "NONE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       WRITE-PENDING-LINE.
           ADD 1 TO PENDING-COUNT.
           ADD RV-AMOUNT(I) TO PENDING-TOTAL.
           MOVE 0 TO WS-AGE-DAYS.
           IF RV-HELD-STAMP(I)(1:8) IS NUMERIC
              MOVE RV-HELD-STAMP(I)(1:8) TO WS-HELD-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-HELD-DATE) = 0
                 AND WS-HELD-DATE < WS-POST-DATE
                 COMPUTE WS-AGE-DAYS =
                         FUNCTION INTEGER-OF-DATE(WS-POST-DATE)
                         - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)
              END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE RV-REVIEW-ID(I) TO REPORT-LINE(1:6).
           MOVE RV-ACCOUNT-ID(I) TO REPORT-LINE(9:8).
           MOVE RV-TRANS-DATE(I) TO REPORT-LINE(19:8).
           MOVE RV-DC-IND(I) TO REPORT-LINE(29:1).
           MOVE RV-AMOUNT(I) TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(32:10).
           MOVE RV-HELD-STAMP(I) TO REPORT-LINE(44:14).
           MOVE WS-AGE-DAYS TO REPORT-LINE(59:5).
           MOVE RV-REASON(I) TO REPORT-LINE(65:30).
           WRITE REPORT-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS: " DELIMITED BY SIZE
                  DECISION-COUNT DELIMITED BY SIZE
                  " DECISION(S) READ, " DELIMITED BY SIZE
                  RELEASED-COUNT DELIMITED BY SIZE
                  " RELEASED, " DELIMITED BY SIZE
                  DISCARDED-COUNT DELIMITED BY SIZE
                  " DISCARDED, " DELIMITED BY SIZE
                  NOT-APPLIED-COUNT DELIMITED BY SIZE
                  " NOT APPLIED, " DELIMITED BY SIZE
                  PENDING-COUNT DELIMITED BY SIZE
                  " STILL PENDING" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE RELEASED-TOTAL TO ED-HASH-TOTAL.
           STRING "RELEASED  : " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE HELD-TOTAL TO ED-HASH-TOTAL.
           STRING "  OF WHICH HELD (BLOCKED) : " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  HELD-COUNT DELIMITED BY SIZE
                  " ITEM(S) WRITTEN TO HELDITEMS.DAT" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LIMITS    : " DELIMITED BY SIZE
                  OVER-LIMIT-COUNT DELIMITED BY SIZE
                  " RELEASE(S) OVER LIMIT, " DELIMITED BY SIZE
                  OVERDRAFT-COUNT DELIMITED BY SIZE
                  " INTO OVERDRAFT" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE DISCARDED-TOTAL TO ED-HASH-TOTAL.
           STRING "DISCARDED : " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE PENDING-TOTAL TO ED-HASH-TOTAL.
           STRING "PENDING   : " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           DISPLAY RELEASED-COUNT " released, " DISCARDED-COUNT
                   " discarded, " NOT-APPLIED-COUNT " not applied, "
                   PENDING-COUNT " pending. See DUPRELEASE.RPT.".
           IF NOT-APPLIED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-SIGN-OFF-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED AND APPROVED BY (NOT THE OPERATOR):"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "NAME: ______________________________"
              TO REPORT-LINE(1:36).
           MOVE "SIGNATURE: ______________________________"
              TO REPORT-LINE(39:41).
           MOVE "DATE: __________" TO REPORT-LINE(82:16).
           WRITE REPORT-LINE.
