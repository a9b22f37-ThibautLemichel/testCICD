              FILE STATUS IS WS-HIST-STATUS.

           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BAL-ACCOUNT-ID
              FILE STATUS IS WS-BAL-STATUS.

           SELECT POST-CONTROL-FILE ASSIGN TO "POSTCTL.DAT"
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMASTER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID-MASTER
              FILE STATUS IS WS-ACCT-STATUS.

           SELECT HELD-ITEMS-FILE ASSIGN TO "HELDITEMS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HELD-STATUS.

           SELECT OVERLIMIT-REPORT-FILE ASSIGN TO "OVERLIMIT.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OVERLIMIT-STATUS.

           SELECT DUPLICATE-REVIEW-FILE ASSIGN TO "DUPREVIEW.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUPLICATE-STATUS.

           SELECT DUPLICATE-PARM-FILE ASSIGN TO "DUPPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUPPARM-STATUS.

           SELECT POSTING-WORK-FILE ASSIGN TO "POSTACCT.WRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PW-ACCOUNT-ID
              FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORTED-INPUT-FILE.
       01  SORTED-RECORD.
           05 SORTED-ACCOUNT-ID      PIC 9(8).
           05 SORTED-TRANS-DATE      PIC 9(8).
           05 SORTED-DC-IND          PIC X(1).
           05 SORTED-AMOUNT          PIC 9(7)V99.

       FD  TRAN-HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-ACCOUNT-ID          PIC 9(8).
           05 TH-TRANS-DATE          PIC 9(8).
           05 TH-DC-IND              PIC X(1).
           05 TH-AMOUNT              PIC 9(7)V99.

       FD  ACCOUNT-BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BAL-ACCOUNT-ID         PIC 9(8).
           05 BAL-AMOUNT             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

           05 PC-HASH                PIC 9(15).
           05 FILLER                 PIC X(1).
           05 PC-POSTED-STAMP        PIC X(14).
           05 FILLER                 PIC X(1).
           05 PC-SOURCE-SYSTEM       PIC X(8).

       FD  POST-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

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

       FD  OVERLIMIT-REPORT-FILE.
       01  OVERLIMIT-LINE            PIC X(132).

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

       FD  DUPLICATE-PARM-FILE.
       01  DUPLICATE-PARM-RECORD     PIC X(80).

       FD  POSTING-WORK-FILE.
       01  POSTING-WORK-RECORD.
           05 PW-ACCOUNT-ID          PIC 9(8).
           05 PW-OPEN-BALANCE        PIC S9(11)V99.
           05 PW-BALANCE             PIC S9(11)V99.
           05 PW-STATUS              PIC X(1).
              88 POST-ACCT-CLOSED          VALUE "C".
           05 PW-LIMIT               PIC 9(7)V99.
           05 PW-BLOCK               PIC X(1).
              88 POST-ACCT-BLOCKED         VALUE "Y".

       WORKING-STORAGE SECTION.
       01 WS-SORTED-STATUS  PIC XX.
       01 WS-POSTCTL-STATUS PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-HELD-STATUS    PIC XX.
       01 WS-OVERLIMIT-STATUS PIC XX.
       01 WS-DUPLICATE-STATUS PIC XX.
       01 WS-DUPPARM-STATUS PIC XX.
       01 WS-WORK-STATUS    PIC XX.
       01 WS-BAL-OPEN       PIC X(1) VALUE "N".
       01 WS-ACCT-OPEN      PIC X(1) VALUE "N".
       01 WS-WORK-OPEN      PIC X(1) VALUE "N".
       01 CTL-WRITTEN       PIC 9(5) VALUE 0.
       01 CTL-HASH          PIC 9(13)V99 VALUE 0.
       01 CTL-EXTRACT-DATE  PIC 9(8) VALUE 0.
       01 WS-CTL-IN-BALANCE PIC X(1) VALUE "N".
       01 WS-CTL-SEEN       PIC X(1) VALUE "N".
       01 PS                PIC 9(2).
       01 POST-SOURCE-COUNT PIC 9(2) VALUE 0.
       01 POST-SOURCE-TABLE.
          05 POST-SOURCE-ENTRY OCCURS 20 TIMES.
             10 PS-SYSTEM          PIC X(8).
             10 PS-DATE            PIC 9(8).
             10 PS-COUNT           PIC 9(5).
             10 PS-HASH            PIC 9(13)V99.
       01 PS-TOTAL-COUNT    PIC 9(5) VALUE 0.
       01 PS-TOTAL-HASH     PIC 9(13)V99 VALUE 0.
       01 SORT-COUNT        PIC 9(5) VALUE 0.
       01 SORT-HASH         PIC 9(13)V99 VALUE 0.
       01 POSTED-COUNT      PIC 9(5) VALUE 0.
       01 POSTED-HASH       PIC 9(13)V99 VALUE 0.
       01 REJECTED-COUNT    PIC 9(5) VALUE 0.
       01 HELD-COUNT        PIC 9(5) VALUE 0.
       01 HELD-HASH         PIC 9(13)V99 VALUE 0.
       01 OVER-LIMIT-COUNT  PIC 9(5) VALUE 0.
       01 OVERDRAFT-COUNT   PIC 9(5) VALUE 0.
       01 WS-HELD-OPEN      PIC X(1) VALUE "N".
       01 DUPLICATE-COUNT   PIC 9(5) VALUE 0.
       01 DUPLICATE-HASH    PIC 9(13)V99 VALUE 0.
       01 WS-DUPLICATE-OPEN PIC X(1) VALUE "N".
       01 DUP-LOOKBACK-DAYS PIC 9(3) VALUE 5.
       01 DUP-WINDOW-START  PIC 9(8) VALUE 0.
       01 DUP-HIGH-ID       PIC 9(6) VALUE 0.
       01 DUP-HISTORY-COUNT PIC 9(5) VALUE 0.
       01 DUP-EXTRACT-COUNT PIC 9(5) VALUE 0.
       01 WS-DATE-INTEGER   PIC 9(7).
       01 ITEM-SUB          PIC 9(5).
       01 ITEM-SUB2         PIC 9(5).
       01 DUP-ITEM-COUNT    PIC 9(5) VALUE 0.
       01 DUP-ITEM-TABLE.
          05 DUP-ITEM OCCURS 9998 TIMES.
             10 DI-ACCOUNT-ID      PIC 9(8).
             10 DI-TRANS-DATE      PIC 9(8).
             10 DI-DC-IND          PIC X(1).
             10 DI-AMOUNT          PIC 9(7)V99.
             10 DI-SUSPECT         PIC X(1).
                88 DI-NOT-SUSPECT         VALUE "N".
                88 DI-IN-HISTORY          VALUE "H".
                88 DI-IN-EXTRACT          VALUE "E".
       01 WS-OVER-FLAG      PIC X(1).
          88 WS-IS-OVER-LIMIT          VALUE "L".
          88 WS-IS-INTO-OVERDRAFT      VALUE "O".
          88 WS-IS-NOT-OVER            VALUE "N".
       01 WS-LIMIT-FLOOR    PIC S9(11)V99.
       01 WS-OVER-AMOUNT    PIC S9(11)V99.
       01 WS-RUNNING-BAL    PIC S9(11)V99.
       01 WS-REPORT-ACCOUNT PIC 9(8).
       01 WS-ALREADY-POSTED PIC X(1) VALUE "N".
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-HIST-WRITTEN   PIC X(1) VALUE "N".
       01 WS-WORK-NAME      PIC X(13) VALUE "POSTACCT.WRK".
       01 WS-ABORT-REASON   PIC X(60).
       01 WS-SIGNED-AMOUNT  PIC S9(9)V99.
       01 WS-HASH-CENTS     PIC 9(15).
       01 WS-CURRENT-DATE   PIC X(21).
       01 ED-HASH-TOTAL     PIC 9(13).9(2).
       01 ED-NET-AMOUNT     PIC -(10)9.99.
       01 ED-AMOUNT         PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
              PERFORM CHECK-ALREADY-POSTED
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM OPEN-ACCOUNT-FILES
              PERFORM FIND-SUSPECTED-DUPLICATES
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM POST-SORTED-RECORDS
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM SAVE-BALANCE-TABLE
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM RECORD-POSTED-EXTRACT
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM WRITE-OVERLIMIT-REPORT
              PERFORM WRITE-POSTING-TOTALS
           ELSE
              MOVE SPACES TO REPORT-LINE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Posting abandoned: " WS-ABORT-REASON
              IF WS-HIST-WRITTEN = "Y"
                 MOVE SPACES TO REPORT-LINE
                 STRING "TRANHIST.DAT ALREADY HOLDS THIS RUN'S ITEMS - "
                           DELIMITED BY SIZE
                        "RESTORE TRANHIST.DAT AND ACCTBAL.DAT "
                           DELIMITED BY SIZE
                        "BEFORE RERUNNING" DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-ACCOUNT-FILES.
           CLOSE POST-REPORT-FILE.
           GOBACK.

                 MOVE CONTROL-LINE(20:8) TO CTL-EXTRACT-DATE
              WHEN CONTROL-LINE(1:18) = "STATUS: IN BALANCE"
                 MOVE "Y" TO WS-CTL-IN-BALANCE
              WHEN CONTROL-LINE(1:19) = "SOURCE           : "
                 AND CONTROL-LINE(43:8) = "ACCEPTED"
                 PERFORM PARSE-SOURCE-LINE
           END-EVALUATE.

       PARSE-SOURCE-LINE.
           IF POST-SOURCE-COUNT NOT < 20
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "TOO MANY SOURCES IN TRICTL.RPT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POST-SOURCE-COUNT.
           MOVE CONTROL-LINE(20:8) TO PS-SYSTEM(POST-SOURCE-COUNT).
           MOVE CONTROL-LINE(34:8) TO PS-DATE(POST-SOURCE-COUNT).
           MOVE CONTROL-LINE(58:5) TO PS-COUNT(POST-SOURCE-COUNT).
           COMPUTE PS-HASH(POST-SOURCE-COUNT) = FUNCTION NUMVAL(
                   CONTROL-LINE(69:16)).
           ADD PS-COUNT(POST-SOURCE-COUNT) TO PS-TOTAL-COUNT.
           ADD PS-HASH(POST-SOURCE-COUNT) TO PS-TOTAL-HASH.

       VERIFY-SORTED-INPUT.
           OPEN INPUT SORTED-INPUT-FILE.
           IF WS-SORTED-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "SORTED.DAT DOES NOT BALANCE TO TRICTL.RPT"
                 TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > POST-SOURCE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE PS-HASH(PS) TO ED-HASH-TOTAL
                   STRING "SOURCE " DELIMITED BY SIZE
                          PS-SYSTEM(PS) DELIMITED BY SIZE
                          " DATE " DELIMITED BY SIZE
                          PS-DATE(PS) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          PS-COUNT(PS) DELIMITED BY SIZE
                          " RECORD(S), HASH " DELIMITED BY SIZE
                          ED-HASH-TOTAL DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-PERFORM.
           IF POST-SOURCE-COUNT > 0
              AND (PS-TOTAL-COUNT NOT = SORT-COUNT
               OR PS-TOTAL-HASH NOT = SORT-HASH)
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "SOURCE TOTALS IN TRICTL.RPT DO NOT BALANCE"
                 TO WS-ABORT-REASON
           END-IF.

       CHECK-ALREADY-POSTED.
                      AT END
                         MOVE "10" TO WS-POSTCTL-STATUS
                      NOT AT END
                         PERFORM MATCH-POSTED-EXTRACT
                   END-READ
           END-PERFORM.
           CLOSE POST-CONTROL-FILE.
           IF WS-ALREADY-POSTED = "Y"
              MOVE "Y" TO WS-RUN-IN-ERROR
              IF WS-ABORT-REASON = SPACES
                 MOVE "THIS EXTRACT HAS ALREADY BEEN POSTED"
                    TO WS-ABORT-REASON
              END-IF
           END-IF.

       MATCH-POSTED-EXTRACT.
           IF PC-SOURCE-SYSTEM = SPACES
              IF PC-EXTRACT-DATE = CTL-EXTRACT-DATE
                 AND PC-COUNT = SORT-COUNT
                 AND PC-HASH = WS-HASH-CENTS
                 MOVE "Y" TO WS-ALREADY-POSTED
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > POST-SOURCE-COUNT
                   IF PC-SOURCE-SYSTEM = PS-SYSTEM(PS)
                      AND PC-EXTRACT-DATE = PS-DATE(PS)
                      AND WS-ALREADY-POSTED = "N"
                      MOVE "Y" TO WS-ALREADY-POSTED
                      MOVE SPACES TO WS-ABORT-REASON
                      STRING "SOURCE " DELIMITED BY SIZE
                             PS-SYSTEM(PS) DELIMITED BY SIZE
                             " DATE " DELIMITED BY SIZE
                             PS-DATE(PS) DELIMITED BY SIZE
                             " HAS ALREADY BEEN POSTED"
                                DELIMITED BY SIZE
                             INTO WS-ABORT-REASON
                   END-IF
           END-PERFORM.

       OPEN-ACCOUNT-FILES.
           OPEN OUTPUT POSTING-WORK-FILE.
           IF WS-WORK-STATUS = "00"
              CLOSE POSTING-WORK-FILE
              OPEN I-O POSTING-WORK-FILE
           END-IF.
           IF WS-WORK-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT CREATE POSTACCT.WRK" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-WORK-OPEN.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-BAL-STATUS = "00"
              MOVE "Y" TO WS-BAL-OPEN
           ELSE
              IF WS-BAL-STATUS NOT = "35"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE SPACES TO WS-ABORT-REASON
                 STRING "CANNOT OPEN ACCTBAL.DAT, STATUS "
                           DELIMITED BY SIZE
                        WS-BAL-STATUS DELIMITED BY SIZE
                        INTO WS-ABORT-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS = "00"
              MOVE "Y" TO WS-ACCT-OPEN
           ELSE
              IF WS-ACCT-STATUS NOT = "35"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE SPACES TO WS-ABORT-REASON
                 STRING "CANNOT OPEN ACCTMASTER.DAT, STATUS "
                           DELIMITED BY SIZE
                        WS-ACCT-STATUS DELIMITED BY SIZE
                        INTO WS-ABORT-REASON
              END-IF
           END-IF.

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
              CLOSE POSTING-WORK-FILE
              MOVE "N" TO WS-WORK-OPEN
              CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
           END-IF.

       FIND-POSTING-ACCOUNT.
           MOVE SORTED-ACCOUNT-ID TO PW-ACCOUNT-ID.
           READ POSTING-WORK-FILE
              INVALID KEY
                 PERFORM ADD-POSTING-ACCOUNT
           END-READ.

       ADD-POSTING-ACCOUNT.
           MOVE SORTED-ACCOUNT-ID TO PW-ACCOUNT-ID.
           MOVE 0 TO PW-OPEN-BALANCE PW-BALANCE PW-LIMIT.
           MOVE SPACES TO PW-STATUS.
           MOVE "N" TO PW-BLOCK.
           IF WS-BAL-OPEN = "Y"
              MOVE SORTED-ACCOUNT-ID TO BAL-ACCOUNT-ID
              READ ACCOUNT-BALANCE-FILE
                 NOT INVALID KEY
                    MOVE BAL-AMOUNT TO PW-BALANCE
              END-READ
           END-IF.
           MOVE PW-BALANCE TO PW-OPEN-BALANCE.
           IF WS-ACCT-OPEN = "Y"
              MOVE SORTED-ACCOUNT-ID TO ACCT-ID-MASTER
              READ ACCOUNT-MASTER-FILE
                 NOT INVALID KEY
                    MOVE ACCT-STATUS-MASTER TO PW-STATUS
                    IF ACCT-LIMIT-MASTER IS NUMERIC
                       MOVE ACCT-LIMIT-MASTER TO PW-LIMIT
                    END-IF
                    IF ACCT-BLOCK-MASTER = "Y"
                       MOVE "Y" TO PW-BLOCK
                    END-IF
              END-READ
           END-IF.
           WRITE POSTING-WORK-RECORD.

       POST-SORTED-RECORDS.
           OPEN INPUT SORTED-INPUT-FILE.
           IF WS-SORTED-STATUS NOT = "00"
              CLOSE SORTED-INPUT-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ITEM-SUB.
           PERFORM UNTIL WS-SORTED-STATUS NOT = "00"
                   READ SORTED-INPUT-FILE
                      AT END
                         MOVE "10" TO WS-SORTED-STATUS
                      NOT AT END
                         ADD 1 TO ITEM-SUB
                         PERFORM POST-ONE-RECORD
                   END-READ
           END-PERFORM.
           CLOSE SORTED-INPUT-FILE.
           CLOSE TRAN-HISTORY-FILE.
           IF WS-HELD-OPEN = "Y"
              CLOSE HELD-ITEMS-FILE
           END-IF.
           IF WS-DUPLICATE-OPEN = "Y"
              CLOSE DUPLICATE-REVIEW-FILE
           END-IF.

       POST-ONE-RECORD.
           PERFORM FIND-POSTING-ACCOUNT.
           IF POST-ACCT-CLOSED
              ADD 1 TO REJECTED-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "NOT POSTED: ACCOUNT " DELIMITED BY SIZE
                     SORTED-TRANS-DATE DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF NOT DI-NOT-SUSPECT(ITEM-SUB)
              PERFORM HOLD-DUPLICATE-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF POST-ACCT-BLOCKED AND SORTED-DC-IND = "D"
              PERFORM HOLD-ONE-RECORD
           ELSE
              IF SORTED-DC-IND = "D"
                 COMPUTE WS-SIGNED-AMOUNT = 0 - SORTED-AMOUNT
              ELSE
                 MOVE SORTED-AMOUNT TO WS-SIGNED-AMOUNT
              END-IF
              ADD WS-SIGNED-AMOUNT TO PW-BALANCE
              REWRITE POSTING-WORK-RECORD
              MOVE SORTED-ACCOUNT-ID TO TH-ACCOUNT-ID
              MOVE SORTED-TRANS-DATE TO TH-TRANS-DATE
              MOVE SORTED-DC-IND TO TH-DC-IND
              MOVE SORTED-AMOUNT TO TH-AMOUNT
              MOVE PW-BALANCE TO TH-BALANCE
              WRITE HISTORY-RECORD
              MOVE "Y" TO WS-HIST-WRITTEN
              ADD 1 TO POSTED-COUNT
              ADD SORTED-AMOUNT TO POSTED-HASH
           END-IF.

       HOLD-ONE-RECORD.
           IF WS-HELD-OPEN = "N"
              OPEN EXTEND HELD-ITEMS-FILE
              IF WS-HELD-STATUS NOT = "00"
                 OPEN OUTPUT HELD-ITEMS-FILE
              END-IF
              IF WS-HELD-STATUS NOT = "00"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE "CANNOT OPEN HELDITEMS.DAT" TO WS-ABORT-REASON
                 MOVE "10" TO WS-SORTED-STATUS
                 EXIT PARAGRAPH
              END-IF
              MOVE "Y" TO WS-HELD-OPEN
           END-IF.
           MOVE SPACES TO HELD-ITEM-RECORD.
           MOVE SORTED-ACCOUNT-ID TO HELD-ACCOUNT-ID.
           MOVE SORTED-TRANS-DATE TO HELD-TRANS-DATE.
           MOVE SORTED-DC-IND TO HELD-DC-IND.
           MOVE SORTED-AMOUNT TO HELD-AMOUNT.
           MOVE WS-CURRENT-DATE(1:14) TO HELD-STAMP.
           MOVE "ACCOUNT BLOCKED FOR DEBITS" TO HELD-REASON.
           WRITE HELD-ITEM-RECORD.
           ADD 1 TO HELD-COUNT.
           ADD SORTED-AMOUNT TO HELD-HASH.
           MOVE SPACES TO REPORT-LINE.
           MOVE SORTED-AMOUNT TO ED-AMOUNT.
           STRING "HELD: ACCOUNT " DELIMITED BY SIZE
                  SORTED-ACCOUNT-ID DELIMITED BY SIZE
                  " IS BLOCKED, DEBIT " DELIMITED BY SIZE
                  ED-AMOUNT DELIMITED BY SIZE
                  " DATE " DELIMITED BY SIZE
                  SORTED-TRANS-DATE DELIMITED BY SIZE
                  " WRITTEN TO HELDITEMS.DAT" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       FIND-SUSPECTED-DUPLICATES.
           PERFORM READ-DUPLICATE-PARAMETERS.
           PERFORM LOAD-DUPLICATE-ITEMS.
           IF WS-RUN-IN-ERROR = "Y"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ITEM-SUB FROM 2 BY 1
                   UNTIL ITEM-SUB > DUP-ITEM-COUNT
                   PERFORM VARYING ITEM-SUB2 FROM 1 BY 1
                           UNTIL ITEM-SUB2 NOT < ITEM-SUB
                              OR DI-IN-EXTRACT(ITEM-SUB)
                           IF DI-ACCOUNT-ID(ITEM-SUB2)
                              = DI-ACCOUNT-ID(ITEM-SUB)
                              AND DI-TRANS-DATE(ITEM-SUB2)
                                  = DI-TRANS-DATE(ITEM-SUB)
                              AND DI-DC-IND(ITEM-SUB2)
                                  = DI-DC-IND(ITEM-SUB)
                              AND DI-AMOUNT(ITEM-SUB2)
                                  = DI-AMOUNT(ITEM-SUB)
                              MOVE "E" TO DI-SUSPECT(ITEM-SUB)
                              ADD 1 TO DUP-EXTRACT-COUNT
                           END-IF
                   END-PERFORM
           END-PERFORM.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
              PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                      READ TRAN-HISTORY-FILE
                         AT END
                            MOVE "10" TO WS-HIST-STATUS
                         NOT AT END
                            IF TH-TRANS-DATE NOT < DUP-WINDOW-START
                               AND (TH-DC-IND = "D" OR TH-DC-IND = "C")
                               PERFORM MATCH-HISTORY-LINE
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE TRAN-HISTORY-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUPLICATE CHECK : TRANHIST.DAT FROM "
                     DELIMITED BY SIZE
                  DUP-WINDOW-START DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  DUP-LOOKBACK-DAYS DELIMITED BY SIZE
                  " DAYS), " DELIMITED BY SIZE
                  DUP-HISTORY-COUNT DELIMITED BY SIZE
                  " ALREADY POSTED, " DELIMITED BY SIZE
                  DUP-EXTRACT-COUNT DELIMITED BY SIZE
                  " REPEATED IN EXTRACT" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       READ-DUPLICATE-PARAMETERS.
           OPEN INPUT DUPLICATE-PARM-FILE.
           IF WS-DUPPARM-STATUS = "00"
              READ DUPLICATE-PARM-FILE
                 AT END
                    MOVE SPACES TO DUPLICATE-PARM-RECORD
              END-READ
              IF DUPLICATE-PARM-RECORD(1:3) IS NUMERIC
                 MOVE DUPLICATE-PARM-RECORD(1:3) TO DUP-LOOKBACK-DAYS
              END-IF
              CLOSE DUPLICATE-PARM-FILE
           END-IF.
           MOVE CTL-EXTRACT-DATE TO DUP-WINDOW-START.
           IF FUNCTION TEST-DATE-YYYYMMDD(DUP-WINDOW-START) NOT = 0
              MOVE WS-CURRENT-DATE(1:8) TO DUP-WINDOW-START
           END-IF.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DUP-WINDOW-START)
                   - DUP-LOOKBACK-DAYS.
           COMPUTE DUP-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       LOAD-DUPLICATE-ITEMS.
           MOVE 0 TO DUP-ITEM-COUNT.
           OPEN INPUT SORTED-INPUT-FILE.
           IF WS-SORTED-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT REOPEN SORTED.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SORTED-STATUS NOT = "00"
                   READ SORTED-INPUT-FILE
                      AT END
                         MOVE "10" TO WS-SORTED-STATUS
                      NOT AT END
                         IF DUP-ITEM-COUNT < 9998
                            ADD 1 TO DUP-ITEM-COUNT
                            MOVE SORTED-ACCOUNT-ID
                               TO DI-ACCOUNT-ID(DUP-ITEM-COUNT)
                            MOVE SORTED-TRANS-DATE
                               TO DI-TRANS-DATE(DUP-ITEM-COUNT)
                            MOVE SORTED-DC-IND
                               TO DI-DC-IND(DUP-ITEM-COUNT)
                            MOVE SORTED-AMOUNT
                               TO DI-AMOUNT(DUP-ITEM-COUNT)
                            MOVE "N" TO DI-SUSPECT(DUP-ITEM-COUNT)
                         ELSE
                            MOVE "Y" TO WS-RUN-IN-ERROR
                            MOVE "SORTED.DAT TOO LARGE TO CHECK"
                               TO WS-ABORT-REASON
                            MOVE "10" TO WS-SORTED-STATUS
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE SORTED-INPUT-FILE.
           OPEN INPUT DUPLICATE-REVIEW-FILE.
           IF WS-DUPLICATE-STATUS = "00"
              PERFORM UNTIL WS-DUPLICATE-STATUS NOT = "00"
                      READ DUPLICATE-REVIEW-FILE
                         AT END
                            MOVE "10" TO WS-DUPLICATE-STATUS
                         NOT AT END
                            IF DR-REVIEW-ID IS NUMERIC
                               AND DR-REVIEW-ID > DUP-HIGH-ID
                               MOVE DR-REVIEW-ID TO DUP-HIGH-ID
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE DUPLICATE-REVIEW-FILE
           END-IF.

       MATCH-HISTORY-LINE.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > DUP-ITEM-COUNT
                   IF DI-NOT-SUSPECT(ITEM-SUB)
                      AND DI-ACCOUNT-ID(ITEM-SUB) = TH-ACCOUNT-ID
                      AND DI-TRANS-DATE(ITEM-SUB) = TH-TRANS-DATE
                      AND DI-DC-IND(ITEM-SUB) = TH-DC-IND
                      AND DI-AMOUNT(ITEM-SUB) = TH-AMOUNT
                      MOVE "H" TO DI-SUSPECT(ITEM-SUB)
                      ADD 1 TO DUP-HISTORY-COUNT
                   END-IF
           END-PERFORM.

       HOLD-DUPLICATE-RECORD.
           IF WS-DUPLICATE-OPEN = "N"
              OPEN EXTEND DUPLICATE-REVIEW-FILE
              IF WS-DUPLICATE-STATUS NOT = "00"
                 OPEN OUTPUT DUPLICATE-REVIEW-FILE
              END-IF
              IF WS-DUPLICATE-STATUS NOT = "00"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE "CANNOT OPEN DUPREVIEW.DAT" TO WS-ABORT-REASON
                 MOVE "10" TO WS-SORTED-STATUS
                 EXIT PARAGRAPH
              END-IF
              MOVE "Y" TO WS-DUPLICATE-OPEN
           END-IF.
           ADD 1 TO DUP-HIGH-ID.
           MOVE SPACES TO DUPLICATE-REVIEW-RECORD.
           MOVE SORTED-ACCOUNT-ID TO DR-ACCOUNT-ID.
           MOVE SORTED-TRANS-DATE TO DR-TRANS-DATE.
           MOVE SORTED-DC-IND TO DR-DC-IND.
           MOVE SORTED-AMOUNT TO DR-AMOUNT.
           MOVE DUP-HIGH-ID TO DR-REVIEW-ID.
           MOVE WS-CURRENT-DATE(1:14) TO DR-HELD-STAMP.
           IF DI-IN-HISTORY(ITEM-SUB)
              MOVE "SAME ITEM ALREADY IN TRANHIST" TO DR-REASON
           ELSE
              MOVE "SAME ITEM REPEATED IN EXTRACT" TO DR-REASON
           END-IF.
           MOVE "P" TO DR-STATUS.
           MOVE 0 TO DR-POST-DATE.
           WRITE DUPLICATE-REVIEW-RECORD.
           ADD 1 TO DUPLICATE-COUNT.
           ADD SORTED-AMOUNT TO DUPLICATE-HASH.
           MOVE SPACES TO REPORT-LINE.
           MOVE SORTED-AMOUNT TO ED-AMOUNT.
           STRING "SUSPECT DUPLICATE: ACCOUNT " DELIMITED BY SIZE
                  SORTED-ACCOUNT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SORTED-DC-IND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ED-AMOUNT DELIMITED BY SIZE
                  " DATE " DELIMITED BY SIZE
                  SORTED-TRANS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-REASON DELIMITED BY SIZE
                  " - REVIEW " DELIMITED BY SIZE
                  DR-REVIEW-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

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
           MOVE 0 TO PW-ACCOUNT-ID.
           START POSTING-WORK-FILE KEY IS NOT < PW-ACCOUNT-ID
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ POSTING-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         PERFORM SAVE-ONE-BALANCE
                   END-READ
           END-PERFORM.
           CLOSE ACCOUNT-BALANCE-FILE.

       SAVE-ONE-BALANCE.
           IF PW-BALANCE = PW-OPEN-BALANCE
              EXIT PARAGRAPH
           END-IF.
           MOVE PW-ACCOUNT-ID TO BAL-ACCOUNT-ID.
           MOVE PW-BALANCE TO BAL-AMOUNT.
           REWRITE BALANCE-RECORD
              INVALID KEY
                 WRITE BALANCE-RECORD
                    INVALID KEY
                       MOVE "Y" TO WS-RUN-IN-ERROR
                       MOVE "CANNOT REWRITE ACCTBAL.DAT"
                          TO WS-ABORT-REASON
                 END-WRITE
           END-REWRITE.

       RECORD-POSTED-EXTRACT.
           OPEN EXTEND POST-CONTROL-FILE.
           IF WS-POSTCTL-STATUS NOT = "00"
              MOVE "CANNOT WRITE POSTCTL.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF POST-SOURCE-COUNT = 0
              MOVE SPACES TO POST-CONTROL-RECORD
              MOVE CTL-EXTRACT-DATE TO PC-EXTRACT-DATE
              MOVE SORT-COUNT TO PC-COUNT
              COMPUTE PC-HASH = SORT-HASH * 100
              MOVE WS-CURRENT-DATE(1:14) TO PC-POSTED-STAMP
              WRITE POST-CONTROL-RECORD
           END-IF.
           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > POST-SOURCE-COUNT
                   MOVE SPACES TO POST-CONTROL-RECORD
                   MOVE PS-DATE(PS) TO PC-EXTRACT-DATE
                   MOVE PS-COUNT(PS) TO PC-COUNT
                   COMPUTE PC-HASH = PS-HASH(PS) * 100
                   MOVE WS-CURRENT-DATE(1:14) TO PC-POSTED-STAMP
                   MOVE PS-SYSTEM(PS) TO PC-SOURCE-SYSTEM
                   WRITE POST-CONTROL-RECORD
           END-PERFORM.
           CLOSE POST-CONTROL-FILE.

       WRITE-OVERLIMIT-REPORT.
           OPEN OUTPUT OVERLIMIT-REPORT-FILE.
           IF WS-OVERLIMIT-STATUS NOT = "00"
              DISPLAY "Cannot open OVERLIMIT.RPT, status "
                      WS-OVERLIMIT-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OVERLIMIT-LINE.
           STRING "OVER-LIMIT AND OVERDRAFT REPORT " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " EXTRACT DATE " DELIMITED BY SIZE
                  CTL-EXTRACT-DATE DELIMITED BY SIZE
                  INTO OVERLIMIT-LINE
           WRITE OVERLIMIT-LINE.
           MOVE SPACES TO OVERLIMIT-LINE.
           WRITE OVERLIMIT-LINE.
           MOVE 0 TO PW-ACCOUNT-ID.
           START POSTING-WORK-FILE KEY IS NOT < PW-ACCOUNT-ID
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ POSTING-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         PERFORM CHECK-ACCOUNT-OVER-LIMIT
                         IF NOT WS-IS-NOT-OVER
                            PERFORM WRITE-OVERLIMIT-ACCOUNT
                         END-IF
                   END-READ
           END-PERFORM.
           IF OVER-LIMIT-COUNT = 0 AND OVERDRAFT-COUNT = 0
              MOVE "NO ACCOUNT WENT OVER LIMIT OR INTO OVERDRAFT"
                 TO OVERLIMIT-LINE
              WRITE OVERLIMIT-LINE
           END-IF.
           MOVE SPACES TO OVERLIMIT-LINE.
           WRITE OVERLIMIT-LINE.
           MOVE HELD-HASH TO ED-HASH-TOTAL.
           STRING "TOTALS: " DELIMITED BY SIZE
                  OVER-LIMIT-COUNT DELIMITED BY SIZE
                  " OVER LIMIT, " DELIMITED BY SIZE
                  OVERDRAFT-COUNT DELIMITED BY SIZE
                  " INTO OVERDRAFT, " DELIMITED BY SIZE
                  HELD-COUNT DELIMITED BY SIZE
                  " DEBIT(S) HELD (HASH " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO OVERLIMIT-LINE
           WRITE OVERLIMIT-LINE.
           CLOSE OVERLIMIT-REPORT-FILE.

       CHECK-ACCOUNT-OVER-LIMIT.
           MOVE "N" TO WS-OVER-FLAG.
           IF PW-BALANCE NOT < 0
              OR PW-BALANCE NOT < PW-OPEN-BALANCE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LIMIT-FLOOR = 0 - PW-LIMIT.
           IF PW-BALANCE < WS-LIMIT-FLOOR
              MOVE "L" TO WS-OVER-FLAG
              COMPUTE WS-OVER-AMOUNT =
                      WS-LIMIT-FLOOR - PW-BALANCE
              ADD 1 TO OVER-LIMIT-COUNT
           ELSE
              IF PW-OPEN-BALANCE NOT < 0
                 MOVE "O" TO WS-OVER-FLAG
                 COMPUTE WS-OVER-AMOUNT = 0 - PW-BALANCE
                 ADD 1 TO OVERDRAFT-COUNT
              END-IF
           END-IF.

       WRITE-OVERLIMIT-ACCOUNT.
           MOVE PW-ACCOUNT-ID TO WS-REPORT-ACCOUNT.
           MOVE SPACES TO OVERLIMIT-LINE.
           STRING "ACCOUNT " DELIMITED BY SIZE
                  WS-REPORT-ACCOUNT DELIMITED BY SIZE
                  INTO OVERLIMIT-LINE.
           IF WS-IS-OVER-LIMIT
              MOVE "OVER LIMIT" TO OVERLIMIT-LINE(13:15)
           ELSE
              MOVE "INTO OVERDRAFT" TO OVERLIMIT-LINE(13:15)
           END-IF.
           MOVE "OPENING" TO OVERLIMIT-LINE(29:7).
           MOVE PW-OPEN-BALANCE TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO OVERLIMIT-LINE(37:14).
           MOVE "CLOSING" TO OVERLIMIT-LINE(52:7).
           MOVE PW-BALANCE TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO OVERLIMIT-LINE(60:14).
           MOVE "LIMIT" TO OVERLIMIT-LINE(75:5).
           MOVE PW-LIMIT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO OVERLIMIT-LINE(81:10).
           MOVE "OVER BY" TO OVERLIMIT-LINE(92:7).
           MOVE WS-OVER-AMOUNT TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO OVERLIMIT-LINE(100:14).
           WRITE OVERLIMIT-LINE.
           MOVE PW-OPEN-BALANCE TO WS-RUNNING-BAL.
           OPEN INPUT SORTED-INPUT-FILE.
           IF WS-SORTED-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ITEM-SUB.
           PERFORM UNTIL WS-SORTED-STATUS NOT = "00"
                   READ SORTED-INPUT-FILE
                      AT END
                         MOVE "10" TO WS-SORTED-STATUS
                      NOT AT END
                         ADD 1 TO ITEM-SUB
                         IF SORTED-ACCOUNT-ID = WS-REPORT-ACCOUNT
                            PERFORM WRITE-OVERLIMIT-ITEM
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE SORTED-INPUT-FILE.

       WRITE-OVERLIMIT-ITEM.
           IF POST-ACCT-BLOCKED AND SORTED-DC-IND = "D"
              EXIT PARAGRAPH
           END-IF.
           IF NOT DI-NOT-SUSPECT(ITEM-SUB)
              EXIT PARAGRAPH
           END-IF.
           IF SORTED-DC-IND = "D"
              SUBTRACT SORTED-AMOUNT FROM WS-RUNNING-BAL
           ELSE
              ADD SORTED-AMOUNT TO WS-RUNNING-BAL
           END-IF.
           MOVE SPACES TO OVERLIMIT-LINE.
           MOVE SORTED-TRANS-DATE TO OVERLIMIT-LINE(5:8).
           MOVE SORTED-DC-IND TO OVERLIMIT-LINE(14:1).
           MOVE SORTED-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO OVERLIMIT-LINE(16:10).
           MOVE "BALANCE" TO OVERLIMIT-LINE(29:7).
           MOVE WS-RUNNING-BAL TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO OVERLIMIT-LINE(37:14).
           IF SORTED-DC-IND = "D"
              AND WS-RUNNING-BAL < 0 - PW-LIMIT
              MOVE "OVER LIMIT" TO OVERLIMIT-LINE(52:10)
           ELSE
              IF SORTED-DC-IND = "D" AND WS-RUNNING-BAL < 0
                 MOVE "OVERDRAWN" TO OVERLIMIT-LINE(52:10)
              END-IF
           END-IF.
           WRITE OVERLIMIT-LINE.

       WRITE-POSTING-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           MOVE POSTED-HASH TO ED-HASH-TOTAL.
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  "), " DELIMITED BY SIZE
                  REJECTED-COUNT DELIMITED BY SIZE
                  " REJECTED, " DELIMITED BY SIZE
                  HELD-COUNT DELIMITED BY SIZE
                  " HELD, " DELIMITED BY SIZE
                  DUPLICATE-COUNT DELIMITED BY SIZE
                  " SUSPECT DUPLICATE(S)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           IF DUPLICATE-COUNT > 0
              MOVE SPACES TO REPORT-LINE
              MOVE DUPLICATE-HASH TO ED-HASH-TOTAL
              STRING "DUPREVIEW.DAT   : " DELIMITED BY SIZE
                     DUPLICATE-COUNT DELIMITED BY SIZE
                     " ITEM(S) HELD FOR REVIEW (HASH " DELIMITED BY SIZE
                     ED-HASH-TOTAL DELIMITED BY SIZE
                     ") - RELEASE OR DISCARD WITH DUPRELEASE"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERLIMIT.RPT   : " DELIMITED BY SIZE
                  OVER-LIMIT-COUNT DELIMITED BY SIZE
                  " OVER LIMIT, " DELIMITED BY SIZE
                  OVERDRAFT-COUNT DELIMITED BY SIZE
                  " INTO OVERDRAFT" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE "STATUS: POSTED IN BALANCE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY POSTED-COUNT " record(s) posted, "
                   REJECTED-COUNT " rejected, "
                   HELD-COUNT " held, "
                   DUPLICATE-COUNT " suspect duplicate(s). "
                   "See POSTRUN.RPT.".
           IF (REJECTED-COUNT > 0 OR HELD-COUNT > 0
               OR DUPLICATE-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
