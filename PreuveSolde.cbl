       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PROOF-REPORT-FILE ASSIGN TO "BALPROOF.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT PROOF-WORK-FILE ASSIGN TO "PROOFACCT.WRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRF-ACCOUNT-ID
              FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROOF-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       FD  PROOF-WORK-FILE.
       01  PROOF-WORK-RECORD.
           05 PRF-ACCOUNT-ID         PIC 9(8).
           05 PRF-REBUILT            PIC S9(11)V99.
           05 PRF-LAST-RUNNING       PIC S9(11)V99.
           05 PRF-ACCTBAL            PIC S9(11)V99.
           05 PRF-LINE-COUNT         PIC 9(7).
           05 PRF-HIST-SEEN          PIC X(1).
           05 PRF-BAL-SEEN           PIC X(1).
           05 PRF-MASTER-SEEN        PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS    PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-WORK-STATUS    PIC XX.
       01 WS-WORK-OPEN      PIC X(1) VALUE "N".
       01 WS-ACCOUNT-ID     PIC 9(8).
       01 HIST-LINE-COUNT   PIC 9(7) VALUE 0.
       01 ACCOUNT-COUNT     PIC 9(5) VALUE 0.
       01 EXCEPTION-COUNT   PIC 9(5) VALUE 0.
       01 OUT-OF-BAL-COUNT  PIC 9(5) VALUE 0.
       01 BROKEN-RUN-COUNT  PIC 9(5) VALUE 0.
       01 NO-MASTER-COUNT   PIC 9(5) VALUE 0.
       01 BAD-LINE-COUNT    PIC 9(5) VALUE 0.
       01 WS-SIGNED-AMOUNT  PIC S9(9)V99.
       01 WS-EXPECTED-BAL   PIC S9(11)V99.
       01 WS-DIFFERENCE     PIC S9(11)V99.
       01 REBUILT-TOTAL     PIC S9(13)V99 VALUE 0.
       01 ACCTBAL-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-ABORT-REASON   PIC X(60).
       01 WS-WORK-NAME      PIC X(14) VALUE "PROOFACCT.WRK".
       01 WS-CURRENT-DATE   PIC X(21).
       01 ED-NET-AMOUNT     PIC -(10)9.99.
       01 ED-NET-TOTAL      PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Balance Proof".
           OPEN OUTPUT PROOF-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open BALPROOF.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BALANCE PROOF RUN " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           PERFORM OPEN-PROOF-WORK-FILE.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM LOAD-ACCOUNT-MASTER
              PERFORM LOAD-ACCOUNT-BALANCES
              PERFORM REBUILD-FROM-HISTORY
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM COMPARE-ACCOUNT-BALANCES
              PERFORM WRITE-PROOF-TOTALS
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "PROOF ABANDONED: " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Balance proof abandoned: " WS-ABORT-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-WORK-OPEN = "Y"
              CLOSE PROOF-WORK-FILE
              CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
           END-IF.
           CLOSE PROOF-REPORT-FILE.
           GOBACK.

       OPEN-PROOF-WORK-FILE.
           OPEN OUTPUT PROOF-WORK-FILE.
           IF WS-WORK-STATUS = "00"
              CLOSE PROOF-WORK-FILE
              OPEN I-O PROOF-WORK-FILE
           END-IF.
           IF WS-WORK-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT CREATE PROOFACCT.WRK" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-WORK-OPEN.

       FIND-PROOF-ACCOUNT.
           MOVE WS-ACCOUNT-ID TO PRF-ACCOUNT-ID.
           READ PROOF-WORK-FILE
              INVALID KEY
                 MOVE WS-ACCOUNT-ID TO PRF-ACCOUNT-ID
                 MOVE 0 TO PRF-REBUILT PRF-LAST-RUNNING
                           PRF-ACCTBAL PRF-LINE-COUNT
                 MOVE "N" TO PRF-HIST-SEEN PRF-BAL-SEEN
                             PRF-MASTER-SEEN
                 WRITE PROOF-WORK-RECORD
           END-READ.

       LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS = "00"
              PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                      READ ACCOUNT-MASTER-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-ACCT-STATUS
                         NOT AT END
                            IF ACCT-ID-MASTER IS NUMERIC
                               MOVE ACCT-ID-MASTER TO WS-ACCOUNT-ID
                               PERFORM FIND-PROOF-ACCOUNT
                               MOVE "Y" TO PRF-MASTER-SEEN
                               REWRITE PROOF-WORK-RECORD
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       LOAD-ACCOUNT-BALANCES.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-BAL-STATUS = "00"
              PERFORM UNTIL WS-BAL-STATUS NOT = "00"
                      READ ACCOUNT-BALANCE-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-BAL-STATUS
                         NOT AT END
                            IF BAL-ACCOUNT-ID IS NUMERIC
                               AND BAL-AMOUNT IS NUMERIC
                               MOVE BAL-ACCOUNT-ID TO WS-ACCOUNT-ID
                               PERFORM FIND-PROOF-ACCOUNT
                               MOVE BAL-AMOUNT TO PRF-ACCTBAL
                               MOVE "Y" TO PRF-BAL-SEEN
                               REWRITE PROOF-WORK-RECORD
                               ADD BAL-AMOUNT TO ACCTBAL-TOTAL
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-BALANCE-FILE
           END-IF.

       REBUILD-FROM-HISTORY.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN TRANHIST.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ TRAN-HISTORY-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-HIST-STATUS
                      NOT AT END
                         ADD 1 TO HIST-LINE-COUNT
                         PERFORM PROVE-HISTORY-LINE
                   END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.

       PROVE-HISTORY-LINE.
           IF TH-ACCOUNT-ID NOT NUMERIC
              OR TH-AMOUNT NOT NUMERIC
              OR TH-BALANCE NOT NUMERIC
              OR (TH-DC-IND NOT = "D" AND TH-DC-IND NOT = "C"
                  AND TH-DC-IND NOT = "B")
              ADD 1 TO BAD-LINE-COUNT EXCEPTION-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "UNREADABLE HISTORY LINE " DELIMITED BY SIZE
                     HIST-LINE-COUNT DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     HISTORY-RECORD DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE TH-ACCOUNT-ID TO WS-ACCOUNT-ID.
           PERFORM FIND-PROOF-ACCOUNT.
           IF TH-DC-IND = "B"
              PERFORM PROVE-CARRY-FORWARD-LINE
              EXIT PARAGRAPH
           END-IF.
           IF TH-DC-IND = "D"
              COMPUTE WS-SIGNED-AMOUNT = 0 - TH-AMOUNT
           ELSE
              MOVE TH-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
           COMPUTE WS-EXPECTED-BAL =
                   PRF-LAST-RUNNING + WS-SIGNED-AMOUNT.
           IF TH-BALANCE NOT = WS-EXPECTED-BAL
              ADD 1 TO BROKEN-RUN-COUNT EXCEPTION-COUNT
              MOVE SPACES TO REPORT-LINE
              MOVE "BROKEN RUNNING BALANCE" TO REPORT-LINE(1:22)
              MOVE TH-ACCOUNT-ID TO REPORT-LINE(24:8)
              MOVE TH-TRANS-DATE TO REPORT-LINE(33:8)
              MOVE "LINE" TO REPORT-LINE(42:4)
              MOVE HIST-LINE-COUNT TO REPORT-LINE(47:7)
              MOVE "EXPECTED" TO REPORT-LINE(55:8)
              MOVE WS-EXPECTED-BAL TO ED-NET-AMOUNT
              MOVE ED-NET-AMOUNT TO REPORT-LINE(64:14)
              MOVE "RECORDED" TO REPORT-LINE(79:8)
              MOVE TH-BALANCE TO ED-NET-AMOUNT
              MOVE ED-NET-AMOUNT TO REPORT-LINE(88:14)
              WRITE REPORT-LINE
           END-IF.
           ADD WS-SIGNED-AMOUNT TO PRF-REBUILT.
           MOVE TH-BALANCE TO PRF-LAST-RUNNING.
           ADD 1 TO PRF-LINE-COUNT.
           MOVE "Y" TO PRF-HIST-SEEN.
           REWRITE PROOF-WORK-RECORD.

       PROVE-CARRY-FORWARD-LINE.
           IF PRF-HIST-SEEN = "Y"
              AND TH-BALANCE NOT = PRF-REBUILT
              ADD 1 TO BROKEN-RUN-COUNT EXCEPTION-COUNT
              MOVE SPACES TO REPORT-LINE
              MOVE "CARRY-FORWARD DISAGREES" TO REPORT-LINE(1:23)
              MOVE TH-ACCOUNT-ID TO REPORT-LINE(25:8)
              MOVE TH-TRANS-DATE TO REPORT-LINE(34:8)
              MOVE "LINE" TO REPORT-LINE(43:4)
              MOVE HIST-LINE-COUNT TO REPORT-LINE(48:7)
              MOVE "EXPECTED" TO REPORT-LINE(56:8)
              MOVE PRF-REBUILT TO ED-NET-AMOUNT
              MOVE ED-NET-AMOUNT TO REPORT-LINE(65:14)
              MOVE "RECORDED" TO REPORT-LINE(80:8)
              MOVE TH-BALANCE TO ED-NET-AMOUNT
              MOVE ED-NET-AMOUNT TO REPORT-LINE(89:14)
              WRITE REPORT-LINE
           END-IF.
           IF PRF-HIST-SEEN NOT = "Y"
              MOVE TH-BALANCE TO PRF-REBUILT
           END-IF.
           MOVE TH-BALANCE TO PRF-LAST-RUNNING.
           ADD 1 TO PRF-LINE-COUNT.
           MOVE "Y" TO PRF-HIST-SEEN.
           REWRITE PROOF-WORK-RECORD.

       COMPARE-ACCOUNT-BALANCES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ACCOUNT" TO REPORT-LINE(1:7).
           MOVE "LINES" TO REPORT-LINE(16:5).
           MOVE "REBUILT" TO REPORT-LINE(32:7).
           MOVE "ACCTBAL.DAT" TO REPORT-LINE(43:11).
           MOVE "DIFFERENCE" TO REPORT-LINE(58:10).
           MOVE "EXCEPTION" TO REPORT-LINE(71:9).
           WRITE REPORT-LINE.
           MOVE 0 TO PRF-ACCOUNT-ID.
           START PROOF-WORK-FILE KEY IS NOT < PRF-ACCOUNT-ID
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ PROOF-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         IF PRF-HIST-SEEN = "Y" OR PRF-BAL-SEEN = "Y"
                            PERFORM COMPARE-ONE-ACCOUNT
                         END-IF
                   END-READ
           END-PERFORM.

       COMPARE-ONE-ACCOUNT.
           ADD 1 TO ACCOUNT-COUNT.
           ADD PRF-REBUILT TO REBUILT-TOTAL.
           COMPUTE WS-DIFFERENCE = PRF-ACCTBAL - PRF-REBUILT.
           IF WS-DIFFERENCE NOT = 0
              ADD 1 TO OUT-OF-BAL-COUNT EXCEPTION-COUNT
              PERFORM BUILD-ACCOUNT-LINE
              MOVE "OUT OF BALANCE" TO REPORT-LINE(71:14)
              WRITE REPORT-LINE
           END-IF.
           IF PRF-HIST-SEEN = "Y" AND PRF-MASTER-SEEN NOT = "Y"
              ADD 1 TO NO-MASTER-COUNT EXCEPTION-COUNT
              PERFORM BUILD-ACCOUNT-LINE
              MOVE "HISTORY BUT NO ACCTMASTER.DAT ENTRY"
                 TO REPORT-LINE(71:35)
              WRITE REPORT-LINE
           END-IF.

       BUILD-ACCOUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE PRF-ACCOUNT-ID TO REPORT-LINE(1:8).
           MOVE PRF-LINE-COUNT TO REPORT-LINE(14:7).
           MOVE PRF-REBUILT TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(25:14).
           MOVE PRF-ACCTBAL TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(40:14).
           MOVE WS-DIFFERENCE TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(55:14).

       WRITE-PROOF-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS: " DELIMITED BY SIZE
                  HIST-LINE-COUNT DELIMITED BY SIZE
                  " HISTORY LINE(S), " DELIMITED BY SIZE
                  ACCOUNT-COUNT DELIMITED BY SIZE
                  " ACCOUNT(S), " DELIMITED BY SIZE
                  EXCEPTION-COUNT DELIMITED BY SIZE
                  " EXCEPTION(S)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXCEPTIONS: " DELIMITED BY SIZE
                  OUT-OF-BAL-COUNT DELIMITED BY SIZE
                  " OUT OF BALANCE, " DELIMITED BY SIZE
                  BROKEN-RUN-COUNT DELIMITED BY SIZE
                  " BROKEN RUNNING BALANCE, " DELIMITED BY SIZE
                  NO-MASTER-COUNT DELIMITED BY SIZE
                  " NO MASTER, " DELIMITED BY SIZE
                  BAD-LINE-COUNT DELIMITED BY SIZE
                  " UNREADABLE" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE REBUILT-TOTAL TO ED-NET-TOTAL.
           STRING "REBUILT FROM TRANHIST.DAT : " DELIMITED BY SIZE
                  ED-NET-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ACCTBAL-TOTAL TO ED-NET-TOTAL.
           STRING "HELD ON ACCTBAL.DAT       : " DELIMITED BY SIZE
                  ED-NET-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           IF EXCEPTION-COUNT = 0
              MOVE "STATUS: IN BALANCE" TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Balance proof in balance, " ACCOUNT-COUNT
                      " account(s). See BALPROOF.RPT."
           ELSE
              MOVE "STATUS: OUT OF BALANCE" TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Balance proof found " EXCEPTION-COUNT
                      " exception(s). See BALPROOF.RPT."
              MOVE 8 TO RETURN-CODE
           END-IF.
