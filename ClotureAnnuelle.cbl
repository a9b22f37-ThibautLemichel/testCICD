       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-STATUS.

           SELECT CLOSE-WORK-FILE ASSIGN TO "TRANCLOS.WRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORK-STATUS.

           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "TRANARCH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANARCH-STATUS.

           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BAL-ACCOUNT-ID
              FILE STATUS IS WS-BAL-STATUS.

           SELECT CLOSE-PARM-FILE ASSIGN TO "CLOSEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "YEARCLOSE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT ACCOUNT-CLOSE-FILE ASSIGN TO "ACCTCLOS.WRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-ACCOUNT-ID
              FILE STATUS IS WS-CLOSE-STATUS.

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

       FD  HISTORY-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 AR-ACCOUNT-ID          PIC 9(8).
           05 AR-TRANS-DATE          PIC 9(8).
           05 AR-DC-IND              PIC X(1).
           05 AR-AMOUNT              PIC 9(7)V99.
           05 AR-BALANCE             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  CLOSE-WORK-FILE.
       01  WORK-RECORD.
           05 WK-ACCOUNT-ID          PIC 9(8).
           05 WK-TRANS-DATE          PIC 9(8).
           05 WK-DC-IND              PIC X(1).
           05 WK-AMOUNT              PIC 9(7)V99.
           05 WK-BALANCE             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-CONTROL-RECORD.
           05 TA-YEAR                PIC 9(4).
           05 FILLER                 PIC X(1).
           05 TA-FILE-NAME           PIC X(20).
           05 FILLER                 PIC X(1).
           05 TA-RECORD-COUNT        PIC 9(7).
           05 FILLER                 PIC X(1).
           05 TA-CARRIED-COUNT       PIC 9(5).
           05 FILLER                 PIC X(1).
           05 TA-CARRIED-TOTAL       PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(1).
           05 TA-CLOSE-STAMP         PIC X(14).

       FD  ACCOUNT-BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BAL-ACCOUNT-ID         PIC 9(8).
           05 BAL-AMOUNT             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       FD  CLOSE-PARM-FILE.
       01  CLOSE-PARM-RECORD         PIC X(80).

       FD  CLOSE-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       FD  ACCOUNT-CLOSE-FILE.
       01  ACCOUNT-CLOSE-RECORD.
           05 CL-ACCOUNT-ID          PIC 9(8).
           05 CL-ACCTBAL             PIC S9(11)V99.
           05 CL-ARCH-RUNNING        PIC S9(11)V99.
           05 CL-LIVE-RUNNING        PIC S9(11)V99.
           05 CL-REBUILT             PIC S9(11)V99.
           05 CL-ARCH-SEEN           PIC X(1).
           05 CL-PROOF-SEEN          PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS    PIC XX.
       01 WS-ARCH-STATUS    PIC XX.
       01 WS-WORK-STATUS    PIC XX.
       01 WS-TRANARCH-STATUS PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-PARM-STATUS    PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-CLOSE-STATUS   PIC XX.
       01 WS-CLOSE-OPEN     PIC X(1) VALUE "N".
       01 WS-ARCHIVE-NAME   PIC X(20).
       01 WS-ACCOUNT-ID     PIC 9(8).
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-RUN-YEAR       PIC 9(4).
       01 WS-CLOSE-YEAR     PIC 9(4) VALUE 0.
       01 WS-NEXT-YEAR      PIC 9(4) VALUE 0.
       01 WS-LAST-ARCHIVED  PIC 9(4) VALUE 0.
       01 WS-EARLIEST-YEAR  PIC 9(4) VALUE 0.
       01 WS-RECORD-YEAR    PIC 9(4).
       01 WS-CARRY-DATE     PIC 9(8).
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-HIST-REWRITTEN PIC X(1) VALUE "N".
       01 WS-RUN-FIRST-YEAR PIC 9(4) VALUE 0.
       01 WS-ABORT-REASON   PIC X(60).
       01 WS-WORK-NAME      PIC X(13) VALUE "ACCTCLOS.WRK".
       01 WS-HIST-WORK-NAME PIC X(13) VALUE "TRANCLOS.WRK".
       01 WS-PROOF-MODE     PIC X(1).
          88 WS-PROVING-BEFORE      VALUE "B".
          88 WS-PROVING-AFTER       VALUE "A".
       01 WS-SIGNED-AMOUNT  PIC S9(9)V99.
       01 WS-DIFFERENCE     PIC S9(11)V99.
       01 YEARS-CLOSED      PIC 9(3) VALUE 0.
       01 PROOF-ERRORS      PIC 9(5) VALUE 0.
       01 LINES-READ        PIC 9(7).
       01 LINES-ARCHIVED    PIC 9(7).
       01 LINES-KEPT        PIC 9(7).
       01 OLD-CARRIED-COUNT PIC 9(5).
       01 LATE-ITEM-COUNT   PIC 9(5).
       01 RESTATED-COUNT    PIC 9(7).
       01 CARRIED-COUNT     PIC 9(5).
       01 CARRIED-TOTAL     PIC S9(13)V99.
       01 PROOF-LINE-COUNT  PIC 9(7).
       01 ACCTBAL-TOTAL     PIC S9(13)V99.
       01 REBUILT-TOTAL     PIC S9(13)V99.
       01 ED-COUNT          PIC Z(6)9.
       01 ED-NET-AMOUNT     PIC -(10)9.99.
       01 ED-NET-TOTAL      PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Year-End Close of Transaction History".
           OPEN OUTPUT CLOSE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open YEARCLOSE.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM READ-CLOSE-PARAMETERS.
           MOVE SPACES TO REPORT-LINE.
           STRING "YEAR-END CLOSE RUN " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " CLOSING THROUGH " DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CLOSE-YEAR NOT < WS-RUN-YEAR
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT CLOSE A YEAR THAT HAS NOT ENDED"
                 TO WS-ABORT-REASON
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM OPEN-ACCOUNT-CLOSE-FILE
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM LOAD-ARCHIVE-CONTROL
              PERFORM LOAD-ACCOUNT-BALANCES
              MOVE "B" TO WS-PROOF-MODE
              PERFORM PROVE-LIVE-HISTORY
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              IF WS-LAST-ARCHIVED > 0
                 COMPUTE WS-NEXT-YEAR = WS-LAST-ARCHIVED + 1
              ELSE
                 MOVE WS-EARLIEST-YEAR TO WS-NEXT-YEAR
              END-IF
              IF WS-NEXT-YEAR = 0 OR WS-NEXT-YEAR > WS-CLOSE-YEAR
                 MOVE "NO HISTORY DUE FOR ARCHIVING" TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              PERFORM UNTIL WS-NEXT-YEAR = 0
                         OR WS-NEXT-YEAR > WS-CLOSE-YEAR
                         OR WS-RUN-IN-ERROR = "Y"
                      PERFORM CLOSE-ONE-YEAR
                      ADD 1 TO WS-NEXT-YEAR
              END-PERFORM
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              MOVE SPACES TO REPORT-LINE
              STRING "TOTALS: " DELIMITED BY SIZE
                     YEARS-CLOSED DELIMITED BY SIZE
                     " YEAR(S) CLOSED, " DELIMITED BY SIZE
                     PROOF-ERRORS DELIMITED BY SIZE
                     " PROOF EXCEPTION(S)" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "STATUS: ARCHIVE AND LIVE HISTORY IN BALANCE"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY YEARS-CLOSED " year(s) closed. "
                      "See YEARCLOSE.RPT."
              CALL "CBL_DELETE_FILE" USING WS-HIST-WORK-NAME
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "YEAR-END CLOSE ABANDONED: " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Year-end close abandoned: " WS-ABORT-REASON
              IF WS-HIST-REWRITTEN = "Y"
                 PERFORM WRITE-RESTORE-INSTRUCTIONS
              END-IF
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CLOSE-OPEN = "Y"
              CLOSE ACCOUNT-CLOSE-FILE
              CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
           END-IF.
           CLOSE CLOSE-REPORT-FILE.
           GOBACK.

       READ-CLOSE-PARAMETERS.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YEAR.
           COMPUTE WS-CLOSE-YEAR = WS-RUN-YEAR - 1.
           OPEN INPUT CLOSE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ CLOSE-PARM-FILE
                 AT END
                    MOVE SPACES TO CLOSE-PARM-RECORD
              END-READ
              IF CLOSE-PARM-RECORD(1:4) IS NUMERIC
                 MOVE CLOSE-PARM-RECORD(1:4) TO WS-CLOSE-YEAR
              END-IF
              CLOSE CLOSE-PARM-FILE
           END-IF.

       LOAD-ARCHIVE-CONTROL.
           OPEN INPUT ARCHIVE-CONTROL-FILE.
           IF WS-TRANARCH-STATUS = "00"
              PERFORM UNTIL WS-TRANARCH-STATUS NOT = "00"
                      READ ARCHIVE-CONTROL-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-TRANARCH-STATUS
                         NOT AT END
                            IF TA-YEAR IS NUMERIC
                               AND TA-YEAR > WS-LAST-ARCHIVED
                               MOVE TA-YEAR TO WS-LAST-ARCHIVED
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE ARCHIVE-CONTROL-FILE
           END-IF.
           IF WS-LAST-ARCHIVED > 0
              MOVE SPACES TO REPORT-LINE
              STRING "LAST YEAR ALREADY ARCHIVED: " DELIMITED BY SIZE
                     WS-LAST-ARCHIVED DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       OPEN-ACCOUNT-CLOSE-FILE.
           OPEN OUTPUT ACCOUNT-CLOSE-FILE.
           IF WS-CLOSE-STATUS = "00"
              CLOSE ACCOUNT-CLOSE-FILE
              OPEN I-O ACCOUNT-CLOSE-FILE
           END-IF.
           IF WS-CLOSE-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT CREATE ACCTCLOS.WRK" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CLOSE-OPEN.

       FIND-CLOSE-ACCOUNT.
           MOVE WS-ACCOUNT-ID TO CL-ACCOUNT-ID.
           READ ACCOUNT-CLOSE-FILE
              INVALID KEY
                 MOVE WS-ACCOUNT-ID TO CL-ACCOUNT-ID
                 MOVE 0 TO CL-ACCTBAL CL-ARCH-RUNNING CL-LIVE-RUNNING
                           CL-REBUILT
                 MOVE "N" TO CL-ARCH-SEEN CL-PROOF-SEEN
                 WRITE ACCOUNT-CLOSE-RECORD
           END-READ.

       START-ACCOUNT-CLOSE-FILE.
           MOVE 0 TO CL-ACCOUNT-ID.
           START ACCOUNT-CLOSE-FILE KEY IS NOT < CL-ACCOUNT-ID
              INVALID KEY
                 MOVE "10" TO WS-CLOSE-STATUS
           END-START.

       CLEAR-PROOF-FIELDS.
           PERFORM START-ACCOUNT-CLOSE-FILE.
           PERFORM UNTIL WS-CLOSE-STATUS NOT = "00"
                   READ ACCOUNT-CLOSE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-CLOSE-STATUS
                      NOT AT END
                         MOVE 0 TO CL-REBUILT
                         MOVE "N" TO CL-PROOF-SEEN
                         REWRITE ACCOUNT-CLOSE-RECORD
                   END-READ
           END-PERFORM.

       LOAD-ACCOUNT-BALANCES.
           MOVE 0 TO ACCTBAL-TOTAL.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-BAL-STATUS = "00"
              PERFORM UNTIL WS-BAL-STATUS NOT = "00"
                      READ ACCOUNT-BALANCE-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-BAL-STATUS
                         NOT AT END
                            MOVE BAL-ACCOUNT-ID TO WS-ACCOUNT-ID
                            PERFORM FIND-CLOSE-ACCOUNT
                            MOVE BAL-AMOUNT TO CL-ACCTBAL
                            REWRITE ACCOUNT-CLOSE-RECORD
                            ADD BAL-AMOUNT TO ACCTBAL-TOTAL
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-BALANCE-FILE
           END-IF.

       PROVE-LIVE-HISTORY.
           MOVE 0 TO PROOF-LINE-COUNT REBUILT-TOTAL.
           PERFORM CLEAR-PROOF-FIELDS.
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
                         PERFORM REBUILD-LIVE-LINE
                   END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.
           PERFORM START-ACCOUNT-CLOSE-FILE.
           PERFORM UNTIL WS-CLOSE-STATUS NOT = "00"
                   READ ACCOUNT-CLOSE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-CLOSE-STATUS
                      NOT AT END
                         ADD CL-REBUILT TO REBUILT-TOTAL
                         IF CL-REBUILT NOT = CL-ACCTBAL
                            PERFORM WRITE-LIVE-DIFFERENCE
                         END-IF
                   END-READ
           END-PERFORM.
           IF WS-PROVING-BEFORE AND PROOF-ERRORS > 0
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "TRANHIST.DAT DOES NOT AGREE WITH ACCTBAL.DAT"
                 TO WS-ABORT-REASON
           END-IF.

       REBUILD-LIVE-LINE.
           ADD 1 TO PROOF-LINE-COUNT.
           MOVE TH-ACCOUNT-ID TO WS-ACCOUNT-ID.
           PERFORM FIND-CLOSE-ACCOUNT.
           IF TH-DC-IND = "B"
              IF CL-PROOF-SEEN = "N"
                 MOVE TH-BALANCE TO CL-REBUILT
              END-IF
           ELSE
              IF TH-DC-IND = "D"
                 SUBTRACT TH-AMOUNT FROM CL-REBUILT
              ELSE
                 ADD TH-AMOUNT TO CL-REBUILT
              END-IF
              MOVE TH-TRANS-DATE(1:4) TO WS-RECORD-YEAR
              IF WS-EARLIEST-YEAR = 0
                 OR WS-RECORD-YEAR < WS-EARLIEST-YEAR
                 MOVE WS-RECORD-YEAR TO WS-EARLIEST-YEAR
              END-IF
           END-IF.
           MOVE "Y" TO CL-PROOF-SEEN.
           REWRITE ACCOUNT-CLOSE-RECORD.

       WRITE-LIVE-DIFFERENCE.
           ADD 1 TO PROOF-ERRORS.
           COMPUTE WS-DIFFERENCE = CL-ACCTBAL - CL-REBUILT.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ACCOUNT" TO REPORT-LINE(1:7).
           MOVE CL-ACCOUNT-ID TO REPORT-LINE(9:8).
           IF WS-PROVING-BEFORE
              MOVE "BEFORE CLOSE" TO REPORT-LINE(18:12)
           ELSE
              MOVE "AFTER CLOSE" TO REPORT-LINE(18:12)
           END-IF.
           MOVE "TRANHIST.DAT" TO REPORT-LINE(31:12).
           MOVE CL-REBUILT TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(44:14).
           MOVE "ACCTBAL.DAT" TO REPORT-LINE(59:11).
           MOVE CL-ACCTBAL TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(71:14).
           MOVE "DIFFERENCE" TO REPORT-LINE(86:10).
           MOVE WS-DIFFERENCE TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(97:14).
           WRITE REPORT-LINE.

       CLOSE-ONE-YEAR.
           IF WS-RUN-FIRST-YEAR = 0
              MOVE WS-NEXT-YEAR TO WS-RUN-FIRST-YEAR
           END-IF.
           MOVE "N" TO WS-HIST-REWRITTEN.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "TRANHIST." DELIMITED BY SIZE
                  WS-NEXT-YEAR DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME.
           COMPUTE WS-CARRY-DATE = (WS-NEXT-YEAR + 1) * 10000 + 101.
           MOVE 0 TO LINES-READ LINES-ARCHIVED LINES-KEPT
                     OLD-CARRIED-COUNT LATE-ITEM-COUNT RESTATED-COUNT
                     CARRIED-COUNT CARRIED-TOTAL.
           PERFORM START-ACCOUNT-CLOSE-FILE.
           PERFORM UNTIL WS-CLOSE-STATUS NOT = "00"
                   READ ACCOUNT-CLOSE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-CLOSE-STATUS
                      NOT AT END
                         MOVE 0 TO CL-ARCH-RUNNING CL-LIVE-RUNNING
                         MOVE "N" TO CL-ARCH-SEEN
                         REWRITE ACCOUNT-CLOSE-RECORD
                   END-READ
           END-PERFORM.
           PERFORM SPLIT-HISTORY-FILE.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM REWRITE-LIVE-HISTORY
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM REGISTER-ARCHIVE
              PERFORM PROVE-ARCHIVE-FILE
              MOVE "A" TO WS-PROOF-MODE
              PERFORM PROVE-LIVE-HISTORY
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM WRITE-YEAR-SUMMARY
              ADD 1 TO YEARS-CLOSED
              IF PROOF-ERRORS > 0
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE "ARCHIVE PLUS LIVE HISTORY DOES NOT PROVE"
                    TO WS-ABORT-REASON
              END-IF
           END-IF.

       WRITE-RESTORE-INSTRUCTIONS.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANHIST.DAT HAS ALREADY BEEN REWRITTEN - RESTORE "
                     DELIMITED BY SIZE
                  "TRANHIST.DAT AND TRANARCH.DAT FROM THE PRE-CLOSE "
                     DELIMITED BY SIZE
                  "COPY" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "Restore TRANHIST.DAT and TRANARCH.DAT from the "
                   "pre-close copy".
           MOVE SPACES TO REPORT-LINE.
           IF WS-RUN-FIRST-YEAR < WS-NEXT-YEAR - 1
              STRING "AND DELETE TRANHIST." DELIMITED BY SIZE
                     WS-RUN-FIRST-YEAR DELIMITED BY SIZE
                     " TO " DELIMITED BY SIZE
                     WS-ARCHIVE-NAME DELIMITED BY SPACE
                     " BEFORE RERUNNING" DELIMITED BY SIZE
                     INTO REPORT-LINE
              DISPLAY "and delete TRANHIST." WS-RUN-FIRST-YEAR
                      " to " FUNCTION TRIM(WS-ARCHIVE-NAME)
                      " before rerunning."
           ELSE
              STRING "AND DELETE " DELIMITED BY SIZE
                     WS-ARCHIVE-NAME DELIMITED BY SPACE
                     " BEFORE RERUNNING" DELIMITED BY SIZE
                     INTO REPORT-LINE
              DISPLAY "and delete " FUNCTION TRIM(WS-ARCHIVE-NAME)
                      " before rerunning."
           END-IF.
           WRITE REPORT-LINE.

       SPLIT-HISTORY-FILE.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN TRANHIST.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HISTORY-ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT CREATE YEARLY ARCHIVE FILE"
                 TO WS-ABORT-REASON
              CLOSE TRAN-HISTORY-FILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CLOSE-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN TRANCLOS.WRK" TO WS-ABORT-REASON
              CLOSE TRAN-HISTORY-FILE HISTORY-ARCHIVE-FILE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ TRAN-HISTORY-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-HIST-STATUS
                      NOT AT END
                         ADD 1 TO LINES-READ
                         PERFORM SPLIT-ONE-LINE
                   END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.
           CLOSE HISTORY-ARCHIVE-FILE.
           CLOSE CLOSE-WORK-FILE.

       SPLIT-ONE-LINE.
           MOVE TH-TRANS-DATE(1:4) TO WS-RECORD-YEAR.
           IF WS-RECORD-YEAR > WS-NEXT-YEAR
              MOVE HISTORY-RECORD TO WORK-RECORD
              WRITE WORK-RECORD
              ADD 1 TO LINES-KEPT
              EXIT PARAGRAPH
           END-IF.
           MOVE TH-ACCOUNT-ID TO WS-ACCOUNT-ID.
           PERFORM FIND-CLOSE-ACCOUNT.
           MOVE HISTORY-RECORD TO ARCHIVE-RECORD.
           IF TH-DC-IND = "B"
              ADD 1 TO OLD-CARRIED-COUNT
              IF CL-ARCH-SEEN = "N"
                 MOVE TH-BALANCE TO CL-ARCH-RUNNING
              END-IF
           ELSE
              IF WS-RECORD-YEAR < WS-NEXT-YEAR
                 ADD 1 TO LATE-ITEM-COUNT
              END-IF
              IF TH-DC-IND = "D"
                 SUBTRACT TH-AMOUNT FROM CL-ARCH-RUNNING
              ELSE
                 ADD TH-AMOUNT TO CL-ARCH-RUNNING
              END-IF
              IF TH-BALANCE NOT = CL-ARCH-RUNNING
                 ADD 1 TO RESTATED-COUNT
                 MOVE CL-ARCH-RUNNING TO AR-BALANCE
              END-IF
           END-IF.
           MOVE "Y" TO CL-ARCH-SEEN.
           REWRITE ACCOUNT-CLOSE-RECORD.
           WRITE ARCHIVE-RECORD.
           ADD 1 TO LINES-ARCHIVED.

       REWRITE-LIVE-HISTORY.
           OPEN INPUT CLOSE-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT REOPEN TRANCLOS.WRK" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TRAN-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT REWRITE TRANHIST.DAT" TO WS-ABORT-REASON
              CLOSE CLOSE-WORK-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-HIST-REWRITTEN.
           PERFORM START-ACCOUNT-CLOSE-FILE.
           PERFORM UNTIL WS-CLOSE-STATUS NOT = "00"
                   READ ACCOUNT-CLOSE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-CLOSE-STATUS
                      NOT AT END
                         PERFORM WRITE-CARRY-FORWARD
                   END-READ
           END-PERFORM.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ CLOSE-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         PERFORM RESTATE-KEPT-LINE
                   END-READ
           END-PERFORM.
           CLOSE CLOSE-WORK-FILE.
           CLOSE TRAN-HISTORY-FILE.

       WRITE-CARRY-FORWARD.
           MOVE CL-ARCH-RUNNING TO CL-LIVE-RUNNING.
           REWRITE ACCOUNT-CLOSE-RECORD.
           IF CL-ARCH-RUNNING NOT = 0
              MOVE CL-ACCOUNT-ID TO TH-ACCOUNT-ID
              MOVE WS-CARRY-DATE TO TH-TRANS-DATE
              MOVE "B" TO TH-DC-IND
              MOVE 0 TO TH-AMOUNT
              MOVE CL-ARCH-RUNNING TO TH-BALANCE
              WRITE HISTORY-RECORD
              ADD 1 TO CARRIED-COUNT
              ADD CL-ARCH-RUNNING TO CARRIED-TOTAL
           END-IF.

       RESTATE-KEPT-LINE.
           MOVE WORK-RECORD TO HISTORY-RECORD.
           MOVE TH-ACCOUNT-ID TO WS-ACCOUNT-ID.
           PERFORM FIND-CLOSE-ACCOUNT.
           IF TH-DC-IND = "D"
              SUBTRACT TH-AMOUNT FROM CL-LIVE-RUNNING
           ELSE
              IF TH-DC-IND = "C"
                 ADD TH-AMOUNT TO CL-LIVE-RUNNING
              END-IF
           END-IF.
           IF TH-DC-IND NOT = "B"
              AND TH-BALANCE NOT = CL-LIVE-RUNNING
              ADD 1 TO RESTATED-COUNT
              MOVE CL-LIVE-RUNNING TO TH-BALANCE
           END-IF.
           REWRITE ACCOUNT-CLOSE-RECORD.
           WRITE HISTORY-RECORD.

       REGISTER-ARCHIVE.
           OPEN EXTEND ARCHIVE-CONTROL-FILE.
           IF WS-TRANARCH-STATUS NOT = "00"
              OPEN OUTPUT ARCHIVE-CONTROL-FILE
           END-IF
           IF WS-TRANARCH-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT WRITE TRANARCH.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ARCHIVE-CONTROL-RECORD.
           MOVE WS-NEXT-YEAR TO TA-YEAR.
           MOVE WS-ARCHIVE-NAME TO TA-FILE-NAME.
           MOVE LINES-ARCHIVED TO TA-RECORD-COUNT.
           MOVE CARRIED-COUNT TO TA-CARRIED-COUNT.
           MOVE CARRIED-TOTAL TO TA-CARRIED-TOTAL.
           MOVE WS-CURRENT-DATE(1:14) TO TA-CLOSE-STAMP.
           WRITE ARCHIVE-CONTROL-RECORD.
           CLOSE ARCHIVE-CONTROL-FILE.
           MOVE WS-NEXT-YEAR TO WS-LAST-ARCHIVED.

       PROVE-ARCHIVE-FILE.
           MOVE 0 TO PROOF-LINE-COUNT.
           PERFORM CLEAR-PROOF-FIELDS.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT REOPEN YEARLY ARCHIVE FILE"
                 TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ HISTORY-ARCHIVE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ARCH-STATUS
                      NOT AT END
                         PERFORM REBUILD-ARCHIVE-LINE
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-ARCHIVE-FILE.
           IF PROOF-LINE-COUNT NOT = LINES-ARCHIVED
              ADD 1 TO PROOF-ERRORS
              MOVE SPACES TO REPORT-LINE
              STRING "ARCHIVE " DELIMITED BY SIZE
                     WS-ARCHIVE-NAME DELIMITED BY SPACE
                     " HOLDS " DELIMITED BY SIZE
                     PROOF-LINE-COUNT DELIMITED BY SIZE
                     " LINE(S), " DELIMITED BY SIZE
                     LINES-ARCHIVED DELIMITED BY SIZE
                     " WERE WRITTEN" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF LINES-READ NOT = LINES-ARCHIVED + LINES-KEPT
              ADD 1 TO PROOF-ERRORS
              MOVE SPACES TO REPORT-LINE
              STRING "LINES READ " DELIMITED BY SIZE
                     LINES-READ DELIMITED BY SIZE
                     " DO NOT EQUAL ARCHIVED PLUS KEPT"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM START-ACCOUNT-CLOSE-FILE.
           PERFORM UNTIL WS-CLOSE-STATUS NOT = "00"
                   READ ACCOUNT-CLOSE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-CLOSE-STATUS
                      NOT AT END
                         IF CL-REBUILT NOT = CL-ARCH-RUNNING
                            PERFORM WRITE-ARCHIVE-DIFFERENCE
                         END-IF
                   END-READ
           END-PERFORM.

       WRITE-ARCHIVE-DIFFERENCE.
           ADD 1 TO PROOF-ERRORS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ACCOUNT" TO REPORT-LINE(1:7).
           MOVE CL-ACCOUNT-ID TO REPORT-LINE(9:8).
           MOVE "ARCHIVE" TO REPORT-LINE(18:7).
           MOVE CL-REBUILT TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(26:14).
           MOVE "CARRIED FORWARD" TO REPORT-LINE(41:15).
           MOVE CL-ARCH-RUNNING TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(57:14).
           WRITE REPORT-LINE.

       REBUILD-ARCHIVE-LINE.
           ADD 1 TO PROOF-LINE-COUNT.
           MOVE AR-ACCOUNT-ID TO WS-ACCOUNT-ID.
           PERFORM FIND-CLOSE-ACCOUNT.
           EVALUATE AR-DC-IND
              WHEN "B"
                 IF CL-PROOF-SEEN = "N"
                    MOVE AR-BALANCE TO CL-REBUILT
                 END-IF
              WHEN "D"
                 SUBTRACT AR-AMOUNT FROM CL-REBUILT
              WHEN OTHER
                 ADD AR-AMOUNT TO CL-REBUILT
           END-EVALUATE.
           MOVE "Y" TO CL-PROOF-SEEN.
           REWRITE ACCOUNT-CLOSE-RECORD.

       WRITE-YEAR-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           STRING "YEAR " DELIMITED BY SIZE
                  WS-NEXT-YEAR DELIMITED BY SIZE
                  " ARCHIVED TO " DELIMITED BY SIZE
                  WS-ARCHIVE-NAME DELIMITED BY SPACE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  HISTORY LINES READ        :" TO REPORT-LINE(1:29).
           MOVE LINES-READ TO ED-COUNT.
           MOVE ED-COUNT TO REPORT-LINE(31:7).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  LINES ARCHIVED            :" TO REPORT-LINE(1:29).
           MOVE LINES-ARCHIVED TO ED-COUNT.
           MOVE ED-COUNT TO REPORT-LINE(31:7).
           MOVE "INCLUDING" TO REPORT-LINE(40:9).
           MOVE OLD-CARRIED-COUNT TO REPORT-LINE(50:5).
           MOVE "OPENING BALANCE(S) AND" TO REPORT-LINE(56:22).
           MOVE LATE-ITEM-COUNT TO REPORT-LINE(79:5).
           MOVE "ITEM(S) DATED IN EARLIER YEARS" TO REPORT-LINE(85:30).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  LINES KEPT IN TRANHIST.DAT:" TO REPORT-LINE(1:29).
           MOVE LINES-KEPT TO ED-COUNT.
           MOVE ED-COUNT TO REPORT-LINE(31:7).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  CARRY-FORWARD RECORDS     :" TO REPORT-LINE(1:29).
           MOVE CARRIED-COUNT TO ED-COUNT.
           MOVE ED-COUNT TO REPORT-LINE(31:7).
           MOVE "DATED" TO REPORT-LINE(40:5).
           MOVE WS-CARRY-DATE TO REPORT-LINE(46:8).
           MOVE "TOTAL" TO REPORT-LINE(56:5).
           MOVE CARRIED-TOTAL TO ED-NET-TOTAL.
           MOVE ED-NET-TOTAL TO REPORT-LINE(62:16).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  RUNNING BALANCES RESTATED :" TO REPORT-LINE(1:29).
           MOVE RESTATED-COUNT TO ED-COUNT.
           MOVE ED-COUNT TO REPORT-LINE(31:7).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  LIVE HISTORY REBUILDS TO  :" TO REPORT-LINE(1:29).
           MOVE REBUILT-TOTAL TO ED-NET-TOTAL.
           MOVE ED-NET-TOTAL TO REPORT-LINE(31:16).
           MOVE "ACCTBAL.DAT HOLDS" TO REPORT-LINE(49:17).
           MOVE ACCTBAL-TOTAL TO ED-NET-TOTAL.
           MOVE ED-NET-TOTAL TO REPORT-LINE(67:16).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
