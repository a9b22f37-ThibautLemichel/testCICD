       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUSTPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-INPUT-FILE ASSIGN TO "ADJUST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADJ-STATUS.

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

           SELECT ADJUST-JOURNAL-FILE ASSIGN TO "ADJJRNL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNL-STATUS.

           SELECT ADJUST-REPORT-FILE ASSIGN TO "ADJUST.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT ADJUST-WORK-FILE ASSIGN TO "ADJACCT.WRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AW-ACCOUNT-ID
              FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-INPUT-FILE.
       01  ADJUST-RECORD.
           05 ADJ-TYPE               PIC X(1).
              88 ADJ-IS-REVERSAL            VALUE "R".
              88 ADJ-IS-CORRECTION          VALUE "C".
           05 FILLER                 PIC X(1).
           05 ADJ-ORIG-ACCOUNT-ID    PIC 9(8).
           05 ADJ-ORIG-TRANS-DATE    PIC 9(8).
           05 ADJ-ORIG-DC-IND        PIC X(1).
           05 ADJ-ORIG-AMOUNT        PIC 9(7)V99.
           05 FILLER                 PIC X(1).
           05 ADJ-NEW-ACCOUNT-ID     PIC 9(8).
           05 ADJ-NEW-DC-IND         PIC X(1).
           05 ADJ-NEW-AMOUNT         PIC 9(7)V99.
           05 FILLER                 PIC X(1).
           05 ADJ-PREPARED-BY        PIC X(8).
           05 FILLER                 PIC X(1).
           05 ADJ-REASON             PIC X(30).

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

       FD  ADJUST-JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-POSTED-STAMP        PIC X(14).
           05 FILLER                 PIC X(1).
           05 JR-TYPE                PIC X(1).
           05 FILLER                 PIC X(1).
           05 JR-ORIG-ACCOUNT-ID     PIC 9(8).
           05 JR-ORIG-TRANS-DATE     PIC 9(8).
           05 JR-ORIG-DC-IND         PIC X(1).
           05 JR-ORIG-AMOUNT         PIC 9(7)V99.
           05 FILLER                 PIC X(1).
           05 JR-NEW-ACCOUNT-ID      PIC 9(8).
           05 JR-NEW-DC-IND          PIC X(1).
           05 JR-NEW-AMOUNT          PIC 9(7)V99.
           05 FILLER                 PIC X(1).
           05 JR-POST-DATE           PIC 9(8).
           05 FILLER                 PIC X(1).
           05 JR-PREPARED-BY         PIC X(8).
           05 FILLER                 PIC X(1).
           05 JR-REASON              PIC X(30).

       FD  ADJUST-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE       PIC 9(8).
           05 FILLER                 PIC X(24).

       FD  ADJUST-WORK-FILE.
       01  ADJUST-WORK-RECORD.
           05 AW-ACCOUNT-ID          PIC 9(8).
           05 AW-OPEN-BALANCE        PIC S9(11)V99.
           05 AW-BALANCE             PIC S9(11)V99.
           05 AW-HIST-BALANCE        PIC S9(11)V99.
           05 AW-STATUS              PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-ADJ-STATUS     PIC XX.
       01 WS-HIST-STATUS    PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-JRNL-STATUS    PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-WORK-STATUS    PIC XX.
       01 WS-BAL-OPEN       PIC X(1) VALUE "N".
       01 WS-ACCT-OPEN      PIC X(1) VALUE "N".
       01 WS-WORK-OPEN      PIC X(1) VALUE "N".
       01 WS-HIST-OPEN      PIC X(1) VALUE "N".
       01 WS-JRNL-OPEN      PIC X(1) VALUE "N".
       01 WS-WORK-NAME      PIC X(12) VALUE "ADJACCT.WRK".
       01 I                 PIC 9(4).
       01 J                 PIC 9(4).
       01 ADJ-COUNT         PIC 9(4) VALUE 0.
       01 ADJ-READ-COUNT    PIC 9(5) VALUE 0.
       01 POSTED-COUNT      PIC 9(5) VALUE 0.
       01 REJECTED-COUNT    PIC 9(5) VALUE 0.
       01 ENTRY-COUNT       PIC 9(5) VALUE 0.
       01 DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
       01 CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-ABORT-REASON   PIC X(60).
       01 WS-REJECT-TEXT    PIC X(40).
       01 WS-ADJ-OVERFLOW   PIC X(1) VALUE "N".
       01 WS-SIGNED-AMOUNT  PIC S9(9)V99.
       01 WS-POST-DATE      PIC 9(8).
       01 WS-BUSDATE-STATUS PIC XX.
       01 WS-RUN-STAMP      PIC X(14).
       01 WS-ENTRY-ACCOUNT  PIC 9(8).
       01 WS-ENTRY-DC       PIC X(1).
       01 WS-ENTRY-AMOUNT   PIC 9(7)V99.
       01 WS-ORIG-STATUS    PIC X(1).
          88 ORIG-ACCT-CLOSED          VALUE "C".
       01 WS-NEW-STATUS     PIC X(1).
          88 NEW-ACCT-CLOSED           VALUE "C".
       01 WS-CURRENT-DATE   PIC X(21).
       01 ED-AMOUNT         PIC Z(6)9.99.
       01 ED-NET-AMOUNT     PIC -(10)9.99.
       01 ED-HASH-TOTAL     PIC 9(13).9(2).
       01 ADJUST-TABLE.
          05 ADJ-ENTRY OCCURS 500 TIMES.
             10 AT-TYPE             PIC X(1).
             10 AT-ORIG-ACCOUNT-ID  PIC 9(8).
             10 AT-ORIG-TRANS-DATE  PIC 9(8).
             10 AT-ORIG-DC-IND      PIC X(1).
             10 AT-ORIG-AMOUNT      PIC 9(7)V99.
             10 AT-NEW-ACCOUNT-ID   PIC 9(8).
             10 AT-NEW-DC-IND       PIC X(1).
             10 AT-NEW-AMOUNT       PIC 9(7)V99.
             10 AT-PREPARED-BY      PIC X(8).
             10 AT-REASON           PIC X(30).
             10 AT-FOUND-COUNT      PIC 9(5).
             10 AT-PRIOR-COUNT      PIC 9(5).
             10 AT-VALID            PIC X(1).
             10 AT-REJECT-TEXT      PIC X(40).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Adjustment Posting".
           OPEN OUTPUT ADJUST-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open ADJUST.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE WS-CURRENT-DATE(1:8) TO WS-POST-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADJUSTMENTS REGISTER " DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
                  " POSTING DATE " DELIMITED BY SIZE
                  WS-POST-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           PERFORM LOAD-ADJUSTMENT-TABLE.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM MATCH-ORIGINAL-ENTRIES
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM COUNT-PRIOR-ADJUSTMENTS
              PERFORM OPEN-ACCOUNT-FILES
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM OPEN-POSTING-FILES
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM APPLY-ADJUSTMENTS
              PERFORM SAVE-BALANCE-TABLE
           END-IF.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM POST-ADJUSTMENTS
           END-IF.
           PERFORM CLOSE-POSTING-FILES.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM WRITE-REGISTER-TOTALS
              PERFORM WRITE-SIGN-OFF-BLOCK
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "ADJUSTMENTS ABANDONED: " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Adjustments abandoned: " WS-ABORT-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-ACCOUNT-FILES.
           CLOSE ADJUST-REPORT-FILE.
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

       LOAD-ADJUSTMENT-TABLE.
           OPEN INPUT ADJUST-INPUT-FILE.
           IF WS-ADJ-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN ADJUST.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ADJ-STATUS NOT = "00"
                   READ ADJUST-INPUT-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ADJ-STATUS
                      NOT AT END
                         ADD 1 TO ADJ-READ-COUNT
                         IF ADJ-COUNT < 500
                            ADD 1 TO ADJ-COUNT
                            PERFORM STORE-ADJUSTMENT-ENTRY
                         ELSE
                            MOVE "Y" TO WS-ADJ-OVERFLOW
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE ADJUST-INPUT-FILE.
           IF WS-ADJ-OVERFLOW = "Y"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "ADJUST.DAT HOLDS MORE THAN 500 ADJUSTMENTS"
                 TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF ADJ-COUNT = 0
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "NO ADJUSTMENTS IN ADJUST.DAT" TO WS-ABORT-REASON
           END-IF.

       STORE-ADJUSTMENT-ENTRY.
           MOVE ADJ-TYPE TO AT-TYPE(ADJ-COUNT).
           MOVE ADJ-ORIG-ACCOUNT-ID TO AT-ORIG-ACCOUNT-ID(ADJ-COUNT).
           MOVE ADJ-ORIG-TRANS-DATE TO AT-ORIG-TRANS-DATE(ADJ-COUNT).
           MOVE ADJ-ORIG-DC-IND TO AT-ORIG-DC-IND(ADJ-COUNT).
           MOVE ADJ-ORIG-AMOUNT TO AT-ORIG-AMOUNT(ADJ-COUNT).
           MOVE ADJ-NEW-ACCOUNT-ID TO AT-NEW-ACCOUNT-ID(ADJ-COUNT).
           MOVE ADJ-NEW-DC-IND TO AT-NEW-DC-IND(ADJ-COUNT).
           MOVE ADJ-NEW-AMOUNT TO AT-NEW-AMOUNT(ADJ-COUNT).
           MOVE ADJ-PREPARED-BY TO AT-PREPARED-BY(ADJ-COUNT).
           MOVE ADJ-REASON TO AT-REASON(ADJ-COUNT).
           MOVE 0 TO AT-FOUND-COUNT(ADJ-COUNT)
                     AT-PRIOR-COUNT(ADJ-COUNT).
           MOVE "Y" TO AT-VALID(ADJ-COUNT).
           MOVE SPACES TO AT-REJECT-TEXT(ADJ-COUNT).
           IF NOT ADJ-IS-REVERSAL AND NOT ADJ-IS-CORRECTION
              OR ADJ-ORIG-ACCOUNT-ID NOT NUMERIC
              OR ADJ-ORIG-TRANS-DATE NOT NUMERIC
              OR ADJ-ORIG-AMOUNT NOT NUMERIC
              OR (ADJ-ORIG-DC-IND NOT = "D"
                  AND ADJ-ORIG-DC-IND NOT = "C")
              MOVE "N" TO AT-VALID(ADJ-COUNT)
              MOVE 0 TO AT-ORIG-ACCOUNT-ID(ADJ-COUNT)
                        AT-ORIG-TRANS-DATE(ADJ-COUNT)
                        AT-ORIG-AMOUNT(ADJ-COUNT)
                        AT-NEW-ACCOUNT-ID(ADJ-COUNT)
                        AT-NEW-AMOUNT(ADJ-COUNT)
              EXIT PARAGRAPH
           END-IF.
           IF ADJ-IS-REVERSAL
              MOVE 0 TO AT-NEW-ACCOUNT-ID(ADJ-COUNT)
                        AT-NEW-AMOUNT(ADJ-COUNT)
              MOVE SPACES TO AT-NEW-DC-IND(ADJ-COUNT)
           ELSE
              IF ADJ-NEW-ACCOUNT-ID NOT NUMERIC
                 OR ADJ-NEW-AMOUNT NOT NUMERIC
                 OR (ADJ-NEW-DC-IND NOT = "D"
                     AND ADJ-NEW-DC-IND NOT = "C")
                 MOVE "N" TO AT-VALID(ADJ-COUNT)
                 MOVE 0 TO AT-NEW-ACCOUNT-ID(ADJ-COUNT)
                           AT-NEW-AMOUNT(ADJ-COUNT)
              ELSE
                 IF ADJ-NEW-AMOUNT = 0
                    MOVE "N" TO AT-VALID(ADJ-COUNT)
                 END-IF
              END-IF
           END-IF.

       MATCH-ORIGINAL-ENTRIES.
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
                         PERFORM VARYING I FROM 1 BY 1
                                 UNTIL I > ADJ-COUNT
                                 IF AT-ORIG-ACCOUNT-ID(I)
                                    = TH-ACCOUNT-ID
                                    AND AT-ORIG-TRANS-DATE(I)
                                        = TH-TRANS-DATE
                                    AND AT-ORIG-DC-IND(I) = TH-DC-IND
                                    AND AT-ORIG-AMOUNT(I) = TH-AMOUNT
                                    ADD 1 TO AT-FOUND-COUNT(I)
                                 END-IF
                         END-PERFORM
                   END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.

       COUNT-PRIOR-ADJUSTMENTS.
           OPEN INPUT ADJUST-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                   READ ADJUST-JOURNAL-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-JRNL-STATUS
                      NOT AT END
                         PERFORM VARYING I FROM 1 BY 1
                                 UNTIL I > ADJ-COUNT
                                 IF AT-ORIG-ACCOUNT-ID(I)
                                    = JR-ORIG-ACCOUNT-ID
                                    AND AT-ORIG-TRANS-DATE(I)
                                        = JR-ORIG-TRANS-DATE
                                    AND AT-ORIG-DC-IND(I)
                                        = JR-ORIG-DC-IND
                                    AND AT-ORIG-AMOUNT(I)
                                        = JR-ORIG-AMOUNT
                                    ADD 1 TO AT-PRIOR-COUNT(I)
                                 END-IF
                         END-PERFORM
                   END-READ
           END-PERFORM.
           CLOSE ADJUST-JOURNAL-FILE.

       OPEN-ACCOUNT-FILES.
           OPEN OUTPUT ADJUST-WORK-FILE.
           IF WS-WORK-STATUS = "00"
              CLOSE ADJUST-WORK-FILE
              OPEN I-O ADJUST-WORK-FILE
           END-IF.
           IF WS-WORK-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT CREATE ADJACCT.WRK" TO WS-ABORT-REASON
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
              CLOSE ADJUST-WORK-FILE
              MOVE "N" TO WS-WORK-OPEN
              CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
           END-IF.

       FIND-ADJUST-ACCOUNT.
           MOVE WS-ENTRY-ACCOUNT TO AW-ACCOUNT-ID.
           READ ADJUST-WORK-FILE
              INVALID KEY
                 PERFORM ADD-ADJUST-ACCOUNT
           END-READ.

       ADD-ADJUST-ACCOUNT.
           MOVE WS-ENTRY-ACCOUNT TO AW-ACCOUNT-ID.
           MOVE 0 TO AW-OPEN-BALANCE AW-BALANCE.
           MOVE SPACES TO AW-STATUS.
           IF WS-BAL-OPEN = "Y"
              MOVE WS-ENTRY-ACCOUNT TO BAL-ACCOUNT-ID
              READ ACCOUNT-BALANCE-FILE
                 NOT INVALID KEY
                    MOVE BAL-AMOUNT TO AW-BALANCE
              END-READ
           END-IF.
           MOVE AW-BALANCE TO AW-OPEN-BALANCE AW-HIST-BALANCE.
           IF WS-ACCT-OPEN = "Y"
              MOVE WS-ENTRY-ACCOUNT TO ACCT-ID-MASTER
              READ ACCOUNT-MASTER-FILE
                 NOT INVALID KEY
                    MOVE ACCT-STATUS-MASTER TO AW-STATUS
              END-READ
           END-IF.
           WRITE ADJUST-WORK-RECORD.

       OPEN-POSTING-FILES.
           OPEN EXTEND TRAN-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT OPEN TRANHIST.DAT FOR POSTING"
                 TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-HIST-OPEN.
           OPEN EXTEND ADJUST-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
              OPEN OUTPUT ADJUST-JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE "CANNOT WRITE ADJJRNL.DAT" TO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-JRNL-OPEN.

       CLOSE-POSTING-FILES.
           IF WS-HIST-OPEN = "Y"
              CLOSE TRAN-HISTORY-FILE
              MOVE "N" TO WS-HIST-OPEN
           END-IF.
           IF WS-JRNL-OPEN = "Y"
              CLOSE ADJUST-JOURNAL-FILE
              MOVE "N" TO WS-JRNL-OPEN
           END-IF.

       APPLY-ADJUSTMENTS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ADJ-COUNT
                   PERFORM APPLY-ONE-ADJUSTMENT
           END-PERFORM.

       APPLY-ONE-ADJUSTMENT.
           MOVE SPACES TO WS-REJECT-TEXT WS-ORIG-STATUS WS-NEW-STATUS.
           IF AT-VALID(J) = "Y"
              MOVE AT-ORIG-ACCOUNT-ID(J) TO WS-ENTRY-ACCOUNT
              PERFORM FIND-ADJUST-ACCOUNT
              MOVE AW-STATUS TO WS-ORIG-STATUS
              IF AT-TYPE(J) = "C"
                 MOVE AT-NEW-ACCOUNT-ID(J) TO WS-ENTRY-ACCOUNT
                 PERFORM FIND-ADJUST-ACCOUNT
                 MOVE AW-STATUS TO WS-NEW-STATUS
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN AT-VALID(J) NOT = "Y"
                 MOVE "INVALID ADJUSTMENT RECORD" TO WS-REJECT-TEXT
              WHEN AT-FOUND-COUNT(J) = 0
                 MOVE "ORIGINAL NOT FOUND IN TRANHIST.DAT"
                    TO WS-REJECT-TEXT
              WHEN AT-PRIOR-COUNT(J) >= AT-FOUND-COUNT(J)
                 MOVE "ORIGINAL ALREADY ADJUSTED" TO WS-REJECT-TEXT
              WHEN ORIG-ACCT-CLOSED
                 MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-TEXT
              WHEN AT-TYPE(J) = "C" AND NEW-ACCT-CLOSED
                 MOVE "CORRECTING ACCOUNT IS CLOSED" TO WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE WS-REJECT-TEXT TO AT-REJECT-TEXT(J)
              EXIT PARAGRAPH
           END-IF.
           PERFORM SET-REVERSING-ENTRY.
           PERFORM APPLY-ADJUSTMENT-ENTRY.
           IF AT-TYPE(J) = "C"
              PERFORM SET-CORRECTING-ENTRY
              PERFORM APPLY-ADJUSTMENT-ENTRY
           END-IF.
           ADD 1 TO AT-PRIOR-COUNT(J).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ADJ-COUNT
                   IF I NOT = J
                      AND AT-ORIG-ACCOUNT-ID(I) = AT-ORIG-ACCOUNT-ID(J)
                      AND AT-ORIG-TRANS-DATE(I) = AT-ORIG-TRANS-DATE(J)
                      AND AT-ORIG-DC-IND(I) = AT-ORIG-DC-IND(J)
                      AND AT-ORIG-AMOUNT(I) = AT-ORIG-AMOUNT(J)
                      ADD 1 TO AT-PRIOR-COUNT(I)
                   END-IF
           END-PERFORM.

       SET-REVERSING-ENTRY.
           MOVE AT-ORIG-ACCOUNT-ID(J) TO WS-ENTRY-ACCOUNT.
           IF AT-ORIG-DC-IND(J) = "D"
              MOVE "C" TO WS-ENTRY-DC
           ELSE
              MOVE "D" TO WS-ENTRY-DC
           END-IF.
           MOVE AT-ORIG-AMOUNT(J) TO WS-ENTRY-AMOUNT.

       SET-CORRECTING-ENTRY.
           MOVE AT-NEW-ACCOUNT-ID(J) TO WS-ENTRY-ACCOUNT.
           MOVE AT-NEW-DC-IND(J) TO WS-ENTRY-DC.
           MOVE AT-NEW-AMOUNT(J) TO WS-ENTRY-AMOUNT.

       APPLY-ADJUSTMENT-ENTRY.
           PERFORM FIND-ADJUST-ACCOUNT.
           IF WS-ENTRY-DC = "D"
              SUBTRACT WS-ENTRY-AMOUNT FROM AW-BALANCE
           ELSE
              ADD WS-ENTRY-AMOUNT TO AW-BALANCE
           END-IF.
           REWRITE ADJUST-WORK-RECORD.

       POST-ADJUSTMENTS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ADJ-COUNT
                   PERFORM POST-ONE-ADJUSTMENT
           END-PERFORM.

       POST-ONE-ADJUSTMENT.
           IF AT-REJECT-TEXT(J) NOT = SPACES
              MOVE AT-REJECT-TEXT(J) TO WS-REJECT-TEXT
              PERFORM WRITE-REJECTED-ADJUSTMENT
              EXIT PARAGRAPH
           END-IF.
           PERFORM SET-REVERSING-ENTRY.
           PERFORM WRITE-ADJUSTMENT-HEADING.
           PERFORM POST-ADJUSTMENT-ENTRY.
           IF AT-TYPE(J) = "C"
              PERFORM SET-CORRECTING-ENTRY
              PERFORM POST-ADJUSTMENT-ENTRY
           END-IF.
           PERFORM WRITE-JOURNAL-RECORD.
           ADD 1 TO POSTED-COUNT.

       POST-ADJUSTMENT-ENTRY.
           PERFORM FIND-ADJUST-ACCOUNT.
           IF WS-ENTRY-DC = "D"
              COMPUTE WS-SIGNED-AMOUNT = 0 - WS-ENTRY-AMOUNT
              ADD WS-ENTRY-AMOUNT TO DEBIT-TOTAL
           ELSE
              MOVE WS-ENTRY-AMOUNT TO WS-SIGNED-AMOUNT
              ADD WS-ENTRY-AMOUNT TO CREDIT-TOTAL
           END-IF.
           ADD WS-SIGNED-AMOUNT TO AW-HIST-BALANCE.
           REWRITE ADJUST-WORK-RECORD.
           MOVE WS-ENTRY-ACCOUNT TO TH-ACCOUNT-ID.
           MOVE WS-POST-DATE TO TH-TRANS-DATE.
           MOVE WS-ENTRY-DC TO TH-DC-IND.
           MOVE WS-ENTRY-AMOUNT TO TH-AMOUNT.
           MOVE AW-HIST-BALANCE TO TH-BALANCE.
           WRITE HISTORY-RECORD.
           ADD 1 TO ENTRY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ENTRY   : ACCOUNT" TO REPORT-LINE(1:17).
           MOVE WS-ENTRY-ACCOUNT TO REPORT-LINE(19:8).
           MOVE WS-POST-DATE TO REPORT-LINE(29:8).
           MOVE WS-ENTRY-DC TO REPORT-LINE(39:1).
           MOVE WS-ENTRY-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(42:10).
           MOVE "NEW BALANCE" TO REPORT-LINE(54:11).
           MOVE AW-HIST-BALANCE TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO REPORT-LINE(66:14).
           WRITE REPORT-LINE.

       WRITE-ADJUSTMENT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           IF AT-TYPE(J) = "R"
              MOVE "REVERSAL" TO REPORT-LINE(1:10)
           ELSE
              MOVE "CORRECTION" TO REPORT-LINE(1:10)
           END-IF.
           MOVE "OF ACCOUNT" TO REPORT-LINE(12:10).
           MOVE AT-ORIG-ACCOUNT-ID(J) TO REPORT-LINE(23:8).
           MOVE "DATE" TO REPORT-LINE(33:4).
           MOVE AT-ORIG-TRANS-DATE(J) TO REPORT-LINE(38:8).
           MOVE AT-ORIG-DC-IND(J) TO REPORT-LINE(48:1).
           MOVE AT-ORIG-AMOUNT(J) TO ED-AMOUNT.
           MOVE ED-AMOUNT TO REPORT-LINE(51:10).
           MOVE "PREPARED BY" TO REPORT-LINE(63:11).
           MOVE AT-PREPARED-BY(J) TO REPORT-LINE(75:8).
           MOVE AT-REASON(J) TO REPORT-LINE(85:30).
           WRITE REPORT-LINE.

       WRITE-REJECTED-ADJUSTMENT.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT POSTED: " DELIMITED BY SIZE
                  AT-TYPE(J) DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  AT-ORIG-ACCOUNT-ID(J) DELIMITED BY SIZE
                  " DATE " DELIMITED BY SIZE
                  AT-ORIG-TRANS-DATE(J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AT-ORIG-DC-IND(J) DELIMITED BY SIZE
                  " PREPARED BY " DELIMITED BY SIZE
                  AT-PREPARED-BY(J) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-REJECT-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE WS-RUN-STAMP TO JR-POSTED-STAMP.
           MOVE AT-TYPE(J) TO JR-TYPE.
           MOVE AT-ORIG-ACCOUNT-ID(J) TO JR-ORIG-ACCOUNT-ID.
           MOVE AT-ORIG-TRANS-DATE(J) TO JR-ORIG-TRANS-DATE.
           MOVE AT-ORIG-DC-IND(J) TO JR-ORIG-DC-IND.
           MOVE AT-ORIG-AMOUNT(J) TO JR-ORIG-AMOUNT.
           IF AT-TYPE(J) = "C"
              MOVE AT-NEW-ACCOUNT-ID(J) TO JR-NEW-ACCOUNT-ID
              MOVE AT-NEW-DC-IND(J) TO JR-NEW-DC-IND
              MOVE AT-NEW-AMOUNT(J) TO JR-NEW-AMOUNT
           ELSE
              MOVE 0 TO JR-NEW-ACCOUNT-ID JR-NEW-AMOUNT
           END-IF.
           MOVE WS-POST-DATE TO JR-POST-DATE.
           MOVE AT-PREPARED-BY(J) TO JR-PREPARED-BY.
           MOVE AT-REASON(J) TO JR-REASON.
           WRITE JOURNAL-RECORD.

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
           MOVE 0 TO AW-ACCOUNT-ID.
           START ADJUST-WORK-FILE KEY IS NOT < AW-ACCOUNT-ID
              INVALID KEY
                 MOVE "10" TO WS-WORK-STATUS
           END-START.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
                   READ ADJUST-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-WORK-STATUS
                      NOT AT END
                         PERFORM SAVE-ONE-BALANCE
                   END-READ
           END-PERFORM.
           CLOSE ACCOUNT-BALANCE-FILE.

       SAVE-ONE-BALANCE.
           IF AW-BALANCE = AW-OPEN-BALANCE
              EXIT PARAGRAPH
           END-IF.
           MOVE AW-ACCOUNT-ID TO BAL-ACCOUNT-ID.
           MOVE AW-BALANCE TO BAL-AMOUNT.
           REWRITE BALANCE-RECORD
              INVALID KEY
                 WRITE BALANCE-RECORD
                    INVALID KEY
                       MOVE "Y" TO WS-RUN-IN-ERROR
                       MOVE "CANNOT REWRITE ACCTBAL.DAT"
                          TO WS-ABORT-REASON
                 END-WRITE
           END-REWRITE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS: " DELIMITED BY SIZE
                  ADJ-READ-COUNT DELIMITED BY SIZE
                  " READ, " DELIMITED BY SIZE
                  POSTED-COUNT DELIMITED BY SIZE
                  " POSTED, " DELIMITED BY SIZE
                  REJECTED-COUNT DELIMITED BY SIZE
                  " NOT POSTED, " DELIMITED BY SIZE
                  ENTRY-COUNT DELIMITED BY SIZE
                  " ENTRIES WRITTEN TO TRANHIST.DAT" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE DEBIT-TOTAL TO ED-HASH-TOTAL.
           STRING "DEBITS  : " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE CREDIT-TOTAL TO ED-HASH-TOTAL.
           STRING "CREDITS : " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           DISPLAY POSTED-COUNT " adjustment(s) posted, "
                   REJECTED-COUNT " not posted. See ADJUST.RPT.".
           IF REJECTED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-SIGN-OFF-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED AND APPROVED BY (NOT THE PREPARER):"
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
