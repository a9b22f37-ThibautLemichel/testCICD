       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-EXTRACT-FILE ASSIGN USING WS-SRC-FILE-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-EXTRACT-STATUS.

                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SOURCE-LIST-FILE ASSIGN TO "TRISOURCE.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-SOURCE-LIST-STATUS.

           SELECT POST-CONTROL-FILE ASSIGN TO "POSTCTL.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-POSTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-EXTRACT-FILE.
       01  DAILY-EXTRACT-RECORD.
           05 EXTRACT-ACCOUNT-ID     PIC 9(8).
           05 EXTRACT-TRANS-DATE     PIC 9(8).
           05 EXTRACT-DC-IND         PIC X(1).
           05 EXTRACT-AMOUNT         PIC 9(7)V99.
       01  DAILY-EXTRACT-TEXT        PIC X(26).
       01  DAILY-EXTRACT-FULL.
           05 FULL-RECORD-TAG        PIC X(3).
           05 FULL-RECORD-REST       PIC X(27).

       FD  SORTED-OUTPUT-FILE.
       01  SORTED-RECORD.
           05 SORTED-ACCOUNT-ID      PIC 9(8).
           05 SORTED-TRANS-DATE      PIC 9(8).
           05 SORTED-DC-IND          PIC X(1).
           05 SORTED-AMOUNT          PIC 9(7)V99.
           05 REJECT-REASON-CODE     PIC X(2).
           05 FILLER                 PIC X(1).
           05 REJECT-DATA            PIC X(80).
           05 FILLER                 PIC X(1).
           05 REJECT-SOURCE          PIC X(8).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-LINE              PIC X(132).

       FD  SOURCE-LIST-FILE.
       01  SOURCE-LIST-RECORD.
           05 SL-FILE-NAME           PIC X(30).
           05 FILLER                 PIC X(1).
           05 SL-SOURCE-SYSTEM       PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-DATE-RULE           PIC X(1).
           05 FILLER                 PIC X(1).
           05 SL-REQUIRED            PIC X(1).
           05 FILLER                 PIC X(37).

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

       WORKING-STORAGE SECTION.
       01 ARRAY-SIZE        PIC 9(4) VALUE 0.
       01 MAX-RECORDS       PIC 9(4) VALUE 9998.
          05 RANDOM-NUMBER OCCURS 1 TO 9998 TIMES
                            DEPENDING ON ARRAY-SIZE
                            INDEXED BY IX.
             10 ENTRY-ACCOUNT-ID  PIC 9(8).
             10 ENTRY-TRANS-DATE  PIC 9(8).
             10 ENTRY-DC-IND      PIC X(1).
             10 ENTRY-AMOUNT      PIC 9(7)V99.
          88 REJECT-BAD-DATE        VALUE "05".
          88 REJECT-BAD-DC-IND      VALUE "06".
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 ACCOUNT-SUMMARY.
          05 ACCT-SUMMARY-ID       PIC 9(8).
          05 ACCT-REC-COUNT        PIC 9(5).
          05 ACCT-NET-AMOUNT       PIC S9(11)V99.
          05 ACCT-MIN-AMOUNT       PIC 9(7)V99.
          05 ACCT-MAX-AMOUNT       PIC 9(7)V99.
       01 WS-BREAK-DATE     PIC 9(8).
       01 WS-SIGNED-AMOUNT  PIC S9(9)V99.
       01 DATE-REC-COUNT    PIC 9(5).
       01 ED-HASH-TOTAL     PIC 9(13).9(2).
       01 WS-EXTRACT-DATE   PIC 9(8) VALUE 0.
       01 WS-EXPECTED-DATE  PIC 9(8) VALUE 0.
       01 WS-SOURCE-LIST-STATUS PIC XX.
       01 WS-POSTCTL-STATUS PIC XX.
       01 WS-SRC-FILE-NAME  PIC X(30).
       01 WS-HASH-CENTS     PIC 9(15).
       01 S                 PIC 9(2).
       01 S2                PIC 9(2).
       01 MAX-SOURCES       PIC 9(2) VALUE 20.
       01 SOURCE-COUNT      PIC 9(2) VALUE 0.
       01 SOURCES-ACCEPTED  PIC 9(2) VALUE 0.
       01 SOURCES-REJECTED  PIC 9(2) VALUE 0.
       01 SOURCES-POSTED    PIC 9(2) VALUE 0.
       01 SOURCES-ABSENT    PIC 9(2) VALUE 0.
       01 SOURCE-TABLE.
          05 SOURCE-ENTRY OCCURS 20 TIMES.
             10 SRC-FILE-NAME      PIC X(30).
             10 SRC-SYSTEM         PIC X(8).
             10 SRC-DATE-RULE      PIC X(1).
                88 SRC-DATE-EXACT          VALUE "E".
                88 SRC-DATE-NOT-AFTER      VALUE "L".
             10 SRC-REQUIRED       PIC X(1).
             10 SRC-RESULT         PIC X(8).
                88 SRC-ACCEPTED            VALUE "ACCEPTED".
                88 SRC-REJECTED            VALUE "REJECTED".
                88 SRC-ALREADY-POSTED      VALUE "POSTED".
                88 SRC-ABSENT              VALUE "ABSENT".
             10 SRC-REASON         PIC X(45).
             10 SRC-BUSINESS-DATE  PIC 9(8).
             10 SRC-HDR-COUNT      PIC 9(3).
             10 SRC-HDR-DATE       PIC 9(8).
             10 SRC-HDR-SOURCE     PIC X(8).
             10 SRC-TRL-SEEN       PIC X(1).
             10 SRC-TRL-COUNT      PIC 9(5).
             10 SRC-TRL-HASH       PIC 9(13)V99.
             10 SRC-READ           PIC 9(5).
             10 SRC-FILE-HASH      PIC 9(13)V99.
             10 SRC-ACCEPTED-COUNT PIC 9(5).
             10 SRC-REJECTED-COUNT PIC 9(5).
             10 SRC-HASH           PIC 9(13)V99.

       PROCEDURE DIVISION.
           PERFORM READ-SORT-PARAMETERS
           PERFORM LOAD-SOURCE-LIST
           MOVE WS-EXPECTED-DATE TO WS-EXTRACT-DATE

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
              DISPLAY "Impossible d'ouvrir TRIREJECT.DAT : "
                      WS-REJECT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SOURCE-COUNT
              PERFORM CHECK-SOURCE-CONTROLS
              IF SRC-ACCEPTED(S)
                 PERFORM LOAD-SOURCE-RECORDS
              END-IF
           END-PERFORM

           CLOSE REJECT-FILE

           IF SOURCES-ACCEPTED = 0 AND SOURCES-REJECTED > 0
              DISPLAY "Aucune source d'extraction acceptee"
              MOVE "Y" TO WS-RUN-IN-ERROR
              PERFORM WRITE-CONTROL-REPORT
              MOVE 8 TO RETURN-CODE
           PERFORM WRITE-CONTROL-REPORT
           IF WS-RUN-IN-ERROR = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF SOURCES-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           GOBACK.

       LOAD-SOURCE-LIST.
           MOVE 0 TO SOURCE-COUNT.
           OPEN INPUT SOURCE-LIST-FILE.
           IF WS-SOURCE-LIST-STATUS = "00"
              PERFORM UNTIL WS-SOURCE-LIST-STATUS NOT = "00"
                 READ SOURCE-LIST-FILE
                    AT END
                       MOVE "10" TO WS-SOURCE-LIST-STATUS
                    NOT AT END
                       IF SL-FILE-NAME NOT = SPACES
                          AND SOURCE-COUNT < MAX-SOURCES
                          ADD 1 TO SOURCE-COUNT
                          MOVE SL-FILE-NAME
                             TO SRC-FILE-NAME(SOURCE-COUNT)
                          MOVE SL-SOURCE-SYSTEM
                             TO SRC-SYSTEM(SOURCE-COUNT)
                          MOVE SL-DATE-RULE
                             TO SRC-DATE-RULE(SOURCE-COUNT)
                          MOVE SL-REQUIRED
                             TO SRC-REQUIRED(SOURCE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-LIST-FILE
           END-IF.
           IF SOURCE-COUNT = 0
              MOVE 3 TO SOURCE-COUNT
              MOVE "DAILYEXTRACT.DAT" TO SRC-FILE-NAME(1)
              MOVE SPACES TO SRC-SYSTEM(1)
              MOVE "E" TO SRC-DATE-RULE(1)
              MOVE "Y" TO SRC-REQUIRED(1)
              MOVE "ACCRUAL.DAT" TO SRC-FILE-NAME(2)
              MOVE "ACCRUAL" TO SRC-SYSTEM(2)
              MOVE "L" TO SRC-DATE-RULE(2)
              MOVE "N" TO SRC-REQUIRED(2)
              MOVE "STANDEXT.DAT" TO SRC-FILE-NAME(3)
              MOVE "STANDORD" TO SRC-SYSTEM(3)
              MOVE "E" TO SRC-DATE-RULE(3)
              MOVE "N" TO SRC-REQUIRED(3)
           END-IF.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SOURCE-COUNT
              IF NOT SRC-DATE-EXACT(S) AND NOT SRC-DATE-NOT-AFTER(S)
                 MOVE "E" TO SRC-DATE-RULE(S)
              END-IF
              IF SRC-REQUIRED(S) NOT = "N"
                 MOVE "Y" TO SRC-REQUIRED(S)
              END-IF
           END-PERFORM.

       CHECK-SOURCE-CONTROLS.
           MOVE SPACES TO SRC-RESULT(S) SRC-REASON(S)
                          SRC-HDR-SOURCE(S).
           MOVE "N" TO SRC-TRL-SEEN(S).
           MOVE 0 TO SRC-BUSINESS-DATE(S) SRC-HDR-COUNT(S)
                     SRC-HDR-DATE(S) SRC-TRL-COUNT(S) SRC-TRL-HASH(S)
                     SRC-READ(S) SRC-FILE-HASH(S)
                     SRC-ACCEPTED-COUNT(S) SRC-REJECTED-COUNT(S)
                     SRC-HASH(S).
           MOVE SRC-FILE-NAME(S) TO WS-SRC-FILE-NAME.
           OPEN INPUT DAILY-EXTRACT-FILE.
           IF NOT EXTRACT-OK
              IF SRC-REQUIRED(S) = "Y"
                 SET SRC-REJECTED(S) TO TRUE
                 STRING "CANNOT OPEN FILE, STATUS " DELIMITED BY SIZE
                        WS-EXTRACT-STATUS DELIMITED BY SIZE
                        INTO SRC-REASON(S)
                 PERFORM COUNT-SOURCE-RESULT
              ELSE
                 SET SRC-ABSENT(S) TO TRUE
                 MOVE "OPTIONAL SOURCE NOT PRESENT" TO SRC-REASON(S)
                 ADD 1 TO SOURCES-ABSENT
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NOT EXTRACT-OK
              READ DAILY-EXTRACT-FILE
                 AT END
                    SET EXTRACT-EOF TO TRUE
                 NOT AT END
                    EVALUATE FULL-RECORD-TAG
                       WHEN "HDR"
                          PERFORM PROCESS-EXTRACT-HEADER
                       WHEN "TRL"
                          PERFORM PROCESS-EXTRACT-TRAILER
                       WHEN OTHER
                          ADD 1 TO SRC-READ(S)
                          IF DAILY-EXTRACT-TEXT(18:9) IS NUMERIC
                             ADD EXTRACT-AMOUNT TO SRC-FILE-HASH(S)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE DAILY-EXTRACT-FILE.
           PERFORM EVALUATE-SOURCE-CONTROLS.
           PERFORM COUNT-SOURCE-RESULT.

       EVALUATE-SOURCE-CONTROLS.
           SET SRC-ACCEPTED(S) TO TRUE.
           EVALUATE TRUE
              WHEN WS-EXPECTED-DATE NOT = 0 AND SRC-HDR-COUNT(S) = 0
                 MOVE "NO HEADER RECORD" TO SRC-REASON(S)
              WHEN WS-EXPECTED-DATE NOT = 0 AND SRC-TRL-SEEN(S) = "N"
                 MOVE "NO TRAILER RECORD" TO SRC-REASON(S)
              WHEN SRC-HDR-COUNT(S) > 1
                 MOVE "MORE THAN ONE HEADER RECORD" TO SRC-REASON(S)
              WHEN SRC-SYSTEM(S) NOT = SPACES
                 AND SRC-HDR-COUNT(S) > 0
                 AND SRC-HDR-SOURCE(S) NOT = SRC-SYSTEM(S)
                 MOVE "HEADER SOURCE SYSTEM IS NOT THE LISTED SOURCE"
                    TO SRC-REASON(S)
              WHEN WS-EXPECTED-DATE NOT = 0 AND SRC-DATE-EXACT(S)
                 AND SRC-HDR-DATE(S) NOT = WS-EXPECTED-DATE
                 MOVE "HEADER DATE IS NOT THE BUSINESS DATE"
                    TO SRC-REASON(S)
              WHEN WS-EXPECTED-DATE NOT = 0 AND SRC-DATE-NOT-AFTER(S)
                 AND (SRC-HDR-DATE(S) = 0
                  OR SRC-HDR-DATE(S) > WS-EXPECTED-DATE)
                 MOVE "HEADER DATE IS AFTER THE BUSINESS DATE"
                    TO SRC-REASON(S)
              WHEN SRC-TRL-SEEN(S) = "Y"
                 AND SRC-TRL-COUNT(S) NOT = SRC-READ(S)
                 MOVE "TRAILER COUNT DOES NOT AGREE WITH FILE"
                    TO SRC-REASON(S)
              WHEN SRC-TRL-SEEN(S) = "Y"
                 AND SRC-TRL-HASH(S) NOT = SRC-FILE-HASH(S)
                 MOVE "TRAILER HASH DOES NOT AGREE WITH FILE"
                    TO SRC-REASON(S)
           END-EVALUATE.
           IF SRC-REASON(S) NOT = SPACES
              SET SRC-REJECTED(S) TO TRUE
           END-IF.
           IF SRC-SYSTEM(S) = SPACES
              IF SRC-HDR-SOURCE(S) NOT = SPACES
                 MOVE SRC-HDR-SOURCE(S) TO SRC-SYSTEM(S)
              ELSE
                 MOVE SRC-FILE-NAME(S) TO SRC-SYSTEM(S)
              END-IF
           END-IF.
           IF SRC-HDR-COUNT(S) > 0
              MOVE SRC-HDR-DATE(S) TO SRC-BUSINESS-DATE(S)
           ELSE
              MOVE WS-EXPECTED-DATE TO SRC-BUSINESS-DATE(S)
           END-IF.
           IF NOT SRC-ACCEPTED(S)
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING S2 FROM 1 BY 1 UNTIL S2 NOT < S
              IF SRC-ACCEPTED(S2)
                 AND SRC-SYSTEM(S2) = SRC-SYSTEM(S)
                 AND SRC-BUSINESS-DATE(S2) = SRC-BUSINESS-DATE(S)
                 SET SRC-REJECTED(S) TO TRUE
                 MOVE "SAME SOURCE AND DATE ALREADY IN THIS RUN"
                    TO SRC-REASON(S)
              END-IF
           END-PERFORM.
           IF SRC-ACCEPTED(S) AND SRC-BUSINESS-DATE(S) NOT = 0
              PERFORM CHECK-SOURCE-ALREADY-POSTED
           END-IF.

       CHECK-SOURCE-ALREADY-POSTED.
           COMPUTE WS-HASH-CENTS = SRC-FILE-HASH(S) * 100.
           OPEN INPUT POST-CONTROL-FILE.
           IF WS-POSTCTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-POSTCTL-STATUS NOT = "00"
              READ POST-CONTROL-FILE
                 AT END
                    MOVE "10" TO WS-POSTCTL-STATUS
                 NOT AT END
                    IF PC-EXTRACT-DATE = SRC-BUSINESS-DATE(S)
                       AND (PC-SOURCE-SYSTEM = SRC-SYSTEM(S)
                        OR (PC-SOURCE-SYSTEM = SPACES
                        AND PC-COUNT = SRC-READ(S)
                        AND PC-HASH = WS-HASH-CENTS))
                       SET SRC-ALREADY-POSTED(S) TO TRUE
                       STRING "ALREADY POSTED " DELIMITED BY SIZE
                              PC-POSTED-STAMP DELIMITED BY SIZE
                              " (POSTCTL.DAT)" DELIMITED BY SIZE
                              INTO SRC-REASON(S)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE POST-CONTROL-FILE.

       COUNT-SOURCE-RESULT.
           EVALUATE TRUE
              WHEN SRC-ACCEPTED(S)
                 ADD 1 TO SOURCES-ACCEPTED
                 IF WS-EXTRACT-DATE = 0
                    MOVE SRC-BUSINESS-DATE(S) TO WS-EXTRACT-DATE
                 END-IF
              WHEN SRC-REJECTED(S)
                 ADD 1 TO SOURCES-REJECTED
                 DISPLAY "Source rejetee : "
                         FUNCTION TRIM(SRC-FILE-NAME(S)) " - "
                         FUNCTION TRIM(SRC-REASON(S))
              WHEN SRC-ALREADY-POSTED(S)
                 ADD 1 TO SOURCES-POSTED
                 IF NOT BATCH-MODE
                    DISPLAY "Source deja comptabilisee : "
                            FUNCTION TRIM(SRC-FILE-NAME(S))
                 END-IF
           END-EVALUATE.

       LOAD-SOURCE-RECORDS.
           MOVE SRC-FILE-NAME(S) TO WS-SRC-FILE-NAME.
           OPEN INPUT DAILY-EXTRACT-FILE.
           IF NOT EXTRACT-OK
              SUBTRACT 1 FROM SOURCES-ACCEPTED
              SET SRC-REJECTED(S) TO TRUE
              MOVE "CANNOT REOPEN FILE" TO SRC-REASON(S)
              PERFORM COUNT-SOURCE-RESULT
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NOT EXTRACT-OK
              READ DAILY-EXTRACT-FILE
                 AT END
                    SET EXTRACT-EOF TO TRUE
                 NOT AT END
                    IF FULL-RECORD-TAG NOT = "HDR"
                       AND FULL-RECORD-TAG NOT = "TRL"
                       ADD 1 TO RECORDS-READ
                       PERFORM VALIDATE-EXTRACT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DAILY-EXTRACT-FILE.

       PROCESS-EXTRACT-HEADER.
           ADD 1 TO SRC-HDR-COUNT(S).
           IF EXTRACT-HEADER-RECORD(4:8) IS NUMERIC
              MOVE HEADER-BUSINESS-DATE TO SRC-HDR-DATE(S)
           END-IF.
           MOVE HEADER-SOURCE-SYSTEM TO SRC-HDR-SOURCE(S).

       PROCESS-EXTRACT-TRAILER.
           MOVE "Y" TO SRC-TRL-SEEN(S).
           IF EXTRACT-TRAILER-RECORD(4:5) IS NUMERIC
              MOVE TRAILER-RECORD-COUNT TO SRC-TRL-COUNT(S)
           END-IF.
           IF EXTRACT-TRAILER-RECORD(9:15) IS NUMERIC
              MOVE TRAILER-HASH-TOTAL TO SRC-TRL-HASH(S)
           END-IF.

       VALIDATE-EXTRACT-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN DAILY-EXTRACT-TEXT(1:1) = SPACE
                 OR DAILY-EXTRACT-TEXT(26:1) = SPACE
                 SET REJECT-BAD-LENGTH TO TRUE
              WHEN DAILY-EXTRACT-TEXT(1:8) IS NOT NUMERIC
                 SET REJECT-BAD-ACCOUNT TO TRUE
              WHEN DAILY-EXTRACT-TEXT(9:8) IS NOT NUMERIC
                 OR DAILY-EXTRACT-TEXT(13:2) < "01"
                 OR DAILY-EXTRACT-TEXT(13:2) > "12"
                 OR DAILY-EXTRACT-TEXT(15:2) < "01"
                 OR DAILY-EXTRACT-TEXT(15:2) > "31"
                 SET REJECT-BAD-DATE TO TRUE
              WHEN DAILY-EXTRACT-TEXT(17:1) NOT = "D"
                 AND DAILY-EXTRACT-TEXT(17:1) NOT = "C"
                 SET REJECT-BAD-DC-IND TO TRUE
              WHEN DAILY-EXTRACT-TEXT(18:9) IS NOT NUMERIC
                 SET REJECT-BAD-AMOUNT TO TRUE
              WHEN ARRAY-SIZE >= MAX-RECORDS
                 SET REJECT-OVERFLOW TO TRUE
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO ARRAY-SIZE
              ADD 1 TO RECORDS-ACCEPTED
              ADD 1 TO SRC-ACCEPTED-COUNT(S)
              ADD EXTRACT-AMOUNT TO SRC-HASH(S)
              MOVE EXTRACT-ACCOUNT-ID TO ENTRY-ACCOUNT-ID(ARRAY-SIZE)
              MOVE EXTRACT-TRANS-DATE
                 TO ENTRY-TRANS-DATE(ARRAY-SIZE)
              END-IF
           ELSE
              ADD 1 TO RECORDS-REJECTED
              ADD 1 TO SRC-REJECTED-COUNT(S)
              MOVE SPACES TO REJECT-RECORD
              MOVE WS-REJECT-REASON TO REJECT-REASON-CODE
              MOVE DAILY-EXTRACT-TEXT TO REJECT-DATA
              MOVE SRC-SYSTEM(S) TO REJECT-SOURCE
              WRITE REJECT-RECORD
           END-IF.

           IF BATCH-MODE AND RECORDS-WRITTEN NOT = RECORDS-ACCEPTED
              MOVE "Y" TO WS-RUN-IN-ERROR
           END-IF.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
              DISPLAY "Impossible d'ouvrir TRICTL.RPT : "

       WRITE-BATCH-CONTROL-LINES.
           MOVE SPACES TO CONTROL-LINE.
           STRING "SOURCES          : " DELIMITED BY SIZE
                  SOURCES-ACCEPTED DELIMITED BY SIZE
                  " ACCEPTED, " DELIMITED BY SIZE
                  SOURCES-REJECTED DELIMITED BY SIZE
                  " REJECTED, " DELIMITED BY SIZE
                  SOURCES-POSTED DELIMITED BY SIZE
                  " ALREADY POSTED, " DELIMITED BY SIZE
                  SOURCES-ABSENT DELIMITED BY SIZE
                  " ABSENT" DELIMITED BY SIZE
                  INTO CONTROL-LINE
           WRITE CONTROL-LINE.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SOURCE-COUNT
              PERFORM WRITE-SOURCE-CONTROL-LINES
           END-PERFORM.

       WRITE-SOURCE-CONTROL-LINES.
           MOVE SPACES TO CONTROL-LINE.
           MOVE SRC-HASH(S) TO ED-HASH-TOTAL.
           STRING "SOURCE           : " DELIMITED BY SIZE
                  SRC-SYSTEM(S) DELIMITED BY SIZE
                  " DATE " DELIMITED BY SIZE
                  SRC-BUSINESS-DATE(S) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRC-RESULT(S) DELIMITED BY SIZE
                  " ITEMS " DELIMITED BY SIZE
                  SRC-ACCEPTED-COUNT(S) DELIMITED BY SIZE
                  " HASH " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  " FILE " DELIMITED BY SIZE
                  SRC-FILE-NAME(S) DELIMITED BY SIZE
                  INTO CONTROL-LINE
           WRITE CONTROL-LINE.
           IF SRC-ABSENT(S)
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CONTROL-LINE.
           MOVE SRC-FILE-HASH(S) TO ED-HASH-TOTAL.
           STRING "   FILE RECORDS READ " DELIMITED BY SIZE
                  SRC-READ(S) DELIMITED BY SIZE
                  " HASH " DELIMITED BY SIZE
                  ED-HASH-TOTAL DELIMITED BY SIZE
                  "  ITEMS REJECTED " DELIMITED BY SIZE
                  SRC-REJECTED-COUNT(S) DELIMITED BY SIZE
                  INTO CONTROL-LINE
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           IF SRC-HDR-COUNT(S) > 0
              STRING "   HEADER DATE " DELIMITED BY SIZE
                     SRC-HDR-DATE(S) DELIMITED BY SIZE
                     " (EXPECTED " DELIMITED BY SIZE
                     WS-EXPECTED-DATE DELIMITED BY SIZE
                     " RULE " DELIMITED BY SIZE
                     SRC-DATE-RULE(S) DELIMITED BY SIZE
                     ") SOURCE " DELIMITED BY SIZE
                     SRC-HDR-SOURCE(S) DELIMITED BY SIZE
                     INTO CONTROL-LINE
           ELSE
              MOVE "   HEADER DATE : NO HEADER RECORD" TO CONTROL-LINE
           END-IF.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           IF SRC-TRL-SEEN(S) = "Y"
              MOVE SRC-TRL-HASH(S) TO ED-HASH-TOTAL
              STRING "   TRAILER COUNT " DELIMITED BY SIZE
                     SRC-TRL-COUNT(S) DELIMITED BY SIZE
                     " HASH " DELIMITED BY SIZE
                     ED-HASH-TOTAL DELIMITED BY SIZE
                     INTO CONTROL-LINE
           ELSE
              MOVE "   TRAILER COUNT : NO TRAILER RECORD"
                 TO CONTROL-LINE
           END-IF.
           WRITE CONTROL-LINE.
           IF SRC-REASON(S) NOT = SPACES
              MOVE SPACES TO CONTROL-LINE
              STRING "   " DELIMITED BY SIZE
                     SRC-RESULT(S) DELIMITED BY SPACE
                     ": " DELIMITED BY SIZE
                     SRC-REASON(S) DELIMITED BY SIZE
                     INTO CONTROL-LINE
              WRITE CONTROL-LINE
           END-IF.

       READ-SORT-PARAMETERS.
           OPEN INPUT SORT-PARM-FILE.
                 TO SUMMARY-LINE
              WRITE SUMMARY-LINE
              MOVE 0 TO GRAND-REC-COUNT GRAND-NET-AMOUNT
              SORT RANDOM-NUMBER
                   ON ASCENDING KEY ENTRY-TRANS-DATE
                   ON ASCENDING KEY ENTRY-ACCOUNT-ID
              MOVE 1 TO I
              PERFORM UNTIL I > ARRAY-SIZE
                      MOVE ENTRY-TRANS-DATE(I) TO WS-BREAK-DATE
                      MOVE 0 TO DATE-REC-COUNT DATE-NET-AMOUNT
                      PERFORM WRITE-DATE-HEADING
                      PERFORM UNTIL I > ARRAY-SIZE
                              OR ENTRY-TRANS-DATE(I)
                                 NOT = WS-BREAK-DATE
                              INITIALIZE ACCOUNT-SUMMARY
                              MOVE ENTRY-ACCOUNT-ID(I)
                                 TO ACCT-SUMMARY-ID
                              PERFORM UNTIL I > ARRAY-SIZE
                                      OR ENTRY-TRANS-DATE(I)
                                         NOT = WS-BREAK-DATE
                                      OR ENTRY-ACCOUNT-ID(I)
                                         NOT = ACCT-SUMMARY-ID
                                      PERFORM ACCUMULATE-SUMMARY-ENTRY
                                      ADD 1 TO I
                              END-PERFORM
                              PERFORM WRITE-ACCOUNT-SUMMARY-LINE
                      END-PERFORM
                      PERFORM WRITE-DATE-SUBTOTAL
              END-PERFORM
              MOVE SPACES TO SUMMARY-LINE
              MOVE GRAND-NET-AMOUNT TO ED-NET-AMOUNT
           END-IF.

       ACCUMULATE-SUMMARY-ENTRY.
           IF ENTRY-DC-IND(I) = "D"
              COMPUTE WS-SIGNED-AMOUNT = 0 - ENTRY-AMOUNT(I)
           ELSE
              MOVE ENTRY-AMOUNT(I) TO WS-SIGNED-AMOUNT
           END-IF.
           IF ACCT-REC-COUNT = 0
              MOVE ENTRY-AMOUNT(I) TO ACCT-MIN-AMOUNT
              MOVE ENTRY-AMOUNT(I) TO ACCT-MAX-AMOUNT
           ELSE
              IF ENTRY-AMOUNT(I) < ACCT-MIN-AMOUNT
                 MOVE ENTRY-AMOUNT(I) TO ACCT-MIN-AMOUNT
              END-IF
              IF ENTRY-AMOUNT(I) > ACCT-MAX-AMOUNT
                 MOVE ENTRY-AMOUNT(I) TO ACCT-MAX-AMOUNT
              END-IF
           END-IF.
           ADD 1 TO ACCT-REC-COUNT.
           ADD WS-SIGNED-AMOUNT TO ACCT-NET-AMOUNT.
           ADD 1 TO DATE-REC-COUNT.
           ADD WS-SIGNED-AMOUNT TO DATE-NET-AMOUNT.
           ADD 1 TO GRAND-REC-COUNT.
           ADD WS-SIGNED-AMOUNT TO GRAND-NET-AMOUNT.

       WRITE-DATE-HEADING.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE "MIN" TO SUMMARY-LINE(36:3).
           MOVE "MAX" TO SUMMARY-LINE(48:3).
           WRITE SUMMARY-LINE.

       WRITE-ACCOUNT-SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE ACCT-SUMMARY-ID TO SUMMARY-LINE(3:8).
           MOVE ACCT-REC-COUNT TO SUMMARY-LINE(12:5).
           MOVE ACCT-NET-AMOUNT TO ED-NET-AMOUNT.
           MOVE ED-NET-AMOUNT TO SUMMARY-LINE(20:14).
           MOVE ACCT-MIN-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO SUMMARY-LINE(36:10).
           MOVE ACCT-MAX-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO SUMMARY-LINE(48:10).
           WRITE SUMMARY-LINE.

       WRITE-DATE-SUBTOTAL.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE DATE-NET-AMOUNT TO ED-NET-AMOUNT.
           STRING "SUBTOTAL " DELIMITED BY SIZE
