       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSSUMMARY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIGHT-REPORT-FILE ASSIGN USING WS-IN-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "OPSSUMMARY.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT HSK-CATALOG-FILE ASSIGN TO "HSKCAT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-REPORT-FILE.
       01  IN-LINE                   PIC X(132).

       FD  SUMMARY-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       FD  HSK-CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-TAG         PIC X(12).
           05 FILLER          PIC X(1).
           05 CAT-GEN         PIC 9(5).
           05 FILLER          PIC X(1).
           05 CAT-DATE        PIC 9(8).
           05 FILLER          PIC X(1).
           05 CAT-FILENAME    PIC X(30).
           05 FILLER          PIC X(1).
           05 CAT-STATUS      PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-IN-NAME        PIC X(30).
       01 WS-IN-STATUS      PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-CAT-STATUS     PIC XX.
       01 WS-LOG-LINES      PIC 9(7) VALUE 0.
       01 WS-LOG-STARTED    PIC X(1) VALUE "N".
       01 WS-LOG-GEN        PIC 9(5) VALUE 0.
       01 WS-LOG-GEN-NAME   PIC X(30) VALUE SPACES.
       01 WS-LOG-SOURCE     PIC X(50) VALUE "NIGHTRUN.LOG".
       01 WS-CURRENT-DATE   PIC X(21).
       01 I                 PIC 9(4).
       01 STEP-SUB          PIC 9(2).
       01 WS-REPORT-KIND    PIC X(8).
       01 WS-FILE-FOUND     PIC X(1).
       01 WS-PENDING-CLEAR  PIC X(1) VALUE "N".
       01 WS-RUN-RESULT     PIC X(8) VALUE "MISSING".
          88 RUN-COMPLETE           VALUE "COMPLETE".
          88 RUN-FAILED             VALUE "FAILED".
          88 RUN-REFUSED            VALUE "REFUSED".
          88 RUN-UNFINISHED         VALUE "RUNNING".
       01 WS-RUN-START      PIC X(14) VALUE SPACES.
       01 WS-RUN-END        PIC X(14) VALUE SPACES.
       01 WS-RUN-WORST-RC   PIC X(4) VALUE SPACES.
       01 WS-BUSINESS-DATE  PIC X(8) VALUE SPACES.
       01 WS-RAG-STATUS     PIC X(5) VALUE "GREEN".
       01 WS-STAMP          PIC X(14).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP.
          05 WS-STAMP-DATE     PIC 9(8).
          05 WS-STAMP-HH       PIC 9(2).
          05 WS-STAMP-MM       PIC 9(2).
          05 WS-STAMP-SS       PIC 9(2).
       01 WS-START-SECONDS  PIC 9(11).
       01 WS-END-SECONDS    PIC 9(11).
       01 WS-ELAPSED        PIC 9(7).
       01 WS-ELAPSED-HH     PIC 9(2).
       01 WS-ELAPSED-MM     PIC 9(2).
       01 WS-ELAPSED-SS     PIC 9(2).
       01 WS-ELAPSED-TEXT   PIC X(9).
       01 WS-STEP-RC-NUM    PIC 9(4).
       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 20 TIMES.
             10 STEP-NAME         PIC X(30).
             10 STEP-STATE        PIC X(1).
                88 STEP-NOT-RUN          VALUE " ".
                88 STEP-STARTED          VALUE "S".
                88 STEP-ENDED            VALUE "E".
                88 STEP-NOT-SCHEDULED    VALUE "N".
             10 STEP-START        PIC X(14).
             10 STEP-END          PIC X(14).
             10 STEP-RC           PIC X(4).
       01 STEP-HIGH         PIC 9(2) VALUE 0.
       01 ATTENTION-COUNT   PIC 9(2) VALUE 0.
       01 ATTENTION-TABLE.
          05 ATTENTION-TEXT OCCURS 15 TIMES PIC X(100).
       01 WS-ATTENTION      PIC X(100).
       01 WS-ATTENTION-LEVEL PIC X(5).
       01 CTL-FOUND         PIC X(1) VALUE "N".
       01 CTL-READ          PIC X(5) VALUE "00000".
       01 CTL-ACCEPTED      PIC X(5) VALUE "00000".
       01 CTL-REJECTED      PIC X(5) VALUE "00000".
       01 CTL-WRITTEN       PIC X(5) VALUE "00000".
       01 CTL-HASH          PIC X(16) VALUE SPACES.
       01 CTL-EXTRACT-DATE  PIC X(8) VALUE SPACES.
       01 CTL-STATUS        PIC X(20) VALUE SPACES.
       01 CTL-SOURCES       PIC X(60) VALUE SPACES.
       01 CTL-SOURCE-COUNT  PIC 9(2) VALUE 0.
       01 CTL-SOURCE-TABLE.
          05 CTL-SOURCE-ENTRY OCCURS 20 TIMES.
             10 CTL-SOURCE-TEXT    PIC X(101).
             10 CTL-SOURCE-REASON  PIC X(45).
       01 CS                PIC 9(2).
       01 REJ-FOUND         PIC X(1) VALUE "N".
       01 REJ-TOTAL         PIC 9(5) VALUE 0.
       01 REJ-COUNTS.
          05 REJ-COUNT OCCURS 7 TIMES PIC 9(5).
       01 REJ-NAMES.
          05 FILLER PIC X(14) VALUE "01 BAD ACCOUNT".
          05 FILLER PIC X(14) VALUE "02 BAD AMOUNT ".
          05 FILLER PIC X(14) VALUE "03 BAD LENGTH ".
          05 FILLER PIC X(14) VALUE "04 OVERFLOW   ".
          05 FILLER PIC X(14) VALUE "05 BAD DATE   ".
          05 FILLER PIC X(14) VALUE "06 BAD D/C    ".
          05 FILLER PIC X(14) VALUE "OTHER CODE    ".
       01 REJ-NAME-TABLE REDEFINES REJ-NAMES.
          05 REJ-NAME OCCURS 7 TIMES PIC X(14).
       01 REJ-SUB           PIC 9(1).
       01 POST-FOUND        PIC X(1) VALUE "N".
       01 POST-ABANDONED    PIC X(1) VALUE "N".
       01 POST-IN-BALANCE   PIC X(1) VALUE "N".
       01 POST-STAMP        PIC X(14) VALUE SPACES.
       01 POST-POSTED       PIC 9(5) VALUE 0.
       01 POST-HASH         PIC X(16) VALUE SPACES.
       01 POST-REJECTED     PIC 9(5) VALUE 0.
       01 POST-HELD         PIC 9(5) VALUE 0.
       01 POST-SUSPECT      PIC 9(5) VALUE 0.
       01 POST-NOT-POSTED   PIC 9(5) VALUE 0.
       01 POST-OVER-LIMIT   PIC 9(5) VALUE 0.
       01 POST-OVERDRAFT    PIC 9(5) VALUE 0.
       01 POST-REASON       PIC X(60) VALUE SPACES.
       01 BRG-FOUND         PIC X(1) VALUE "N".
       01 BRG-ABANDONED     PIC X(1) VALUE "N".
       01 BRG-READ          PIC 9(5) VALUE 0.
       01 BRG-BRIDGED       PIC 9(5) VALUE 0.
       01 BRG-PRESENT       PIC 9(5) VALUE 0.
       01 BRG-DROPPED       PIC 9(5) VALUE 0.
       01 CRN-FOUND         PIC X(1) VALUE "N".
       01 CRN-ABANDONED     PIC X(1) VALUE "N".
       01 CRN-WARNINGS      PIC 9(3) VALUE 0.
       01 CRN-READ          PIC 9(5) VALUE 0.
       01 CRN-APPLIED       PIC 9(5) VALUE 0.
       01 CRN-REJECTED      PIC 9(5) VALUE 0.
       01 SUS-FOUND         PIC X(1) VALUE "N".
       01 SUS-TOTAL         PIC 9(5) VALUE 0.
       01 SUS-DAYS          PIC 9(7).
       01 SUS-BUCKETS.
          05 SUS-BUCKET OCCURS 4 TIMES PIC 9(5).
       01 HSK-FOUND         PIC X(1) VALUE "N".
       01 HSK-COMPLETE      PIC X(1) VALUE "N".
       01 HSK-ROLLED        PIC 9(1) VALUE 0.
       01 HSK-PURGED        PIC 9(5) VALUE 0.
       01 HSK-TAG-COUNT     PIC 9(2) VALUE 0.
       01 HSK-TAG-TABLE.
          05 HSK-TAG-ENTRY OCCURS 10 TIMES.
             10 HSK-TAG        PIC X(12).
             10 HSK-TAG-PURGED PIC 9(3).
       01 WS-TAG-TEXT       PIC X(40).
       01 WS-TAG-REST       PIC X(100).
       01 WS-TAG-PURGED     PIC 9(3).
       01 ED-COUNT          PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Morning Operations Summary".
           OPEN OUTPUT SUMMARY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open OPSSUMMARY.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM CLEAR-STEP-TABLE.
           MOVE 0 TO STEP-HIGH.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                   MOVE 0 TO REJ-COUNT(I)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                   MOVE 0 TO SUS-BUCKET(I)
           END-PERFORM.
           MOVE "NIGHTRUN.LOG" TO WS-IN-NAME.
           MOVE "LOGCHECK" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           IF WS-LOG-LINES > 0 AND WS-LOG-STARTED = "N"
              PERFORM FIND-ROLLED-NIGHT-LOG
           END-IF.
           IF WS-LOG-GEN-NAME NOT = SPACES
              MOVE WS-LOG-GEN-NAME TO WS-IN-NAME
              MOVE "NIGHTLOG" TO WS-REPORT-KIND
              PERFORM READ-NIGHT-REPORT
              MOVE SPACES TO WS-LOG-SOURCE
              STRING WS-LOG-GEN-NAME DELIMITED BY SPACE
                     " + NIGHTRUN.LOG" DELIMITED BY SIZE
                     INTO WS-LOG-SOURCE
           END-IF.
           MOVE "NIGHTRUN.LOG" TO WS-IN-NAME.
           MOVE "NIGHTLOG" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           MOVE "TRICTL.RPT" TO WS-IN-NAME.
           MOVE "TRICTL" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           MOVE "TRIREJECT.DAT" TO WS-IN-NAME.
           MOVE "TRIREJ" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           MOVE "POSTRUN.RPT" TO WS-IN-NAME.
           MOVE "POSTRUN" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           MOVE "BRIDGE.RPT" TO WS-IN-NAME.
           MOVE "BRIDGE" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           MOVE "CONTACTRUN.RPT" TO WS-IN-NAME.
           MOVE "CONTRUN" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           MOVE "STMTAGING.RPT" TO WS-IN-NAME.
           MOVE "STMTAGE" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           MOVE "HSKRUN.RPT" TO WS-IN-NAME.
           MOVE "HSKRUN" TO WS-REPORT-KIND.
           PERFORM READ-NIGHT-REPORT.
           PERFORM ASSESS-NIGHT-RUN.
           PERFORM ASSESS-STEP-REPORTS.
           PERFORM WRITE-SUMMARY-HEADING.
           PERFORM WRITE-STEP-SECTION.
           PERFORM WRITE-EXTRACT-SECTION.
           PERFORM WRITE-POSTING-SECTION.
           PERFORM WRITE-CONTACT-SECTION.
           PERFORM WRITE-SUSPENSE-SECTION.
           PERFORM WRITE-HOUSEKEEPING-SECTION.
           CLOSE SUMMARY-REPORT-FILE.
           DISPLAY "STATUS " WS-RAG-STATUS ". See OPSSUMMARY.RPT.".
           EVALUATE WS-RAG-STATUS
              WHEN "RED"
                 MOVE 8 TO RETURN-CODE
              WHEN "AMBER"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       CLEAR-STEP-TABLE.
           PERFORM VARYING STEP-SUB FROM 1 BY 1 UNTIL STEP-SUB > 20
                   MOVE SPACES TO STEP-NAME(STEP-SUB)
                                  STEP-STATE(STEP-SUB)
                                  STEP-START(STEP-SUB)
                                  STEP-END(STEP-SUB)
                                  STEP-RC(STEP-SUB)
           END-PERFORM.

       FIND-ROLLED-NIGHT-LOG.
           OPEN INPUT HSK-CATALOG-FILE.
           IF WS-CAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CAT-STATUS NOT = "00"
                   READ HSK-CATALOG-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-CAT-STATUS
                      NOT AT END
                         IF CAT-TAG = "NIGHTLOG"
                            AND CAT-STATUS = "A"
                            AND CAT-GEN > WS-LOG-GEN
                            MOVE CAT-GEN TO WS-LOG-GEN
                            MOVE CAT-FILENAME TO WS-LOG-GEN-NAME
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE HSK-CATALOG-FILE.

       READ-NIGHT-REPORT.
           MOVE "N" TO WS-FILE-FOUND.
           OPEN INPUT NIGHT-REPORT-FILE.
           IF WS-IN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FILE-FOUND.
           EVALUATE WS-REPORT-KIND
              WHEN "TRICTL"
                 MOVE "Y" TO CTL-FOUND
              WHEN "TRIREJ"
                 MOVE "Y" TO REJ-FOUND
              WHEN "POSTRUN"
                 MOVE "Y" TO POST-FOUND
              WHEN "BRIDGE"
                 MOVE "Y" TO BRG-FOUND
              WHEN "CONTRUN"
                 MOVE "Y" TO CRN-FOUND
              WHEN "STMTAGE"
                 MOVE "Y" TO SUS-FOUND
              WHEN "HSKRUN"
                 MOVE "Y" TO HSK-FOUND
           END-EVALUATE.
           PERFORM UNTIL WS-IN-STATUS NOT = "00"
                   READ NIGHT-REPORT-FILE
                      AT END
                         MOVE "10" TO WS-IN-STATUS
                      NOT AT END
                         PERFORM SCAN-REPORT-LINE
                   END-READ
           END-PERFORM.
           CLOSE NIGHT-REPORT-FILE.

       SCAN-REPORT-LINE.
           EVALUATE WS-REPORT-KIND
              WHEN "LOGCHECK"
                 ADD 1 TO WS-LOG-LINES
                 IF IN-LINE(1:18) = "NIGHT RUN STARTED "
                    MOVE "Y" TO WS-LOG-STARTED
                 END-IF
              WHEN "NIGHTLOG"
                 PERFORM SCAN-NIGHT-LOG-LINE
              WHEN "TRICTL"
                 PERFORM SCAN-CONTROL-LINE
              WHEN "TRIREJ"
                 PERFORM SCAN-REJECT-LINE
              WHEN "POSTRUN"
                 PERFORM SCAN-POSTING-LINE
              WHEN "BRIDGE"
                 PERFORM SCAN-BRIDGE-LINE
              WHEN "CONTRUN"
                 PERFORM SCAN-CONTACT-RUN-LINE
              WHEN "STMTAGE"
                 PERFORM SCAN-AGING-LINE
              WHEN "HSKRUN"
                 PERFORM SCAN-HOUSEKEEPING-LINE
           END-EVALUATE.

       SCAN-NIGHT-LOG-LINE.
           EVALUATE TRUE
              WHEN IN-LINE(1:18) = "NIGHT RUN STARTED "
                 MOVE "Y" TO WS-PENDING-CLEAR
                 MOVE "RUNNING" TO WS-RUN-RESULT
                 MOVE IN-LINE(19:14) TO WS-RUN-START
                 MOVE SPACES TO WS-RUN-END WS-RUN-WORST-RC
              WHEN IN-LINE(1:14) = "BUSINESS DATE "
                 AND IN-LINE(15:8) IS NUMERIC
                 MOVE IN-LINE(15:8) TO WS-BUSINESS-DATE
              WHEN IN-LINE(1:18) = "RESTART REQUESTED,"
                 OR IN-LINE(1:18) = "SINGLE STEP RUN RE"
                 MOVE "N" TO WS-PENDING-CLEAR
              WHEN IN-LINE(1:12) = "RUN REFUSED:"
                 OR IN-LINE(1:16) = "RESTART REFUSED:"
                 MOVE "N" TO WS-PENDING-CLEAR
                 MOVE "REFUSED" TO WS-RUN-RESULT
              WHEN IN-LINE(1:5) = "STEP "
                 AND IN-LINE(6:2) IS NUMERIC
                 PERFORM SCAN-STEP-LOG-LINE
              WHEN IN-LINE(1:29) = "NIGHT RUN COMPLETE, WORST RC "
                 MOVE "COMPLETE" TO WS-RUN-RESULT
                 MOVE IN-LINE(30:4) TO WS-RUN-WORST-RC
                 MOVE IN-LINE(35:14) TO WS-RUN-END
              WHEN IN-LINE(1:25) = "NIGHT RUN FAILED AT STEP "
                 MOVE "FAILED" TO WS-RUN-RESULT
                 MOVE IN-LINE(62:14) TO WS-RUN-END
           END-EVALUATE.

       SCAN-STEP-LOG-LINE.
           IF WS-PENDING-CLEAR = "Y"
              PERFORM CLEAR-STEP-TABLE
              MOVE 0 TO STEP-HIGH
              MOVE "N" TO WS-PENDING-CLEAR
           END-IF.
           MOVE IN-LINE(6:2) TO STEP-SUB.
           IF STEP-SUB < 1 OR STEP-SUB > 20
              EXIT PARAGRAPH
           END-IF.
           IF STEP-SUB > STEP-HIGH
              MOVE STEP-SUB TO STEP-HIGH
           END-IF.
           MOVE IN-LINE(9:30) TO STEP-NAME(STEP-SUB).
           EVALUATE TRUE
              WHEN IN-LINE(39:9) = " STARTED "
                 MOVE "S" TO STEP-STATE(STEP-SUB)
                 MOVE IN-LINE(48:14) TO STEP-START(STEP-SUB)
                 MOVE SPACES TO STEP-END(STEP-SUB) STEP-RC(STEP-SUB)
              WHEN IN-LINE(39:7) = " ENDED "
                 MOVE "E" TO STEP-STATE(STEP-SUB)
                 MOVE IN-LINE(46:14) TO STEP-END(STEP-SUB)
                 MOVE IN-LINE(64:4) TO STEP-RC(STEP-SUB)
              WHEN IN-LINE(39:15) = " NOT SCHEDULED,"
                 MOVE "N" TO STEP-STATE(STEP-SUB)
                 MOVE SPACES TO STEP-START(STEP-SUB)
                                STEP-END(STEP-SUB) STEP-RC(STEP-SUB)
           END-EVALUATE.

       SCAN-CONTROL-LINE.
           EVALUATE TRUE
              WHEN IN-LINE(1:19) = "RECORDS READ     : "
                 MOVE IN-LINE(20:5) TO CTL-READ
              WHEN IN-LINE(1:19) = "RECORDS ACCEPTED : "
                 MOVE IN-LINE(20:5) TO CTL-ACCEPTED
              WHEN IN-LINE(1:19) = "RECORDS REJECTED : "
                 MOVE IN-LINE(20:5) TO CTL-REJECTED
              WHEN IN-LINE(1:19) = "RECORDS WRITTEN  : "
                 MOVE IN-LINE(20:5) TO CTL-WRITTEN
              WHEN IN-LINE(1:19) = "HASH TOTAL       : "
                 MOVE IN-LINE(20:16) TO CTL-HASH
              WHEN IN-LINE(1:19) = "EXTRACT DATE     : "
                 MOVE IN-LINE(20:8) TO CTL-EXTRACT-DATE
              WHEN IN-LINE(1:8) = "STATUS: "
                 MOVE IN-LINE(9:20) TO CTL-STATUS
              WHEN IN-LINE(1:19) = "SOURCES          : "
                 MOVE IN-LINE(20:60) TO CTL-SOURCES
              WHEN IN-LINE(1:19) = "SOURCE           : "
                 AND CTL-SOURCE-COUNT < 20
                 ADD 1 TO CTL-SOURCE-COUNT
                 MOVE IN-LINE(20:101)
                    TO CTL-SOURCE-TEXT(CTL-SOURCE-COUNT)
                 MOVE SPACES TO CTL-SOURCE-REASON(CTL-SOURCE-COUNT)
              WHEN IN-LINE(1:13) = "   REJECTED: "
                 AND CTL-SOURCE-COUNT > 0
                 MOVE IN-LINE(14:45)
                    TO CTL-SOURCE-REASON(CTL-SOURCE-COUNT)
           END-EVALUATE.

       SCAN-REJECT-LINE.
           IF IN-LINE = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REJ-TOTAL.
           IF IN-LINE(1:2) IS NUMERIC
              AND IN-LINE(1:2) > "00" AND IN-LINE(1:2) < "07"
              MOVE IN-LINE(2:1) TO REJ-SUB
           ELSE
              MOVE 7 TO REJ-SUB
           END-IF.
           ADD 1 TO REJ-COUNT(REJ-SUB).

       SCAN-POSTING-LINE.
           EVALUATE TRUE
              WHEN IN-LINE(1:18) = "DAILY POSTING RUN "
                 MOVE IN-LINE(19:14) TO POST-STAMP
              WHEN IN-LINE(1:19) = "POSTING ABANDONED: "
                 MOVE "Y" TO POST-ABANDONED
                 MOVE IN-LINE(20:60) TO POST-REASON
              WHEN IN-LINE(1:8) = "TOTALS: "
                 AND IN-LINE(9:5) IS NUMERIC
                 MOVE IN-LINE(9:5) TO POST-POSTED
                 MOVE IN-LINE(28:16) TO POST-HASH
                 IF IN-LINE(47:5) IS NUMERIC
                    MOVE IN-LINE(47:5) TO POST-REJECTED
                 END-IF
                 IF IN-LINE(63:5) IS NUMERIC
                    MOVE IN-LINE(63:5) TO POST-HELD
                 END-IF
                 IF IN-LINE(75:5) IS NUMERIC
                    MOVE IN-LINE(75:5) TO POST-SUSPECT
                 END-IF
              WHEN IN-LINE(1:18) = "OVERLIMIT.RPT   : "
                 IF IN-LINE(19:5) IS NUMERIC
                    MOVE IN-LINE(19:5) TO POST-OVER-LIMIT
                 END-IF
                 IF IN-LINE(37:5) IS NUMERIC
                    MOVE IN-LINE(37:5) TO POST-OVERDRAFT
                 END-IF
              WHEN IN-LINE(1:25) = "STATUS: POSTED IN BALANCE"
                 MOVE "Y" TO POST-IN-BALANCE
           END-EVALUATE.

       SCAN-BRIDGE-LINE.
           EVALUATE TRUE
              WHEN IN-LINE(1:16) = "BRIDGE ABANDONED"
                 MOVE "Y" TO BRG-ABANDONED
              WHEN IN-LINE(1:8) = "TOTALS: "
                 AND IN-LINE(9:5) IS NUMERIC
                 MOVE IN-LINE(9:5) TO BRG-READ
                 IF IN-LINE(21:5) IS NUMERIC
                    MOVE IN-LINE(21:5) TO BRG-BRIDGED
                 END-IF
                 IF IN-LINE(36:5) IS NUMERIC
                    MOVE IN-LINE(36:5) TO BRG-PRESENT
                 END-IF
                 IF IN-LINE(59:5) IS NUMERIC
                    MOVE IN-LINE(59:5) TO BRG-DROPPED
                 END-IF
           END-EVALUATE.

       SCAN-CONTACT-RUN-LINE.
           EVALUATE TRUE
              WHEN IN-LINE(1:14) = "RUN ABANDONED:"
                 OR IN-LINE(1:14) = "EXPORT FAILED:"
                 MOVE "Y" TO CRN-ABANDONED
              WHEN IN-LINE(1:8) = "WARNING:"
                 ADD 1 TO CRN-WARNINGS
              WHEN IN-LINE(1:8) = "TOTALS: "
                 AND IN-LINE(9:5) IS NUMERIC
                 MOVE IN-LINE(9:5) TO CRN-READ
                 IF IN-LINE(21:5) IS NUMERIC
                    MOVE IN-LINE(21:5) TO CRN-APPLIED
                 END-IF
                 IF IN-LINE(36:5) IS NUMERIC
                    MOVE IN-LINE(36:5) TO CRN-REJECTED
                 END-IF
           END-EVALUATE.

       SCAN-AGING-LINE.
           IF IN-LINE(1:8) IS NUMERIC
              AND IN-LINE(55:7) IS NUMERIC
              ADD 1 TO SUS-TOTAL
              MOVE IN-LINE(55:7) TO SUS-DAYS
              EVALUATE TRUE
                 WHEN SUS-DAYS <= 30
                    ADD 1 TO SUS-BUCKET(1)
                 WHEN SUS-DAYS <= 60
                    ADD 1 TO SUS-BUCKET(2)
                 WHEN SUS-DAYS <= 90
                    ADD 1 TO SUS-BUCKET(3)
                 WHEN OTHER
                    ADD 1 TO SUS-BUCKET(4)
              END-EVALUATE
           END-IF.

       SCAN-HOUSEKEEPING-LINE.
           IF IN-LINE(1:23) = "HOUSEKEEPING COMPLETE, "
              MOVE "Y" TO HSK-COMPLETE
              IF IN-LINE(24:1) IS NUMERIC
                 MOVE IN-LINE(24:1) TO HSK-ROLLED
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TAG-TEXT WS-TAG-REST.
           UNSTRING IN-LINE DELIMITED BY ": "
              INTO WS-TAG-TEXT WS-TAG-REST
           END-UNSTRING.
           IF WS-TAG-REST(1:3) IS NUMERIC
              AND WS-TAG-REST(4:36) =
                  " GENERATION(S) PURGED PAST RETENTION"
              MOVE WS-TAG-REST(1:3) TO WS-TAG-PURGED
              ADD WS-TAG-PURGED TO HSK-PURGED
              IF HSK-TAG-COUNT < 10
                 ADD 1 TO HSK-TAG-COUNT
                 MOVE WS-TAG-TEXT TO HSK-TAG(HSK-TAG-COUNT)
                 MOVE WS-TAG-PURGED TO HSK-TAG-PURGED(HSK-TAG-COUNT)
              END-IF
           END-IF.

       ASSESS-NIGHT-RUN.
           EVALUATE TRUE
              WHEN RUN-COMPLETE
                 CONTINUE
              WHEN RUN-FAILED
                 MOVE "NIGHT RUN FAILED - RESTART REQUIRED"
                    TO WS-ATTENTION
                 PERFORM ADD-RED-ITEM
              WHEN RUN-REFUSED
                 MOVE "LAST NIGHT RUN WAS REFUSED (NIGHTRUN.LOG)"
                    TO WS-ATTENTION
                 PERFORM ADD-RED-ITEM
              WHEN RUN-UNFINISHED
                 MOVE "NIGHT RUN STARTED BUT NEVER FINISHED"
                    TO WS-ATTENTION
                 PERFORM ADD-RED-ITEM
              WHEN OTHER
                 MOVE "NO NIGHT RUN FOUND IN NIGHTRUN.LOG"
                    TO WS-ATTENTION
                 PERFORM ADD-RED-ITEM
           END-EVALUATE.
           PERFORM VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > STEP-HIGH
                   PERFORM ASSESS-ONE-STEP
           END-PERFORM.

       ASSESS-ONE-STEP.
           IF STEP-STARTED(STEP-SUB)
              MOVE SPACES TO WS-ATTENTION
              STRING "STEP " DELIMITED BY SIZE
                     STEP-SUB DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     STEP-NAME(STEP-SUB) DELIMITED BY "  "
                     " STARTED BUT DID NOT END" DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-RED-ITEM
              EXIT PARAGRAPH
           END-IF.
           IF NOT STEP-ENDED(STEP-SUB)
              OR STEP-RC(STEP-SUB) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE STEP-RC(STEP-SUB) TO WS-STEP-RC-NUM.
           IF WS-STEP-RC-NUM > 0
              MOVE SPACES TO WS-ATTENTION
              STRING "STEP " DELIMITED BY SIZE
                     STEP-SUB DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     STEP-NAME(STEP-SUB) DELIMITED BY "  "
                     " ENDED RC " DELIMITED BY SIZE
                     STEP-RC(STEP-SUB) DELIMITED BY SIZE
                     INTO WS-ATTENTION
              IF WS-STEP-RC-NUM > 4
                 PERFORM ADD-RED-ITEM
              ELSE
                 PERFORM ADD-AMBER-ITEM
              END-IF
           END-IF.

       ASSESS-STEP-REPORTS.
           IF CTL-FOUND = "Y" AND CTL-STATUS NOT = "IN BALANCE"
              MOVE "EXTRACT CONTROL TOTALS OUT OF BALANCE (TRICTL.RPT)"
                 TO WS-ATTENTION
              PERFORM ADD-RED-ITEM
           END-IF.
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > CTL-SOURCE-COUNT
                   IF CTL-SOURCE-TEXT(CS)(24:8) = "REJECTED"
                      MOVE SPACES TO WS-ATTENTION
                      STRING "EXTRACT SOURCE " DELIMITED BY SIZE
                             CTL-SOURCE-TEXT(CS)(1:8) DELIMITED BY SPACE
                             " REJECTED: " DELIMITED BY SIZE
                             CTL-SOURCE-REASON(CS) DELIMITED BY SIZE
                             INTO WS-ATTENTION
                      PERFORM ADD-AMBER-ITEM
                   END-IF
           END-PERFORM.
           IF REJ-TOTAL > 0
              MOVE REJ-TOTAL TO ED-COUNT
              MOVE SPACES TO WS-ATTENTION
              STRING FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                     " EXTRACT RECORD(S) REJECTED - SEE TRIREJECT.DAT"
                        DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-AMBER-ITEM
           END-IF.
           IF POST-ABANDONED = "Y"
              MOVE SPACES TO WS-ATTENTION
              STRING "POSTING ABANDONED: " DELIMITED BY SIZE
                     POST-REASON DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-RED-ITEM
           END-IF.
           COMPUTE POST-NOT-POSTED = POST-REJECTED + POST-HELD.
           IF POST-NOT-POSTED > 0
              MOVE POST-NOT-POSTED TO ED-COUNT
              MOVE SPACES TO WS-ATTENTION
              STRING FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                     " ITEM(S) NOT POSTED (CLOSED ACCOUNT OR HELD)"
                        DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-AMBER-ITEM
           END-IF.
           IF POST-SUSPECT > 0
              MOVE POST-SUSPECT TO ED-COUNT
              MOVE SPACES TO WS-ATTENTION
              STRING FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                     " SUSPECT DUPLICATE(S) AWAITING REVIEW"
                        DELIMITED BY SIZE
                     " - SEE DUPREVIEW.DAT" DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-AMBER-ITEM
           END-IF.
           IF POST-OVER-LIMIT > 0
              MOVE POST-OVER-LIMIT TO ED-COUNT
              MOVE SPACES TO WS-ATTENTION
              STRING FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                     " ACCOUNT(S) OVER CREDIT LIMIT - SEE OVERLIMIT.RPT"
                        DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-AMBER-ITEM
           END-IF.
           IF BRG-ABANDONED = "Y"
              MOVE "APPLICANT BRIDGE ABANDONED (BRIDGE.RPT)"
                 TO WS-ATTENTION
              PERFORM ADD-RED-ITEM
           END-IF.
           IF BRG-DROPPED > 0
              MOVE BRG-DROPPED TO ED-COUNT
              MOVE SPACES TO WS-ATTENTION
              STRING FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                     " APPLICANT(S) DROPPED BY THE BRIDGE"
                        DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-AMBER-ITEM
           END-IF.
           IF CRN-ABANDONED = "Y"
              MOVE "CONTACT BATCH RUN OR EXPORT FAILED (CONTACTRUN.RPT)"
                 TO WS-ATTENTION
              PERFORM ADD-RED-ITEM
           END-IF.
           IF CRN-REJECTED > 0 OR CRN-WARNINGS > 0
              MOVE CRN-REJECTED TO ED-COUNT
              MOVE SPACES TO WS-ATTENTION
              STRING FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                     " CONTACT TRANSACTION(S) REJECTED OR WARNED"
                        DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-AMBER-ITEM
           END-IF.
           IF SUS-BUCKET(2) + SUS-BUCKET(3) + SUS-BUCKET(4) > 0
              COMPUTE I = SUS-BUCKET(2) + SUS-BUCKET(3)
                        + SUS-BUCKET(4)
              MOVE I TO ED-COUNT
              MOVE SPACES TO WS-ATTENTION
              STRING FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                     " SUSPENSE ITEM(S) OLDER THAN 30 DAYS"
                        DELIMITED BY SIZE
                     INTO WS-ATTENTION
              PERFORM ADD-AMBER-ITEM
           END-IF.
           IF CTL-FOUND = "N"
              MOVE "TRICTL.RPT" TO WS-IN-NAME
              PERFORM ADD-MISSING-REPORT
           END-IF.
           IF POST-FOUND = "N"
              MOVE "POSTRUN.RPT" TO WS-IN-NAME
              PERFORM ADD-MISSING-REPORT
           END-IF.
           IF BRG-FOUND = "N"
              MOVE "BRIDGE.RPT" TO WS-IN-NAME
              PERFORM ADD-MISSING-REPORT
           END-IF.
           IF CRN-FOUND = "N"
              MOVE "CONTACTRUN.RPT" TO WS-IN-NAME
              PERFORM ADD-MISSING-REPORT
           END-IF.
           IF HSK-FOUND = "N"
              MOVE "HSKRUN.RPT" TO WS-IN-NAME
              PERFORM ADD-MISSING-REPORT
           END-IF.
           IF HSK-FOUND = "Y" AND HSK-COMPLETE = "N"
              MOVE "HOUSEKEEPING DID NOT COMPLETE (HSKRUN.RPT)"
                 TO WS-ATTENTION
              PERFORM ADD-RED-ITEM
           END-IF.

       ADD-MISSING-REPORT.
           MOVE SPACES TO WS-ATTENTION.
           STRING WS-IN-NAME DELIMITED BY SPACE
                  " NOT AVAILABLE - CHECK THE STEP THAT WRITES IT"
                     DELIMITED BY SIZE
                  INTO WS-ATTENTION.
           PERFORM ADD-AMBER-ITEM.

       ADD-RED-ITEM.
           MOVE "RED" TO WS-RAG-STATUS.
           MOVE "RED" TO WS-ATTENTION-LEVEL.
           PERFORM ADD-ATTENTION-ITEM.

       ADD-AMBER-ITEM.
           IF WS-RAG-STATUS = "GREEN"
              MOVE "AMBER" TO WS-RAG-STATUS
           END-IF.
           MOVE "AMBER" TO WS-ATTENTION-LEVEL.
           PERFORM ADD-ATTENTION-ITEM.

       ADD-ATTENTION-ITEM.
           IF ATTENTION-COUNT < 15
              ADD 1 TO ATTENTION-COUNT
              MOVE SPACES TO ATTENTION-TEXT(ATTENTION-COUNT)
              STRING "  " DELIMITED BY SIZE
                     WS-ATTENTION-LEVEL DELIMITED BY SPACE
                     ": " DELIMITED BY SIZE
                     WS-ATTENTION DELIMITED BY SIZE
                     INTO ATTENTION-TEXT(ATTENTION-COUNT)
           END-IF.

       WRITE-SUMMARY-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "MORNING OPERATIONS SUMMARY " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  "   BUSINESS DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE WS-RAG-STATUS
              WHEN "RED"
                 MOVE "STATUS: RED - ACTION NEEDED BEFORE BUSINESS DAY"
                    TO REPORT-LINE
              WHEN "AMBER"
                 MOVE "STATUS: AMBER - REVIEW THE ITEMS BELOW TODAY"
                    TO REPORT-LINE
              WHEN OTHER
                 MOVE "STATUS: GREEN - NO ACTION REQUIRED"
                    TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ATTENTION-COUNT
                   MOVE ATTENTION-TEXT(I) TO REPORT-LINE
                   WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-STEP-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "NIGHT RUN (" DELIMITED BY SIZE
                  WS-LOG-SOURCE DELIMITED BY "  "
                  "): " DELIMITED BY SIZE
                  WS-RUN-RESULT DELIMITED BY SPACE
                  "  STARTED " DELIMITED BY SIZE
                  WS-RUN-START DELIMITED BY SIZE
                  "  ENDED " DELIMITED BY SIZE
                  WS-RUN-END DELIMITED BY SIZE
                  "  WORST RC " DELIMITED BY SIZE
                  WS-RUN-WORST-RC DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "STEP" TO REPORT-LINE(3:4).
           MOVE "NAME" TO REPORT-LINE(8:4).
           MOVE "RC" TO REPORT-LINE(40:2).
           MOVE "ELAPSED" TO REPORT-LINE(47:7).
           WRITE REPORT-LINE.
           PERFORM VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > STEP-HIGH
                   PERFORM WRITE-STEP-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-STEP-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE STEP-SUB TO REPORT-LINE(3:2).
           MOVE STEP-NAME(STEP-SUB) TO REPORT-LINE(8:30).
           EVALUATE TRUE
              WHEN STEP-ENDED(STEP-SUB)
                 MOVE STEP-RC(STEP-SUB) TO REPORT-LINE(40:4)
                 PERFORM COMPUTE-STEP-ELAPSED
                 MOVE WS-ELAPSED-TEXT TO REPORT-LINE(46:9)
              WHEN STEP-STARTED(STEP-SUB)
                 MOVE "DID NOT END" TO REPORT-LINE(40:11)
              WHEN STEP-NOT-SCHEDULED(STEP-SUB)
                 MOVE "NOT SCHEDULED" TO REPORT-LINE(40:13)
              WHEN OTHER
                 MOVE "NOT RUN" TO REPORT-LINE(40:7)
           END-EVALUATE.
           WRITE REPORT-LINE.

       COMPUTE-STEP-ELAPSED.
           MOVE SPACES TO WS-ELAPSED-TEXT.
           IF STEP-START(STEP-SUB) IS NOT NUMERIC
              OR STEP-END(STEP-SUB) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE STEP-START(STEP-SUB) TO WS-STAMP.
           COMPUTE WS-START-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                   + WS-STAMP-SS.
           MOVE STEP-END(STEP-SUB) TO WS-STAMP.
           COMPUTE WS-END-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                   + WS-STAMP-SS.
           IF WS-END-SECONDS < WS-START-SECONDS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS.
           DIVIDE WS-ELAPSED BY 3600 GIVING WS-ELAPSED-HH
                  REMAINDER WS-ELAPSED.
           DIVIDE WS-ELAPSED BY 60 GIVING WS-ELAPSED-MM
                  REMAINDER WS-ELAPSED-SS.
           STRING WS-ELAPSED-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-ELAPSED-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-ELAPSED-SS DELIMITED BY SIZE
                  INTO WS-ELAPSED-TEXT.

       WRITE-EXTRACT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           IF CTL-FOUND = "N"
              MOVE "EXTRACT (TRICTL.RPT): NOT AVAILABLE" TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              STRING "EXTRACT (TRICTL.RPT): DATE " DELIMITED BY SIZE
                     CTL-EXTRACT-DATE DELIMITED BY SIZE
                     "  READ " DELIMITED BY SIZE
                     CTL-READ DELIMITED BY SIZE
                     "  ACCEPTED " DELIMITED BY SIZE
                     CTL-ACCEPTED DELIMITED BY SIZE
                     "  REJECTED " DELIMITED BY SIZE
                     CTL-REJECTED DELIMITED BY SIZE
                     "  WRITTEN " DELIMITED BY SIZE
                     CTL-WRITTEN DELIMITED BY SIZE
                     "  HASH " DELIMITED BY SIZE
                     CTL-HASH DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "  CONTROL STATUS: " DELIMITED BY SIZE
                     CTL-STATUS DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              IF CTL-SOURCES NOT = SPACES
                 MOVE SPACES TO REPORT-LINE
                 STRING "  SOURCES: " DELIMITED BY SIZE
                        CTL-SOURCES DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              PERFORM VARYING CS FROM 1 BY 1
                      UNTIL CS > CTL-SOURCE-COUNT
                      MOVE SPACES TO REPORT-LINE
                      MOVE CTL-SOURCE-TEXT(CS) TO REPORT-LINE(5:101)
                      WRITE REPORT-LINE
              END-PERFORM
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE REJ-TOTAL TO ED-COUNT.
           STRING "REJECTS BY REASON (TRIREJECT.DAT): "
                     DELIMITED BY SIZE
                  ED-COUNT DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 3 TO I.
           PERFORM VARYING REJ-SUB FROM 1 BY 1 UNTIL REJ-SUB > 7
                   IF REJ-SUB = 5
                      WRITE REPORT-LINE
                      MOVE SPACES TO REPORT-LINE
                      MOVE 3 TO I
                   END-IF
                   MOVE REJ-NAME(REJ-SUB) TO REPORT-LINE(I:14)
                   MOVE REJ-COUNT(REJ-SUB) TO ED-COUNT
                   MOVE ED-COUNT TO REPORT-LINE(I + 15:5)
                   ADD 24 TO I
           END-PERFORM.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-POSTING-SECTION.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN POST-FOUND = "N"
                 MOVE "POSTING (POSTRUN.RPT): NOT AVAILABLE"
                    TO REPORT-LINE
              WHEN POST-ABANDONED = "Y"
                 STRING "POSTING (POSTRUN.RPT): RUN " DELIMITED BY SIZE
                        POST-STAMP DELIMITED BY SIZE
                        " ABANDONED: " DELIMITED BY SIZE
                        POST-REASON DELIMITED BY SIZE
                        INTO REPORT-LINE
              WHEN OTHER
                 STRING "POSTING (POSTRUN.RPT): RUN " DELIMITED BY SIZE
                        POST-STAMP DELIMITED BY SIZE
                        "  POSTED " DELIMITED BY SIZE
                        POST-POSTED DELIMITED BY SIZE
                        "  HASH " DELIMITED BY SIZE
                        POST-HASH DELIMITED BY SIZE
                        INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           IF POST-FOUND = "Y" AND POST-ABANDONED = "N"
              MOVE SPACES TO REPORT-LINE
              STRING "  NOT POSTED " DELIMITED BY SIZE
                     POST-NOT-POSTED DELIMITED BY SIZE
                     " (CLOSED ACCOUNT " DELIMITED BY SIZE
                     POST-REJECTED DELIMITED BY SIZE
                     ", HELD " DELIMITED BY SIZE
                     POST-HELD DELIMITED BY SIZE
                     ")  SUSPECT DUPLICATES " DELIMITED BY SIZE
                     POST-SUSPECT DELIMITED BY SIZE
                     "  OVER LIMIT " DELIMITED BY SIZE
                     POST-OVER-LIMIT DELIMITED BY SIZE
                     "  INTO OVERDRAFT " DELIMITED BY SIZE
                     POST-OVERDRAFT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTACT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           IF BRG-FOUND = "N"
              MOVE "BRIDGE (BRIDGE.RPT): NOT AVAILABLE" TO REPORT-LINE
           ELSE
              STRING "BRIDGE (BRIDGE.RPT): READ " DELIMITED BY SIZE
                     BRG-READ DELIMITED BY SIZE
                     "  BRIDGED " DELIMITED BY SIZE
                     BRG-BRIDGED DELIMITED BY SIZE
                     "  ALREADY PRESENT " DELIMITED BY SIZE
                     BRG-PRESENT DELIMITED BY SIZE
                     "  DROPPED " DELIMITED BY SIZE
                     BRG-DROPPED DELIMITED BY SIZE
                     INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF CRN-FOUND = "N"
              MOVE "CONTACTS (CONTACTRUN.RPT): NOT AVAILABLE"
                 TO REPORT-LINE
           ELSE
              STRING "CONTACTS (CONTACTRUN.RPT): READ "
                        DELIMITED BY SIZE
                     CRN-READ DELIMITED BY SIZE
                     "  APPLIED " DELIMITED BY SIZE
                     CRN-APPLIED DELIMITED BY SIZE
                     "  REJECTED " DELIMITED BY SIZE
                     CRN-REJECTED DELIMITED BY SIZE
                     "  WARNINGS " DELIMITED BY SIZE
                     CRN-WARNINGS DELIMITED BY SIZE
                     INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SUSPENSE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           IF SUS-FOUND = "N"
              MOVE "SUSPENSE (STMTAGING.RPT): NOT AVAILABLE"
                 TO REPORT-LINE
           ELSE
              STRING "SUSPENSE (STMTAGING.RPT): " DELIMITED BY SIZE
                     SUS-TOTAL DELIMITED BY SIZE
                     " ITEM(S)  0-30 DAYS " DELIMITED BY SIZE
                     SUS-BUCKET(1) DELIMITED BY SIZE
                     "  31-60 DAYS " DELIMITED BY SIZE
                     SUS-BUCKET(2) DELIMITED BY SIZE
                     "  61-90 DAYS " DELIMITED BY SIZE
                     SUS-BUCKET(3) DELIMITED BY SIZE
                     "  OVER 90 DAYS " DELIMITED BY SIZE
                     SUS-BUCKET(4) DELIMITED BY SIZE
                     INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-HOUSEKEEPING-SECTION.
           MOVE SPACES TO REPORT-LINE.
           IF HSK-FOUND = "N"
              MOVE "HOUSEKEEPING (HSKRUN.RPT): NOT AVAILABLE"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           STRING "HOUSEKEEPING (HSKRUN.RPT): " DELIMITED BY SIZE
                  HSK-ROLLED DELIMITED BY SIZE
                  " FILE(S) ROLLED  " DELIMITED BY SIZE
                  HSK-PURGED DELIMITED BY SIZE
                  " GENERATION(S) PURGED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HSK-TAG-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE HSK-TAG(I) TO REPORT-LINE(3:12)
                   MOVE HSK-TAG-PURGED(I) TO REPORT-LINE(16:3)
                   MOVE "PURGED" TO REPORT-LINE(20:6)
                   WRITE REPORT-LINE
           END-PERFORM.
