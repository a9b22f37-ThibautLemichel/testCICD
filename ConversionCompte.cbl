       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERT-INPUT-FILE ASSIGN USING WS-IN-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.

           SELECT CONVERT-OUTPUT-FILE ASSIGN USING WS-OUT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUT-STATUS.

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

           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "TRANARCH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-STATUS.

           SELECT SOURCE-LIST-FILE ASSIGN TO "TRISOURCE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CONVERT-CONTROL-FILE ASSIGN TO "ACCTCONV.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONVCTL-STATUS.

           SELECT CONVERT-REPORT-FILE ASSIGN TO "ACCTCONV.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVERT-INPUT-FILE.
       01  CONVERT-INPUT-RECORD      PIC X(240).

       FD  CONVERT-OUTPUT-FILE.
       01  CONVERT-OUTPUT-RECORD     PIC X(240).

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

       FD  SOURCE-LIST-FILE.
       01  SOURCE-LIST-RECORD.
           05 SL-FILE-NAME           PIC X(30).
           05 FILLER                 PIC X(1).
           05 SL-SOURCE-SYSTEM       PIC X(8).
           05 FILLER                 PIC X(41).

       FD  CONVERT-CONTROL-FILE.
       01  CONVERT-CONTROL-RECORD.
           05 CC-STATE               PIC X(8).
           05 FILLER                 PIC X(1).
           05 CC-STAMP               PIC X(14).
           05 FILLER                 PIC X(1).
           05 CC-FILE-COUNT          PIC 9(3).
           05 FILLER                 PIC X(1).
           05 CC-FILE-NAME           PIC X(30).
           05 FILLER                 PIC X(1).
           05 CC-RECORD-COUNT        PIC 9(7).

       FD  CONVERT-REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS      PIC XX.
       01 WS-OUT-STATUS     PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-ARCH-STATUS    PIC XX.
       01 WS-SOURCE-STATUS  PIC XX.
       01 WS-CONVCTL-STATUS PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-SAVE-STATUS    PIC XX.
       01 WS-IN-NAME        PIC X(30).
       01 WS-OUT-NAME       PIC X(30).
       01 WS-OLD-NAME       PIC X(30).
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-ABORT-REASON   PIC X(60).
       01 WS-FILE-IN-ERROR  PIC X(1).
       01 WS-RESUMED        PIC X(1).
       01 CONVERT-FILES.
          05 FILLER PIC X(46)
             VALUE "ACCTMASTERACCTMASTER.DAT      M001000051U000 N".
          05 FILLER PIC X(46)
             VALUE "ACCTBAL   ACCTBAL.DAT         B001000004S000 N".
          05 FILLER PIC X(46)
             VALUE "ACCTXREF  ACCTXREF.DAT        S001000000 000 N".
          05 FILLER PIC X(46)
             VALUE "TRANHIST  TRANHIST.DAT        S001000013U022SN".
          05 FILLER PIC X(46)
             VALUE "STMTSUSP  STMTSUSP.DAT        S001000013U000 N".
          05 FILLER PIC X(46)
             VALUE "STANDORD  STANDORD.DAT        S006000010U000 N".
          05 FILLER PIC X(46)
             VALUE "HELDITEMS HELDITEMS.DAT       S001000013U000 N".
          05 FILLER PIC X(46)
             VALUE "DUPREVIEW DUPREVIEW.DAT       S001000013U000 N".
          05 FILLER PIC X(46)
             VALUE "ADJUST    ADJUST.DAT          S003025015U029UN".
          05 FILLER PIC X(46)
             VALUE "ADJJRNL   ADJJRNL.DAT         S018040030U044UN".
          05 FILLER PIC X(46)
             VALUE "SORTED    SORTED.DAT          S001000013U000 Y".
          05 FILLER PIC X(46)
             VALUE "DAILYEXT  DAILYEXTRACT.DAT    S001000013U000 Y".
          05 FILLER PIC X(46)
             VALUE "STANDEXT  STANDEXT.DAT        S001000013U000 Y".
          05 FILLER PIC X(46)
             VALUE "ACCRUAL   ACCRUAL.DAT         S001000013U000 Y".
       01 CONVERT-TABLE REDEFINES CONVERT-FILES.
          05 CONVERT-ENTRY OCCURS 14 TIMES.
             10 CNV-TAG        PIC X(10).
             10 CNV-FILENAME   PIC X(20).
             10 CNV-ORG        PIC X(1).
             10 CNV-ACCT-POS1  PIC 9(3).
             10 CNV-ACCT-POS2  PIC 9(3).
             10 CNV-AMT-POS1   PIC 9(3).
             10 CNV-AMT-TYPE1  PIC X(1).
             10 CNV-AMT-POS2   PIC 9(3).
             10 CNV-AMT-TYPE2  PIC X(1).
             10 CNV-TAGGED     PIC X(1).
       01 CONVERT-COUNT     PIC 9(2) VALUE 14.
       01 HIST-ENTRY        PIC 9(2) VALUE 4.
       01 EXTRACT-ENTRY     PIC 9(2) VALUE 12.
       01 C                 PIC 9(2).
       01 D                 PIC 9(3).
       01 WS-FILE-TAG       PIC X(10).
       01 WS-FILE-NAME      PIC X(30).
       01 WS-FILE-ORG       PIC X(1).
          88 FILE-IS-SEQUENTIAL       VALUE "S".
          88 FILE-IS-ACCTBAL          VALUE "B".
          88 FILE-IS-ACCTMASTER       VALUE "M".
       01 WS-ACCT-POS1      PIC 9(3).
       01 WS-ACCT-POS2      PIC 9(3).
       01 WS-AMT-POS1       PIC 9(3).
       01 WS-AMT-TYPE1      PIC X(1).
       01 WS-AMT-POS2       PIC 9(3).
       01 WS-AMT-TYPE2      PIC X(1).
       01 WS-TAGGED         PIC X(1).
       01 WS-NEW-ACCT-POS1  PIC 9(3).
       01 WS-NEW-ACCT-POS2  PIC 9(3).
       01 WS-NEW-AMT-POS1   PIC 9(3).
       01 WS-NEW-AMT-POS2   PIC 9(3).
       01 WS-T-ACCT-POS1    PIC 9(3).
       01 WS-T-ACCT-POS2    PIC 9(3).
       01 WS-T-ACCT-LEN     PIC 9(1).
       01 WS-T-AMT-POS1     PIC 9(3).
       01 WS-T-AMT-POS2     PIC 9(3).
       01 WS-IN-POS         PIC 9(3).
       01 WS-OUT-POS        PIC 9(3).
       01 WS-PIECE-LEN      PIC 9(3).
       01 WS-OLD-RECORD     PIC X(240).
       01 WS-NEW-RECORD     PIC X(240).
       01 WS-TALLY-RECORD   PIC X(240).
       01 WS-ACCT-X         PIC X(8).
       01 WS-ACCT-N REDEFINES WS-ACCT-X PIC 9(8).
       01 WS-AMT-U-X        PIC X(9).
       01 WS-AMT-U REDEFINES WS-AMT-U-X PIC 9(7)V99.
       01 WS-AMT-S-X        PIC X(14).
       01 WS-AMT-S REDEFINES WS-AMT-S-X PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
       01 WS-AMT-TYPE       PIC X(1).
       01 WS-AMT-POS        PIC 9(3).
       01 WS-AMT-VALUE      PIC S9(11)V99.
       01 WS-REC-IS-TAGGED  PIC X(1).
       01 WS-REC-HASH       PIC 9(8).
       01 WS-REC-BAD        PIC 9(1).
       01 WS-REC-AMT1       PIC S9(11)V99.
       01 WS-REC-AMT2       PIC S9(11)V99.
       01 BEFORE-COUNT      PIC 9(7).
       01 BEFORE-HASH       PIC 9(15).
       01 BEFORE-BAD        PIC 9(7).
       01 BEFORE-AMT1       PIC S9(15)V99.
       01 BEFORE-AMT2       PIC S9(15)V99.
       01 AFTER-COUNT       PIC 9(7).
       01 AFTER-HASH        PIC 9(15).
       01 AFTER-BAD         PIC 9(7).
       01 AFTER-AMT1        PIC S9(15)V99.
       01 AFTER-AMT2        PIC S9(15)V99.
       01 WS-COPY-COUNT     PIC 9(7).
       01 WS-WRITE-ERRORS   PIC 9(7).
       01 DONE-COUNT        PIC 9(3) VALUE 0.
       01 DONE-TABLE.
          05 DONE-NAME OCCURS 200 TIMES PIC X(30).
       01 WS-ALREADY-DONE   PIC X(1).
       01 SAVED-COUNT       PIC 9(3) VALUE 0.
       01 SAVED-TABLE.
          05 SAVED-ENTRY OCCURS 200 TIMES.
             10 SV-NAME        PIC X(30).
             10 SV-COUNT       PIC 9(7).
       01 S                 PIC 9(3).
       01 WS-SAVED-SUB      PIC 9(3).
       01 FILES-CONVERTED   PIC 9(3) VALUE 0.
       01 FILES-ABSENT      PIC 9(3) VALUE 0.
       01 FILES-MISMATCHED  PIC 9(3) VALUE 0.
       01 FILES-WITH-BAD    PIC 9(3) VALUE 0.
       01 ED-COUNT          PIC Z(6)9.
       01 ED-HASH           PIC Z(14)9.
       01 ED-TOTAL          PIC -(15)9.99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Account Number Conversion".
           OPEN OUTPUT CONVERT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open ACCTCONV.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT NUMBER CONVERSION " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " - 3 DIGIT TO 8 DIGIT ACCOUNT NUMBERS"
                     DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           PERFORM CHECK-ALREADY-CONVERTED.
           IF WS-RUN-IN-ERROR = "N"
              PERFORM VARYING C FROM 1 BY 1 UNTIL C > CONVERT-COUNT
                      PERFORM LOAD-FILE-SPEC
                      PERFORM CONVERT-ONE-FILE
              END-PERFORM
              PERFORM CONVERT-HISTORY-ARCHIVES
              PERFORM CONVERT-SOURCE-EXTRACTS
              PERFORM WRITE-CONVERSION-TOTALS
              IF FILES-MISMATCHED = 0
                 PERFORM RECORD-CONVERSION-COMPLETE
              END-IF
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "CONVERSION ABANDONED: " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Conversion abandoned: " WS-ABORT-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CONVERT-REPORT-FILE.
           GOBACK.

       CHECK-ALREADY-CONVERTED.
           OPEN INPUT CONVERT-CONTROL-FILE.
           IF WS-CONVCTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONVCTL-STATUS NOT = "00"
                   READ CONVERT-CONTROL-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-CONVCTL-STATUS
                      NOT AT END
                         IF CC-STATE = "COMPLETE"
                            MOVE "Y" TO WS-RUN-IN-ERROR
                            MOVE SPACES TO WS-ABORT-REASON
                            STRING "FILES ALREADY CONVERTED ON "
                                      DELIMITED BY SIZE
                                   CC-STAMP DELIMITED BY SIZE
                                   INTO WS-ABORT-REASON
                         END-IF
                         IF CC-STATE = "SAVED"
                            MOVE CC-FILE-NAME TO WS-FILE-NAME
                            PERFORM FIND-SAVED-ENTRY
                            IF WS-SAVED-SUB = 0 AND SAVED-COUNT < 200
                               ADD 1 TO SAVED-COUNT
                               MOVE SAVED-COUNT TO WS-SAVED-SUB
                               MOVE CC-FILE-NAME
                                  TO SV-NAME(WS-SAVED-SUB)
                            END-IF
                            IF WS-SAVED-SUB > 0
                               MOVE CC-RECORD-COUNT
                                  TO SV-COUNT(WS-SAVED-SUB)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE CONVERT-CONTROL-FILE.

       FIND-SAVED-ENTRY.
           MOVE 0 TO WS-SAVED-SUB.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SAVED-COUNT
                   IF SV-NAME(S) = WS-FILE-NAME
                      MOVE S TO WS-SAVED-SUB
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

       LOAD-FILE-SPEC.
           MOVE CNV-TAG(C) TO WS-FILE-TAG.
           MOVE CNV-FILENAME(C) TO WS-FILE-NAME.
           MOVE CNV-ORG(C) TO WS-FILE-ORG.
           MOVE CNV-ACCT-POS1(C) TO WS-ACCT-POS1.
           MOVE CNV-ACCT-POS2(C) TO WS-ACCT-POS2.
           MOVE CNV-AMT-POS1(C) TO WS-AMT-POS1.
           MOVE CNV-AMT-TYPE1(C) TO WS-AMT-TYPE1.
           MOVE CNV-AMT-POS2(C) TO WS-AMT-POS2.
           MOVE CNV-AMT-TYPE2(C) TO WS-AMT-TYPE2.
           MOVE CNV-TAGGED(C) TO WS-TAGGED.
           MOVE WS-ACCT-POS1 TO WS-NEW-ACCT-POS1.
           MOVE WS-ACCT-POS2 TO WS-NEW-ACCT-POS2.
           IF WS-ACCT-POS2 > 0
              ADD 5 TO WS-NEW-ACCT-POS2
           END-IF.
           MOVE WS-AMT-POS1 TO WS-NEW-AMT-POS1.
           IF WS-AMT-POS1 > WS-ACCT-POS1
              ADD 5 TO WS-NEW-AMT-POS1
           END-IF.
           IF WS-ACCT-POS2 > 0 AND WS-AMT-POS1 > WS-ACCT-POS2
              ADD 5 TO WS-NEW-AMT-POS1
           END-IF.
           MOVE WS-AMT-POS2 TO WS-NEW-AMT-POS2.
           IF WS-AMT-POS2 > WS-ACCT-POS1
              ADD 5 TO WS-NEW-AMT-POS2
           END-IF.
           IF WS-ACCT-POS2 > 0 AND WS-AMT-POS2 > WS-ACCT-POS2
              ADD 5 TO WS-NEW-AMT-POS2
           END-IF.

       CONVERT-HISTORY-ARCHIVES.
           OPEN INPUT ARCHIVE-CONTROL-FILE.
           IF WS-ARCH-STATUS NOT = "00"
              MOVE SPACES TO REPORT-LINE
              MOVE "TRANARCH.DAT NOT PRESENT, NO HISTORY ARCHIVES"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCHIVE-CONTROL-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ARCH-STATUS
                      NOT AT END
                         IF TA-FILE-NAME NOT = SPACES
                            MOVE HIST-ENTRY TO C
                            PERFORM LOAD-FILE-SPEC
                            MOVE "ARCHIVE" TO WS-FILE-TAG
                            MOVE TA-FILE-NAME TO WS-FILE-NAME
                            PERFORM CONVERT-ONE-FILE
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CONTROL-FILE.

       CONVERT-SOURCE-EXTRACTS.
           OPEN INPUT SOURCE-LIST-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                   READ SOURCE-LIST-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-SOURCE-STATUS
                      NOT AT END
                         IF SL-FILE-NAME NOT = SPACES
                            AND SL-FILE-NAME(1:1) NOT = "*"
                            MOVE EXTRACT-ENTRY TO C
                            PERFORM LOAD-FILE-SPEC
                            MOVE SL-SOURCE-SYSTEM TO WS-FILE-TAG
                            MOVE SL-FILE-NAME TO WS-FILE-NAME
                            PERFORM CONVERT-ONE-FILE
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE SOURCE-LIST-FILE.

       CONVERT-ONE-FILE.
           MOVE "N" TO WS-ALREADY-DONE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DONE-COUNT
                   IF DONE-NAME(D) = WS-FILE-NAME
                      MOVE "Y" TO WS-ALREADY-DONE
                   END-IF
           END-PERFORM.
           IF WS-ALREADY-DONE = "Y"
              EXIT PARAGRAPH
           END-IF.
           IF DONE-COUNT < 200
              ADD 1 TO DONE-COUNT
              MOVE WS-FILE-NAME TO DONE-NAME(DONE-COUNT)
           END-IF.
           MOVE "N" TO WS-FILE-IN-ERROR WS-RESUMED.
           MOVE 0 TO BEFORE-COUNT BEFORE-HASH BEFORE-BAD
                     BEFORE-AMT1 BEFORE-AMT2
                     AFTER-COUNT AFTER-HASH AFTER-BAD
                     AFTER-AMT1 AFTER-AMT2
                     WS-COPY-COUNT WS-WRITE-ERRORS.
           MOVE SPACES TO WS-OLD-NAME.
           STRING WS-FILE-NAME DELIMITED BY SPACE
                  ".OLD" DELIMITED BY SIZE
                  INTO WS-OLD-NAME
           PERFORM FIND-SAVED-ENTRY.
           IF WS-SAVED-SUB > 0
              PERFORM CHECK-SAVED-COPY
           ELSE
              PERFORM SAVE-ORIGINAL-FILE
           END-IF.
           IF WS-FILE-IN-ERROR = "Y"
              EXIT PARAGRAPH
           END-IF.
           PERFORM WIDEN-FILE.
           IF WS-FILE-IN-ERROR = "Y"
              EXIT PARAGRAPH
           END-IF.
           PERFORM PROVE-NEW-FILE.
           PERFORM REPORT-FILE-PROOF.

       SAVE-ORIGINAL-FILE.
           MOVE WS-FILE-NAME TO WS-IN-NAME.
           OPEN INPUT CONVERT-INPUT-FILE.
           IF WS-IN-STATUS NOT = "00"
              MOVE "Y" TO WS-FILE-IN-ERROR
              ADD 1 TO FILES-ABSENT
              MOVE SPACES TO REPORT-LINE
              STRING WS-FILE-NAME DELIMITED BY SPACE
                     " NOT PRESENT, NOTHING TO CONVERT"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLD-NAME TO WS-OUT-NAME.
           OPEN OUTPUT CONVERT-OUTPUT-FILE.
           IF WS-OUT-STATUS NOT = "00"
              CLOSE CONVERT-INPUT-FILE
              MOVE "Y" TO WS-FILE-IN-ERROR
              ADD 1 TO FILES-MISMATCHED
              MOVE SPACES TO REPORT-LINE
              STRING "CANNOT CREATE " DELIMITED BY SIZE
                     WS-OLD-NAME DELIMITED BY SPACE
                     ", STATUS " DELIMITED BY SIZE
                     WS-OUT-STATUS DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-FILE-NAME DELIMITED BY SPACE
                     " LEFT AS IT IS" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-IN-STATUS NOT = "00"
                   READ CONVERT-INPUT-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-IN-STATUS
                      NOT AT END
                         MOVE CONVERT-INPUT-RECORD
                            TO CONVERT-OUTPUT-RECORD
                         WRITE CONVERT-OUTPUT-RECORD
                         IF WS-OUT-STATUS = "00"
                            ADD 1 TO WS-COPY-COUNT
                         ELSE
                            MOVE "Y" TO WS-FILE-IN-ERROR
                            MOVE WS-OUT-STATUS TO WS-SAVE-STATUS
                            MOVE "99" TO WS-IN-STATUS
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE CONVERT-INPUT-FILE.
           CLOSE CONVERT-OUTPUT-FILE.
           IF WS-FILE-IN-ERROR = "N" AND WS-OUT-STATUS NOT = "00"
              MOVE "Y" TO WS-FILE-IN-ERROR
              MOVE WS-OUT-STATUS TO WS-SAVE-STATUS
           END-IF.
           IF WS-FILE-IN-ERROR = "Y"
              ADD 1 TO FILES-MISMATCHED
              MOVE SPACES TO REPORT-LINE
              STRING "CANNOT COPY " DELIMITED BY SIZE
                     WS-FILE-NAME DELIMITED BY SPACE
                     " TO " DELIMITED BY SIZE
                     WS-OLD-NAME DELIMITED BY SPACE
                     ", STATUS " DELIMITED BY SIZE
                     WS-SAVE-STATUS DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-FILE-NAME DELIMITED BY SPACE
                     " LEFT AS IT IS" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM RECORD-ORIGINAL-SAVED.

       RECORD-ORIGINAL-SAVED.
           OPEN EXTEND CONVERT-CONTROL-FILE.
           IF WS-CONVCTL-STATUS = "35"
              OPEN OUTPUT CONVERT-CONTROL-FILE
           END-IF.
           IF WS-CONVCTL-STATUS = "00"
              MOVE SPACES TO CONVERT-CONTROL-RECORD
              MOVE "SAVED" TO CC-STATE
              MOVE WS-CURRENT-DATE(1:14) TO CC-STAMP
              MOVE 0 TO CC-FILE-COUNT
              MOVE WS-FILE-NAME TO CC-FILE-NAME
              MOVE WS-COPY-COUNT TO CC-RECORD-COUNT
              WRITE CONVERT-CONTROL-RECORD
              MOVE WS-CONVCTL-STATUS TO WS-SAVE-STATUS
              CLOSE CONVERT-CONTROL-FILE
              IF WS-SAVE-STATUS = "00"
                 MOVE WS-CONVCTL-STATUS TO WS-SAVE-STATUS
              END-IF
           ELSE
              MOVE WS-CONVCTL-STATUS TO WS-SAVE-STATUS
           END-IF.
           IF WS-SAVE-STATUS NOT = "00"
              MOVE "Y" TO WS-FILE-IN-ERROR
              ADD 1 TO FILES-MISMATCHED
              MOVE SPACES TO REPORT-LINE
              STRING "CANNOT RECORD " DELIMITED BY SIZE
                     WS-OLD-NAME DELIMITED BY SPACE
                     " IN ACCTCONV.DAT, STATUS " DELIMITED BY SIZE
                     WS-SAVE-STATUS DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-FILE-NAME DELIMITED BY SPACE
                     " LEFT AS IT IS" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF SAVED-COUNT < 200
              ADD 1 TO SAVED-COUNT
              MOVE WS-FILE-NAME TO SV-NAME(SAVED-COUNT)
              MOVE WS-COPY-COUNT TO SV-COUNT(SAVED-COUNT)
           END-IF.

       CHECK-SAVED-COPY.
           MOVE WS-OLD-NAME TO WS-IN-NAME.
           OPEN INPUT CONVERT-INPUT-FILE.
           IF WS-IN-STATUS = "00"
              PERFORM UNTIL WS-IN-STATUS NOT = "00"
                      READ CONVERT-INPUT-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-IN-STATUS
                         NOT AT END
                            ADD 1 TO WS-COPY-COUNT
                      END-READ
              END-PERFORM
              CLOSE CONVERT-INPUT-FILE
              IF WS-COPY-COUNT = SV-COUNT(WS-SAVED-SUB)
                 MOVE "Y" TO WS-RESUMED
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE "Y" TO WS-FILE-IN-ERROR.
           ADD 1 TO FILES-MISMATCHED.
           MOVE SPACES TO REPORT-LINE.
           MOVE SV-COUNT(WS-SAVED-SUB) TO ED-COUNT.
           STRING WS-OLD-NAME DELIMITED BY SPACE
                  " DOES NOT HOLD THE " DELIMITED BY SIZE
                  ED-COUNT DELIMITED BY SIZE
                  " RECORDS SAVED - " DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
                  " LEFT AS IT IS, RESTORE FROM BACKUP"
                     DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           DISPLAY "Saved copy incomplete: " WS-OLD-NAME.

       WIDEN-FILE.
           MOVE WS-OLD-NAME TO WS-IN-NAME.
           OPEN INPUT CONVERT-INPUT-FILE.
           IF WS-IN-STATUS NOT = "00"
              MOVE "Y" TO WS-FILE-IN-ERROR
              ADD 1 TO FILES-MISMATCHED
              MOVE SPACES TO REPORT-LINE
              STRING "CANNOT REOPEN " DELIMITED BY SIZE
                     WS-OLD-NAME DELIMITED BY SPACE
                     ", STATUS " DELIMITED BY SIZE
                     WS-IN-STATUS DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN FILE-IS-ACCTBAL
                 OPEN OUTPUT ACCOUNT-BALANCE-FILE
                 MOVE WS-BAL-STATUS TO WS-OUT-STATUS
              WHEN FILE-IS-ACCTMASTER
                 OPEN OUTPUT ACCOUNT-MASTER-FILE
                 MOVE WS-ACCT-STATUS TO WS-OUT-STATUS
              WHEN OTHER
                 MOVE WS-FILE-NAME TO WS-OUT-NAME
                 OPEN OUTPUT CONVERT-OUTPUT-FILE
           END-EVALUATE.
           IF WS-OUT-STATUS NOT = "00"
              CLOSE CONVERT-INPUT-FILE
              MOVE "Y" TO WS-FILE-IN-ERROR
              ADD 1 TO FILES-MISMATCHED
              MOVE SPACES TO REPORT-LINE
              STRING "CANNOT REWRITE " DELIMITED BY SIZE
                     WS-FILE-NAME DELIMITED BY SPACE
                     ", STATUS " DELIMITED BY SIZE
                     WS-OUT-STATUS DELIMITED BY SIZE
                     " - ORIGINAL KEPT AS " DELIMITED BY SIZE
                     WS-OLD-NAME DELIMITED BY SPACE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCT-POS1 TO WS-T-ACCT-POS1.
           MOVE WS-ACCT-POS2 TO WS-T-ACCT-POS2.
           MOVE WS-AMT-POS1 TO WS-T-AMT-POS1.
           MOVE WS-AMT-POS2 TO WS-T-AMT-POS2.
           MOVE 3 TO WS-T-ACCT-LEN.
           PERFORM UNTIL WS-IN-STATUS NOT = "00"
                   READ CONVERT-INPUT-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-IN-STATUS
                      NOT AT END
                         PERFORM WIDEN-ONE-RECORD
                   END-READ
           END-PERFORM.
           CLOSE CONVERT-INPUT-FILE.
           EVALUATE TRUE
              WHEN FILE-IS-ACCTBAL
                 CLOSE ACCOUNT-BALANCE-FILE
              WHEN FILE-IS-ACCTMASTER
                 CLOSE ACCOUNT-MASTER-FILE
              WHEN OTHER
                 CLOSE CONVERT-OUTPUT-FILE
           END-EVALUATE.

       WIDEN-ONE-RECORD.
           ADD 1 TO BEFORE-COUNT.
           MOVE CONVERT-INPUT-RECORD TO WS-OLD-RECORD.
           MOVE WS-OLD-RECORD TO WS-TALLY-RECORD.
           PERFORM TALLY-RECORD.
           ADD WS-REC-HASH TO BEFORE-HASH.
           ADD WS-REC-BAD TO BEFORE-BAD.
           ADD WS-REC-AMT1 TO BEFORE-AMT1.
           ADD WS-REC-AMT2 TO BEFORE-AMT2.
           IF WS-REC-IS-TAGGED = "Y"
              MOVE WS-OLD-RECORD TO WS-NEW-RECORD
           ELSE
              PERFORM BUILD-NEW-RECORD
           END-IF.
           EVALUATE TRUE
              WHEN FILE-IS-ACCTBAL
                 MOVE WS-NEW-RECORD TO BALANCE-RECORD
                 WRITE BALANCE-RECORD
                    INVALID KEY
                       PERFORM REPORT-DUPLICATE-KEY
                 END-WRITE
              WHEN FILE-IS-ACCTMASTER
                 MOVE WS-NEW-RECORD TO ACCOUNT-MASTER-RECORD
                 WRITE ACCOUNT-MASTER-RECORD
                    INVALID KEY
                       PERFORM REPORT-DUPLICATE-KEY
                 END-WRITE
              WHEN OTHER
                 MOVE WS-NEW-RECORD TO CONVERT-OUTPUT-RECORD
                 WRITE CONVERT-OUTPUT-RECORD
                 IF WS-OUT-STATUS NOT = "00"
                    ADD 1 TO WS-WRITE-ERRORS
                 END-IF
           END-EVALUATE.

       BUILD-NEW-RECORD.
           MOVE SPACES TO WS-NEW-RECORD.
           MOVE 1 TO WS-IN-POS WS-OUT-POS.
           COMPUTE WS-PIECE-LEN = WS-ACCT-POS1 - WS-IN-POS.
           PERFORM INSERT-ACCOUNT-WIDTH.
           IF WS-ACCT-POS2 > 0
              COMPUTE WS-PIECE-LEN = WS-ACCT-POS2 - WS-IN-POS
              PERFORM INSERT-ACCOUNT-WIDTH
           END-IF.
           COMPUTE WS-PIECE-LEN = 241 - WS-OUT-POS.
           MOVE WS-OLD-RECORD(WS-IN-POS:WS-PIECE-LEN)
              TO WS-NEW-RECORD(WS-OUT-POS:WS-PIECE-LEN).

       INSERT-ACCOUNT-WIDTH.
           IF WS-PIECE-LEN > 0
              MOVE WS-OLD-RECORD(WS-IN-POS:WS-PIECE-LEN)
                 TO WS-NEW-RECORD(WS-OUT-POS:WS-PIECE-LEN)
              ADD WS-PIECE-LEN TO WS-IN-POS WS-OUT-POS
           END-IF.
           MOVE "00000" TO WS-NEW-RECORD(WS-OUT-POS:5).
           ADD 5 TO WS-OUT-POS.

       REPORT-DUPLICATE-KEY.
           ADD 1 TO WS-WRITE-ERRORS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DUPLICATE ACCOUNT " DELIMITED BY SIZE
                  WS-NEW-RECORD(1:8) DELIMITED BY SIZE
                  " IN " DELIMITED BY SIZE
                  WS-OLD-NAME DELIMITED BY SPACE
                  " RECORD " DELIMITED BY SIZE
                  BEFORE-COUNT DELIMITED BY SIZE
                  " NOT LOADED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       PROVE-NEW-FILE.
           MOVE WS-NEW-ACCT-POS1 TO WS-T-ACCT-POS1.
           MOVE WS-NEW-ACCT-POS2 TO WS-T-ACCT-POS2.
           MOVE WS-NEW-AMT-POS1 TO WS-T-AMT-POS1.
           MOVE WS-NEW-AMT-POS2 TO WS-T-AMT-POS2.
           MOVE 8 TO WS-T-ACCT-LEN.
           EVALUATE TRUE
              WHEN FILE-IS-ACCTBAL
                 OPEN INPUT ACCOUNT-BALANCE-FILE
                 PERFORM UNTIL WS-BAL-STATUS NOT = "00"
                         READ ACCOUNT-BALANCE-FILE NEXT RECORD
                            AT END
                               MOVE "10" TO WS-BAL-STATUS
                            NOT AT END
                               MOVE BALANCE-RECORD TO WS-TALLY-RECORD
                               PERFORM TALLY-NEW-RECORD
                         END-READ
                 END-PERFORM
                 CLOSE ACCOUNT-BALANCE-FILE
              WHEN FILE-IS-ACCTMASTER
                 OPEN INPUT ACCOUNT-MASTER-FILE
                 PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                         READ ACCOUNT-MASTER-FILE NEXT RECORD
                            AT END
                               MOVE "10" TO WS-ACCT-STATUS
                            NOT AT END
                               MOVE ACCOUNT-MASTER-RECORD
                                  TO WS-TALLY-RECORD
                               PERFORM TALLY-NEW-RECORD
                         END-READ
                 END-PERFORM
                 CLOSE ACCOUNT-MASTER-FILE
              WHEN OTHER
                 MOVE WS-FILE-NAME TO WS-IN-NAME
                 OPEN INPUT CONVERT-INPUT-FILE
                 PERFORM UNTIL WS-IN-STATUS NOT = "00"
                         READ CONVERT-INPUT-FILE NEXT RECORD
                            AT END
                               MOVE "10" TO WS-IN-STATUS
                            NOT AT END
                               MOVE CONVERT-INPUT-RECORD
                                  TO WS-TALLY-RECORD
                               PERFORM TALLY-NEW-RECORD
                         END-READ
                 END-PERFORM
                 CLOSE CONVERT-INPUT-FILE
           END-EVALUATE.

       TALLY-NEW-RECORD.
           ADD 1 TO AFTER-COUNT.
           PERFORM TALLY-RECORD.
           ADD WS-REC-HASH TO AFTER-HASH.
           ADD WS-REC-BAD TO AFTER-BAD.
           ADD WS-REC-AMT1 TO AFTER-AMT1.
           ADD WS-REC-AMT2 TO AFTER-AMT2.

       TALLY-RECORD.
           MOVE 0 TO WS-REC-HASH WS-REC-BAD WS-REC-AMT1 WS-REC-AMT2.
           MOVE "N" TO WS-REC-IS-TAGGED.
           IF WS-TAGGED = "Y"
              AND (WS-TALLY-RECORD(1:3) = "HDR"
                   OR WS-TALLY-RECORD(1:3) = "TRL")
              MOVE "Y" TO WS-REC-IS-TAGGED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-T-ACCT-POS1 TO WS-IN-POS.
           PERFORM TALLY-ACCOUNT.
           IF WS-T-ACCT-POS2 > 0
              MOVE WS-T-ACCT-POS2 TO WS-IN-POS
              PERFORM TALLY-ACCOUNT
           END-IF.
           IF WS-T-AMT-POS1 > 0
              MOVE WS-T-AMT-POS1 TO WS-AMT-POS
              MOVE WS-AMT-TYPE1 TO WS-AMT-TYPE
              PERFORM TALLY-AMOUNT
              MOVE WS-AMT-VALUE TO WS-REC-AMT1
           END-IF.
           IF WS-T-AMT-POS2 > 0
              MOVE WS-T-AMT-POS2 TO WS-AMT-POS
              MOVE WS-AMT-TYPE2 TO WS-AMT-TYPE
              PERFORM TALLY-AMOUNT
              MOVE WS-AMT-VALUE TO WS-REC-AMT2
           END-IF.

       TALLY-ACCOUNT.
           MOVE ALL "0" TO WS-ACCT-X.
           IF WS-T-ACCT-LEN = 3
              MOVE WS-TALLY-RECORD(WS-IN-POS:3) TO WS-ACCT-X(6:3)
           ELSE
              MOVE WS-TALLY-RECORD(WS-IN-POS:8) TO WS-ACCT-X
           END-IF.
           IF WS-ACCT-X IS NUMERIC
              ADD WS-ACCT-N TO WS-REC-HASH
           ELSE
              MOVE 1 TO WS-REC-BAD
           END-IF.

       TALLY-AMOUNT.
           MOVE 0 TO WS-AMT-VALUE.
           IF WS-AMT-TYPE = "S"
              MOVE WS-TALLY-RECORD(WS-AMT-POS:14) TO WS-AMT-S-X
              IF WS-AMT-S IS NUMERIC
                 MOVE WS-AMT-S TO WS-AMT-VALUE
              END-IF
           ELSE
              MOVE WS-TALLY-RECORD(WS-AMT-POS:9) TO WS-AMT-U-X
              IF WS-AMT-U IS NUMERIC
                 MOVE WS-AMT-U TO WS-AMT-VALUE
              END-IF
           END-IF.

       REPORT-FILE-PROOF.
           ADD 1 TO FILES-CONVERTED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FILE-TAG TO REPORT-LINE(1:10).
           MOVE WS-FILE-NAME TO REPORT-LINE(12:30).
           MOVE "BEFORE" TO REPORT-LINE(58:6).
           MOVE "AFTER" TO REPORT-LINE(80:5).
           IF WS-RESUMED = "Y"
              STRING "RESUMED FROM " DELIMITED BY SIZE
                     WS-OLD-NAME DELIMITED BY SPACE
                     INTO REPORT-LINE(88:45)
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "RECORDS" TO REPORT-LINE(5:7).
           MOVE BEFORE-COUNT TO ED-COUNT.
           MOVE ED-COUNT TO REPORT-LINE(57:7).
           MOVE AFTER-COUNT TO ED-COUNT.
           MOVE ED-COUNT TO REPORT-LINE(78:7).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ACCOUNT NUMBER HASH" TO REPORT-LINE(5:19).
           MOVE BEFORE-HASH TO ED-HASH.
           MOVE ED-HASH TO REPORT-LINE(49:15).
           MOVE AFTER-HASH TO ED-HASH.
           MOVE ED-HASH TO REPORT-LINE(70:15).
           WRITE REPORT-LINE.
           IF WS-AMT-POS1 > 0
              MOVE SPACES TO REPORT-LINE
              MOVE "AMOUNT TOTAL" TO REPORT-LINE(5:12)
              MOVE BEFORE-AMT1 TO ED-TOTAL
              MOVE ED-TOTAL TO REPORT-LINE(44:20)
              MOVE AFTER-AMT1 TO ED-TOTAL
              MOVE ED-TOTAL TO REPORT-LINE(65:20)
              WRITE REPORT-LINE
           END-IF.
           IF WS-AMT-POS2 > 0
              MOVE SPACES TO REPORT-LINE
              MOVE "SECOND AMOUNT TOTAL" TO REPORT-LINE(5:19)
              MOVE BEFORE-AMT2 TO ED-TOTAL
              MOVE ED-TOTAL TO REPORT-LINE(44:20)
              MOVE AFTER-AMT2 TO ED-TOTAL
              MOVE ED-TOTAL TO REPORT-LINE(65:20)
              WRITE REPORT-LINE
           END-IF.
           IF BEFORE-BAD > 0 OR AFTER-BAD > 0
              ADD 1 TO FILES-WITH-BAD
              MOVE SPACES TO REPORT-LINE
              MOVE "NON-NUMERIC ACCOUNT NUMBERS" TO REPORT-LINE(5:27)
              MOVE BEFORE-BAD TO ED-COUNT
              MOVE ED-COUNT TO REPORT-LINE(57:7)
              MOVE AFTER-BAD TO ED-COUNT
              MOVE ED-COUNT TO REPORT-LINE(78:7)
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF BEFORE-COUNT = AFTER-COUNT
              AND BEFORE-HASH = AFTER-HASH
              AND BEFORE-BAD = AFTER-BAD
              AND BEFORE-AMT1 = AFTER-AMT1
              AND BEFORE-AMT2 = AFTER-AMT2
              AND WS-WRITE-ERRORS = 0
              MOVE "    PROOF: COUNTS AND TOTALS AGREE"
                 TO REPORT-LINE
           ELSE
              ADD 1 TO FILES-MISMATCHED
              STRING "    PROOF FAILED: " DELIMITED BY SIZE
                     WS-FILE-NAME DELIMITED BY SPACE
                     " DOES NOT AGREE WITH " DELIMITED BY SIZE
                     WS-OLD-NAME DELIMITED BY SPACE
                     INTO REPORT-LINE
              DISPLAY "Proof failed for " WS-FILE-NAME
           END-IF.
           WRITE REPORT-LINE.

       WRITE-CONVERSION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS: " DELIMITED BY SIZE
                  FILES-CONVERTED DELIMITED BY SIZE
                  " FILE(S) CONVERTED, " DELIMITED BY SIZE
                  FILES-ABSENT DELIMITED BY SIZE
                  " NOT PRESENT, " DELIMITED BY SIZE
                  FILES-MISMATCHED DELIMITED BY SIZE
                  " FAILED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF FILES-MISMATCHED = 0
              MOVE "STATUS: CONVERTED, ORIGINALS KEPT AS *.OLD"
                 TO REPORT-LINE
              DISPLAY FILES-CONVERTED " file(s) converted."
                      " See ACCTCONV.RPT."
              IF FILES-WITH-BAD > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE "STATUS: NOT COMPLETE - CORRECT AND RERUN"
                 TO REPORT-LINE
              DISPLAY FILES-MISMATCHED " file(s) failed the proof."
                      " See ACCTCONV.RPT."
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE.

       RECORD-CONVERSION-COMPLETE.
           OPEN EXTEND CONVERT-CONTROL-FILE.
           IF WS-CONVCTL-STATUS = "35"
              OPEN OUTPUT CONVERT-CONTROL-FILE
           END-IF.
           IF WS-CONVCTL-STATUS NOT = "00"
              DISPLAY "Warning: cannot write ACCTCONV.DAT, status "
                      WS-CONVCTL-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CONVERT-CONTROL-RECORD.
           MOVE "COMPLETE" TO CC-STATE.
           MOVE WS-CURRENT-DATE(1:14) TO CC-STAMP.
           MOVE FILES-CONVERTED TO CC-FILE-COUNT.
           WRITE CONVERT-CONTROL-RECORD.
           CLOSE CONVERT-CONTROL-FILE.
