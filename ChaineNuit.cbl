              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESTART-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT ACCRUAL-PARM-FILE ASSIGN TO "ACCRPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

           SELECT STMT-PARM-FILE ASSIGN TO "STMTPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

           SELECT CLOSE-PARM-FILE ASSIGN TO "CLOSEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
           05 FILLER          PIC X(1).
           05 RST-STAMP       PIC X(14).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE PIC 9(8).
           05 FILLER          PIC X(1).
           05 BD-PREVIOUS-DATE PIC 9(8).
           05 FILLER          PIC X(1).
           05 BD-STAMP        PIC X(14).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE        PIC 9(8).
           05 FILLER          PIC X(1).
           05 HOL-NAME        PIC X(30).

       FD  ACCRUAL-PARM-FILE.
       01  ACCRUAL-PARM-RECORD PIC X(80).

       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD   PIC X(80).

       FD  CLOSE-PARM-FILE.
       01  CLOSE-PARM-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS     PIC XX.
       01 WS-PARM-STATUS    PIC XX.
       01 WS-PENDING-STEP   PIC 9(2) VALUE 0.
       01 WS-RUN-REFUSED    PIC X(1) VALUE "N".
       01 WS-RUN-THIS-STEP  PIC X(1).
       01 WS-BUSDATE-STATUS PIC XX.
       01 WS-HOLIDAY-STATUS PIC XX.
       01 WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUSINESS-YEAR  PIC 9(4).
          05 WS-BUSINESS-MONTH PIC 9(2).
          05 WS-BUSINESS-DAY   PIC 9(2).
       01 WS-NEXT-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-PREVIOUS-DATE  PIC 9(8) VALUE 0.
       01 WS-TRIAL-DATE     PIC 9(8).
       01 WS-DATE-INTEGER   PIC 9(7).
       01 WS-DAY-OF-WEEK    PIC 9(1).
       01 WS-IS-BUSINESS-DAY PIC X(1).
       01 WS-MONTH-END      PIC X(1) VALUE "N".
       01 WS-YEAR-END       PIC X(1) VALUE "N".
       01 WS-PERIOD-FROM    PIC 9(8).
       01 WS-PERIOD-TO      PIC 9(8).
       01 WS-CLOSE-YEAR     PIC 9(4).
       01 WS-SCHEDULE-TEXT  PIC X(14).
       01 WS-STEP-SCHEDULE  PIC X(1).
          88 SCHEDULE-DAILY         VALUE "D".
          88 SCHEDULE-MONTH-END     VALUE "M".
          88 SCHEDULE-YEAR-END      VALUE "Y".
       01 HOLIDAY-COUNT     PIC 9(3) VALUE 0.
       01 HOLIDAY-TABLE.
          05 HOLIDAY-DATE OCCURS 366 TIMES PIC 9(8).
       01 I                 PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
                  INTO JOB-LOG-LINE
           WRITE JOB-LOG-LINE.
           PERFORM READ-NIGHT-PARAMETERS.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-RESTART-STATE.
           PERFORM RESOLVE-RUN-REQUEST.
           IF WS-RUN-REFUSED = "Y"
           PERFORM WRITE-STEP-PARAMETERS.

           MOVE 1 TO WS-STEP-NUMBER.
           MOVE "GENERATE STANDING ORDERS" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              MOVE 0 TO RETURN-CODE
              CALL "STANDORDGEN"
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 2 TO WS-STEP-NUMBER.
           MOVE "SORT DAILY EXTRACT" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 3 TO WS-STEP-NUMBER.
           MOVE "POST DAILY TRANSACTIONS" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 4 TO WS-STEP-NUMBER.
           MOVE "PROVE HISTORY AGAINST BALANCES" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              MOVE 0 TO RETURN-CODE
              CALL "BALPROOF"
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 5 TO WS-STEP-NUMBER.
           MOVE "MONTH-END INTEREST ACCRUAL" TO WS-STEP-NAME.
           MOVE "M" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              MOVE 0 TO RETURN-CODE
              CALL "ACCRUAL"
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 6 TO WS-STEP-NUMBER.
           MOVE "MONTH-END CUSTOMER STATEMENTS" TO WS-STEP-NAME.
           MOVE "M" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              MOVE 0 TO RETURN-CODE
              CALL "STATEMENTGEN"
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 7 TO WS-STEP-NUMBER.
           MOVE "YEAR-END HISTORY CLOSE" TO WS-STEP-NAME.
           MOVE "Y" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              MOVE 0 TO RETURN-CODE
              CALL "YEARCLOSE"
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 8 TO WS-STEP-NUMBER.
           MOVE "BRIDGE ELIGIBLE APPLICANTS" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 9 TO WS-STEP-NUMBER.
           MOVE "CONTACT MAINTENANCE AND EXPORT" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 10 TO WS-STEP-NUMBER.
           MOVE "EXPORT CHANGED CONTACTS FEED" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 11 TO WS-STEP-NUMBER.
           MOVE "UNLOAD CONTACT BACKUP" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 12 TO WS-STEP-NUMBER.
           MOVE "CONTACT RETENTION PURGE" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START
              MOVE 0 TO RETURN-CODE
              CALL "CONTACTPURGE"
              PERFORM LOG-STEP-END
           END-IF.

           MOVE 13 TO WS-STEP-NUMBER.
           MOVE "RETENTION HOUSEKEEPING" TO WS-STEP-NAME.
           MOVE "D" TO WS-STEP-SCHEDULE.
           PERFORM CHECK-STEP-ELIGIBLE.
           IF WS-RUN-THIS-STEP = "Y"
              PERFORM LOG-STEP-START

           PERFORM RESET-CONTACT-PARAMETERS.
           PERFORM WRITE-RESTART-STATE.
           PERFORM ROLL-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO JOB-LOG-LINE.
           IF WS-CHAIN-STOPPED = "Y"
                         "NIGHTPARM.DAT to resume, or STEP nn to "
                         "re-run one step."
                 MOVE "Y" TO WS-RUN-REFUSED
              WHEN WS-BUSINESS-DATE > WS-CURRENT-DATE(1:8)
                 MOVE SPACES TO JOB-LOG-LINE
                 STRING "RUN REFUSED: BUSINESS DATE " DELIMITED BY SIZE
                        WS-BUSINESS-DATE DELIMITED BY SIZE
                        " IS NOT YET DUE" DELIMITED BY SIZE
                        INTO JOB-LOG-LINE
                 WRITE JOB-LOG-LINE
                 DISPLAY "Run refused: business date "
                         WS-BUSINESS-DATE " is not yet due."
                 MOVE "Y" TO WS-RUN-REFUSED
           END-EVALUATE.

       CHECK-STEP-ELIGIBLE.
                 END-IF
              END-IF
           END-IF.
           IF WS-RUN-THIS-STEP = "Y"
              AND NOT REQUEST-SINGLE-STEP
              IF (SCHEDULE-MONTH-END AND WS-MONTH-END = "N")
                 OR (SCHEDULE-YEAR-END AND WS-YEAR-END = "N")
                 MOVE "N" TO WS-RUN-THIS-STEP
                 PERFORM LOG-STEP-NOT-SCHEDULED
              END-IF
           END-IF.

       LOG-STEP-NOT-SCHEDULED.
           IF SCHEDULE-YEAR-END
              MOVE "YEAR-END ONLY" TO WS-SCHEDULE-TEXT
           ELSE
              MOVE "MONTH-END ONLY" TO WS-SCHEDULE-TEXT
           END-IF
           MOVE SPACES TO JOB-LOG-LINE.
           STRING "STEP " DELIMITED BY SIZE
                  WS-STEP-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SIZE
                  " NOT SCHEDULED, RUNS AT " DELIMITED BY SIZE
                  WS-SCHEDULE-TEXT DELIMITED BY SIZE
                  INTO JOB-LOG-LINE
           WRITE JOB-LOG-LINE.

       WRITE-RESTART-STATE.
           IF REQUEST-SINGLE-STEP
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
              MOVE SPACES TO SORT-PARM-RECORD
              STRING "1A " DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     INTO SORT-PARM-RECORD
              WRITE SORT-PARM-RECORD
              CLOSE SORT-PARM-FILE
              MOVE "WRITE STEP PARAMETERS" TO WS-FAIL-NAME
              MOVE 8 TO WS-WORST-RC
           END-IF.
           IF WS-MONTH-END = "Y"
              PERFORM WRITE-PERIOD-PARAMETERS
           END-IF.

       WRITE-PERIOD-PARAMETERS.
           COMPUTE WS-PERIOD-FROM = WS-BUSINESS-YEAR * 10000
                                  + WS-BUSINESS-MONTH * 100 + 1.
           IF WS-BUSINESS-MONTH = 12
              COMPUTE WS-TRIAL-DATE =
                      (WS-BUSINESS-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-TRIAL-DATE = WS-PERIOD-FROM + 100
           END-IF.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TRIAL-DATE) - 1.
           COMPUTE WS-PERIOD-TO =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           OPEN OUTPUT ACCRUAL-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              MOVE SPACES TO ACCRUAL-PARM-RECORD
              MOVE WS-PERIOD-TO TO ACCRUAL-PARM-RECORD(1:8)
              WRITE ACCRUAL-PARM-RECORD
              CLOSE ACCRUAL-PARM-FILE
           ELSE
              MOVE "Y" TO WS-CHAIN-STOPPED
              MOVE 0 TO WS-FAIL-STEP
              MOVE "WRITE STEP PARAMETERS" TO WS-FAIL-NAME
              MOVE 8 TO WS-WORST-RC
           END-IF.
           OPEN OUTPUT STMT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              MOVE SPACES TO STMT-PARM-RECORD
              STRING WS-PERIOD-FROM DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-PERIOD-TO DELIMITED BY SIZE
                     INTO STMT-PARM-RECORD
              WRITE STMT-PARM-RECORD
              CLOSE STMT-PARM-FILE
           ELSE
              MOVE "Y" TO WS-CHAIN-STOPPED
              MOVE 0 TO WS-FAIL-STEP
              MOVE "WRITE STEP PARAMETERS" TO WS-FAIL-NAME
              MOVE 8 TO WS-WORST-RC
           END-IF.
           IF WS-YEAR-END = "Y"
              COMPUTE WS-CLOSE-YEAR = WS-BUSINESS-YEAR - 1
              OPEN OUTPUT CLOSE-PARM-FILE
              IF WS-PARM-STATUS = "00"
                 MOVE SPACES TO CLOSE-PARM-RECORD
                 MOVE WS-CLOSE-YEAR TO CLOSE-PARM-RECORD(1:4)
                 WRITE CLOSE-PARM-RECORD
                 CLOSE CLOSE-PARM-FILE
              ELSE
                 MOVE "Y" TO WS-CHAIN-STOPPED
                 MOVE 0 TO WS-FAIL-STEP
                 MOVE "WRITE STEP PARAMETERS" TO WS-FAIL-NAME
                 MOVE 8 TO WS-WORST-RC
              END-IF
           END-IF.

       RESET-CONTACT-PARAMETERS.
           OPEN OUTPUT CONTACT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              CLOSE BACKUP-PARM-FILE
           END-IF.
           IF WS-MONTH-END = "Y"
              OPEN OUTPUT ACCRUAL-PARM-FILE
              IF WS-PARM-STATUS = "00"
                 CLOSE ACCRUAL-PARM-FILE
              END-IF
              OPEN OUTPUT STMT-PARM-FILE
              IF WS-PARM-STATUS = "00"
                 CLOSE STMT-PARM-FILE
              END-IF
           END-IF.
           IF WS-YEAR-END = "Y"
              OPEN OUTPUT CLOSE-PARM-FILE
              IF WS-PARM-STATUS = "00"
                 CLOSE CLOSE-PARM-FILE
              END-IF
           END-IF.
           PERFORM RESET-NIGHT-PARAMETERS.

       RESET-NIGHT-PARAMETERS.
              MOVE WS-STEP-NUMBER TO WS-FAIL-STEP
              MOVE WS-STEP-NAME TO WS-FAIL-NAME
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           MOVE 0 TO HOLIDAY-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = "00"
              MOVE "NO HOLIDAYS.DAT, WEEKENDS ONLY NON-BUSINESS"
                 TO JOB-LOG-LINE
              WRITE JOB-LOG-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HOLIDAY-STATUS NOT = "00"
                   READ HOLIDAY-FILE
                      AT END
                         MOVE "10" TO WS-HOLIDAY-STATUS
                      NOT AT END
                         IF HOL-DATE IS NUMERIC
                            AND HOLIDAY-COUNT < 366
                            ADD 1 TO HOLIDAY-COUNT
                            MOVE HOL-DATE
                               TO HOLIDAY-DATE(HOLIDAY-COUNT)
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

       READ-BUSINESS-DATE.
           MOVE 0 TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                 AT END
                    MOVE SPACES TO BUSINESS-DATE-RECORD
              END-READ
              IF BD-BUSINESS-DATE IS NUMERIC
                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              IF BD-PREVIOUS-DATE IS NUMERIC
                 MOVE BD-PREVIOUS-DATE TO WS-PREVIOUS-DATE
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = 0
              MOVE WS-CURRENT-DATE(1:8) TO WS-TRIAL-DATE
              PERFORM CHECK-BUSINESS-DAY
              PERFORM UNTIL WS-IS-BUSINESS-DAY = "Y"
                      PERFORM ADVANCE-TRIAL-DATE
                      PERFORM CHECK-BUSINESS-DAY
              END-PERFORM
              MOVE WS-TRIAL-DATE TO WS-BUSINESS-DATE
              PERFORM WRITE-BUSINESS-DATE
              MOVE SPACES TO JOB-LOG-LINE
              STRING "BUSINESS DATE INITIALISED TO " DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     INTO JOB-LOG-LINE
              WRITE JOB-LOG-LINE
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-TRIAL-DATE.
           PERFORM ADVANCE-TRIAL-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-BUSINESS-DAY = "Y"
                   PERFORM ADVANCE-TRIAL-DATE
                   PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-TRIAL-DATE TO WS-NEXT-BUSINESS-DATE.
           IF WS-NEXT-BUSINESS-DATE(1:6) NOT = WS-BUSINESS-DATE(1:6)
              MOVE "Y" TO WS-MONTH-END
           END-IF.
           IF WS-NEXT-BUSINESS-DATE(1:4) NOT = WS-BUSINESS-DATE(1:4)
              MOVE "Y" TO WS-YEAR-END
           END-IF.
           EVALUATE TRUE
              WHEN WS-YEAR-END = "Y"
                 MOVE " YEAR-END" TO WS-SCHEDULE-TEXT
              WHEN WS-MONTH-END = "Y"
                 MOVE " MONTH-END" TO WS-SCHEDULE-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-SCHEDULE-TEXT
           END-EVALUATE
           MOVE SPACES TO JOB-LOG-LINE.
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ", NEXT BUSINESS DATE " DELIMITED BY SIZE
                  WS-NEXT-BUSINESS-DATE DELIMITED BY SIZE
                  WS-SCHEDULE-TEXT DELIMITED BY SIZE
                  INTO JOB-LOG-LINE
           WRITE JOB-LOG-LINE.

       ADVANCE-TRIAL-DATE.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TRIAL-DATE) + 1.
           COMPUTE WS-TRIAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-IS-BUSINESS-DAY.
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-TRIAL-DATE),
                                7).
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
              MOVE "N" TO WS-IS-BUSINESS-DAY
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLIDAY-COUNT
                   IF HOLIDAY-DATE(I) = WS-TRIAL-DATE
                      MOVE "N" TO WS-IS-BUSINESS-DAY
                   END-IF
           END-PERFORM.

       ROLL-BUSINESS-DATE.
           IF REQUEST-SINGLE-STEP
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-LINE.
           IF WS-CHAIN-STOPPED = "Y"
              STRING "BUSINESS DATE " DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     " HELD UNTIL THE RUN COMPLETES" DELIMITED BY SIZE
                     INTO JOB-LOG-LINE
              WRITE JOB-LOG-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-PREVIOUS-DATE.
           MOVE WS-NEXT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           PERFORM WRITE-BUSINESS-DATE.
           STRING "BUSINESS DATE ROLLED FORWARD TO " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO JOB-LOG-LINE
           WRITE JOB-LOG-LINE.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
              DISPLAY "Warning: cannot write BUSDATE.DAT, status "
                      WS-BUSDATE-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO BUSINESS-DATE-RECORD.
           MOVE WS-BUSINESS-DATE TO BD-BUSINESS-DATE.
           MOVE WS-PREVIOUS-DATE TO BD-PREVIOUS-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO BD-STAMP.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
