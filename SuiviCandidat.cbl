       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPPIPELINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-STATUS-FILE ASSIGN TO "APPSTATUS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AS-APP-ID
              FILE STATUS IS WS-APPSTATUS-STATUS.

           SELECT PIPELINE-PARM-FILE ASSIGN TO "PIPEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

           SELECT PIPELINE-REPORT-FILE ASSIGN TO "PIPELINE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-STATUS-FILE.
       01  APPLICANT-STATUS-RECORD.
           05 AS-APP-ID         PIC 9(5).
           05 AS-APP-NAME       PIC X(30).
           05 AS-STAGE          PIC X(1).
              88 AS-SCREENED-ELIGIBLE   VALUE "E".
              88 AS-SCREENED-REJECTED   VALUE "R".
              88 AS-BRIDGED             VALUE "B".
              88 AS-ADDED               VALUE "A".
              88 AS-INTERACTED          VALUE "I".
           05 AS-RECEIVED-DATE  PIC 9(8).
           05 AS-SCREENED-DATE  PIC 9(8).
           05 AS-REJECT-REASON  PIC X(20).
           05 AS-BRIDGED-DATE   PIC 9(8).
           05 AS-CONTACT-ID     PIC 9(5).
           05 AS-ADDED-DATE     PIC 9(8).
           05 AS-FIRST-INT-DATE PIC 9(8).
           05 AS-STAGE-DATE     PIC 9(8).
           05 AS-NOTE           PIC X(40).

       FD  PIPELINE-PARM-FILE.
       01  PIPELINE-PARM-RECORD PIC X(80).

       FD  PIPELINE-REPORT-FILE.
       01  REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-APPSTATUS-STATUS PIC XX.
       01 WS-PARM-STATUS    PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-TODAY          PIC 9(8).
       01 WS-STUCK-DAYS     PIC 9(3) VALUE 14.
       01 WS-DAYS           PIC S9(7).
       01 WS-FROM-DATE      PIC 9(8).
       01 WS-TO-DATE        PIC 9(8).
       01 WS-STAGE-NAME     PIC X(24).
       01 RECEIVED-COUNT    PIC 9(5) VALUE 0.
       01 ELIGIBLE-COUNT    PIC 9(5) VALUE 0.
       01 REJECTED-COUNT    PIC 9(5) VALUE 0.
       01 BRIDGED-COUNT     PIC 9(5) VALUE 0.
       01 ADDED-COUNT       PIC 9(5) VALUE 0.
       01 INTERACTED-COUNT  PIC 9(5) VALUE 0.
       01 STUCK-COUNT       PIC 9(5) VALUE 0.
       01 AT-STAGE-COUNTS.
          05 AT-ELIGIBLE    PIC 9(5) VALUE 0.
          05 AT-BRIDGED     PIC 9(5) VALUE 0.
          05 AT-ADDED       PIC 9(5) VALUE 0.
       01 TIMING-TABLE.
          05 TIMING-ENTRY OCCURS 3 TIMES.
             10 TIMING-COUNT   PIC 9(5).
             10 TIMING-DAYS    PIC 9(9).
       01 TIMING-NAMES.
          05 FILLER PIC X(30) VALUE "SCREENED TO BRIDGED".
          05 FILLER PIC X(30) VALUE "BRIDGED TO ADDED TO DIRECTORY".
          05 FILLER PIC X(30) VALUE "ADDED TO FIRST INTERACTION".
       01 TIMING-NAME-TABLE REDEFINES TIMING-NAMES.
          05 TIMING-NAME OCCURS 3 TIMES PIC X(30).
       01 T                 PIC 9(1).
       01 WS-RATE           PIC 9(3)V9.
       01 WS-RATE-BASE      PIC 9(5).
       01 WS-RATE-PART      PIC 9(5).
       01 WS-AVERAGE        PIC 9(5)V9.
       01 ED-RATE           PIC ZZ9.9.
       01 ED-AVERAGE        PIC ZZZZ9.9.
       01 ED-DAYS           PIC Z(6)9.
       01 ED-LIMIT          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Applicant Pipeline Report".
           PERFORM READ-PIPELINE-PARAMETERS.
           OPEN OUTPUT PIPELINE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open PIPELINE.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-STUCK-DAYS TO ED-DAYS.
           STRING "APPLICANT PIPELINE REPORT " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
                  "  STUCK AFTER " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-DAYS) DELIMITED BY SIZE
                  " DAY(S) AT ONE STAGE" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                   MOVE 0 TO TIMING-COUNT(T) TIMING-DAYS(T)
           END-PERFORM.
           OPEN INPUT APPLICANT-STATUS-FILE.
           IF WS-APPSTATUS-STATUS NOT = "00"
              MOVE SPACES TO REPORT-LINE
              STRING "NO APPLICANT STATUS FILE (APPSTATUS.DAT), STATUS "
                        DELIMITED BY SIZE
                     WS-APPSTATUS-STATUS DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE PIPELINE-REPORT-FILE
              DISPLAY "No APPSTATUS.DAT to report on."
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "STUCK APPLICANTS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "APP-ID" TO REPORT-LINE(1:6).
           MOVE "NAME" TO REPORT-LINE(8:4).
           MOVE "WAITING AFTER" TO REPORT-LINE(39:13).
           MOVE "SINCE" TO REPORT-LINE(64:5).
           MOVE "DAYS" TO REPORT-LINE(76:4).
           MOVE "CONTACT" TO REPORT-LINE(82:7).
           MOVE "NOTE" TO REPORT-LINE(90:4).
           WRITE REPORT-LINE.
           PERFORM UNTIL WS-APPSTATUS-STATUS NOT = "00"
                   READ APPLICANT-STATUS-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-APPSTATUS-STATUS
                      NOT AT END
                         PERFORM COUNT-APPLICANT
                   END-READ
           END-PERFORM.
           CLOSE APPLICANT-STATUS-FILE.
           IF STUCK-COUNT = 0
              MOVE "NONE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-STAGE-COUNTS.
           PERFORM WRITE-STAGE-TIMINGS.
           CLOSE PIPELINE-REPORT-FILE.
           DISPLAY RECEIVED-COUNT " applicant(s), "
                   INTERACTED-COUNT " reached first contact, "
                   STUCK-COUNT " stuck. See PIPELINE.RPT.".
           IF STUCK-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-PIPELINE-PARAMETERS.
           OPEN INPUT PIPELINE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PIPELINE-PARM-FILE
                 AT END
                    MOVE SPACES TO PIPELINE-PARM-RECORD
              END-READ
              IF PIPELINE-PARM-RECORD(1:3) IS NUMERIC
                 AND PIPELINE-PARM-RECORD(1:3) NOT = "000"
                 MOVE PIPELINE-PARM-RECORD(1:3) TO WS-STUCK-DAYS
              END-IF
              CLOSE PIPELINE-PARM-FILE
           END-IF.

       COUNT-APPLICANT.
           ADD 1 TO RECEIVED-COUNT.
           IF AS-SCREENED-REJECTED
              ADD 1 TO REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ELIGIBLE-COUNT.
           EVALUATE TRUE
              WHEN AS-SCREENED-ELIGIBLE
                 ADD 1 TO AT-ELIGIBLE
                 MOVE "SCREENING (NOT BRIDGED)" TO WS-STAGE-NAME
              WHEN AS-BRIDGED
                 ADD 1 TO BRIDGED-COUNT AT-BRIDGED
                 MOVE "BRIDGED (NOT ADDED)" TO WS-STAGE-NAME
              WHEN AS-ADDED
                 ADD 1 TO BRIDGED-COUNT ADDED-COUNT AT-ADDED
                 MOVE "ADDED (NO INTERACTION)" TO WS-STAGE-NAME
              WHEN AS-INTERACTED
                 ADD 1 TO BRIDGED-COUNT ADDED-COUNT INTERACTED-COUNT
           END-EVALUATE.
           MOVE AS-SCREENED-DATE TO WS-FROM-DATE.
           MOVE AS-BRIDGED-DATE TO WS-TO-DATE.
           MOVE 1 TO T.
           PERFORM ADD-STAGE-TIMING.
           MOVE AS-BRIDGED-DATE TO WS-FROM-DATE.
           MOVE AS-ADDED-DATE TO WS-TO-DATE.
           MOVE 2 TO T.
           PERFORM ADD-STAGE-TIMING.
           MOVE AS-ADDED-DATE TO WS-FROM-DATE.
           MOVE AS-FIRST-INT-DATE TO WS-TO-DATE.
           MOVE 3 TO T.
           PERFORM ADD-STAGE-TIMING.
           IF AS-INTERACTED
              EXIT PARAGRAPH
           END-IF.
           MOVE AS-STAGE-DATE TO WS-FROM-DATE.
           MOVE WS-TODAY TO WS-TO-DATE.
           PERFORM COMPUTE-DAYS-BETWEEN.
           IF WS-DAYS > WS-STUCK-DAYS
              PERFORM WRITE-STUCK-LINE
           END-IF.

       ADD-STAGE-TIMING.
           IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-DAYS-BETWEEN.
           IF WS-DAYS >= 0
              ADD 1 TO TIMING-COUNT(T)
              ADD WS-DAYS TO TIMING-DAYS(T)
           END-IF.

       COMPUTE-DAYS-BETWEEN.
           MOVE -1 TO WS-DAYS.
           IF WS-FROM-DATE > 19000000 AND WS-TO-DATE > 19000000
              COMPUTE WS-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           END-IF.

       WRITE-STUCK-LINE.
           ADD 1 TO STUCK-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE AS-APP-ID TO REPORT-LINE(1:5).
           MOVE AS-APP-NAME TO REPORT-LINE(8:30).
           MOVE WS-STAGE-NAME TO REPORT-LINE(39:24).
           MOVE AS-STAGE-DATE TO REPORT-LINE(64:8).
           MOVE WS-DAYS TO ED-DAYS.
           MOVE ED-DAYS TO REPORT-LINE(73:7).
           IF AS-CONTACT-ID NOT = 0
              MOVE AS-CONTACT-ID TO REPORT-LINE(82:5)
           END-IF.
           MOVE AS-NOTE TO REPORT-LINE(90:40).
           WRITE REPORT-LINE.

       WRITE-STAGE-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COUNTS PER STAGE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "STAGE" TO REPORT-LINE(1:5).
           MOVE "REACHED" TO REPORT-LINE(32:7).
           MOVE "WAITING" TO REPORT-LINE(42:7).
           MOVE "CONVERSION" TO REPORT-LINE(52:10).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "RECEIVED" TO REPORT-LINE(1:30).
           MOVE RECEIVED-COUNT TO REPORT-LINE(34:5).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SCREENED REJECTED" TO REPORT-LINE(1:30).
           MOVE REJECTED-COUNT TO REPORT-LINE(34:5).
           MOVE REJECTED-COUNT TO WS-RATE-PART.
           MOVE RECEIVED-COUNT TO WS-RATE-BASE.
           PERFORM WRITE-RATE-ON-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SCREENED ELIGIBLE" TO REPORT-LINE(1:30).
           MOVE ELIGIBLE-COUNT TO REPORT-LINE(34:5).
           MOVE AT-ELIGIBLE TO REPORT-LINE(44:5).
           MOVE ELIGIBLE-COUNT TO WS-RATE-PART.
           MOVE RECEIVED-COUNT TO WS-RATE-BASE.
           PERFORM WRITE-RATE-ON-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "BRIDGED" TO REPORT-LINE(1:30).
           MOVE BRIDGED-COUNT TO REPORT-LINE(34:5).
           MOVE AT-BRIDGED TO REPORT-LINE(44:5).
           MOVE BRIDGED-COUNT TO WS-RATE-PART.
           MOVE ELIGIBLE-COUNT TO WS-RATE-BASE.
           PERFORM WRITE-RATE-ON-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ADDED TO DIRECTORY" TO REPORT-LINE(1:30).
           MOVE ADDED-COUNT TO REPORT-LINE(34:5).
           MOVE AT-ADDED TO REPORT-LINE(44:5).
           MOVE ADDED-COUNT TO WS-RATE-PART.
           MOVE BRIDGED-COUNT TO WS-RATE-BASE.
           PERFORM WRITE-RATE-ON-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "FIRST INTERACTION LOGGED" TO REPORT-LINE(1:30).
           MOVE INTERACTED-COUNT TO REPORT-LINE(34:5).
           MOVE INTERACTED-COUNT TO WS-RATE-PART.
           MOVE ADDED-COUNT TO WS-RATE-BASE.
           PERFORM WRITE-RATE-ON-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "OVERALL RECEIVED TO FIRST CONTACT"
             TO REPORT-LINE(1:33).
           MOVE INTERACTED-COUNT TO WS-RATE-PART.
           MOVE RECEIVED-COUNT TO WS-RATE-BASE.
           PERFORM WRITE-RATE-ON-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE STUCK-COUNT TO ED-DAYS.
           MOVE WS-STUCK-DAYS TO ED-LIMIT.
           STRING "STUCK: " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-DAYS) DELIMITED BY SIZE
                  " APPLICANT(S) WAITING MORE THAN " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-LIMIT) DELIMITED BY SIZE
                  " DAY(S)" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-RATE-ON-LINE.
           IF WS-RATE-BASE = 0
              MOVE "N/A" TO REPORT-LINE(54:3)
           ELSE
              COMPUTE WS-RATE ROUNDED =
                      WS-RATE-PART * 100 / WS-RATE-BASE
              MOVE WS-RATE TO ED-RATE
              MOVE ED-RATE TO REPORT-LINE(54:5)
              MOVE "%" TO REPORT-LINE(59:1)
           END-IF.
           WRITE REPORT-LINE.

       WRITE-STAGE-TIMINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AVERAGE DAYS PER STAGE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                   MOVE SPACES TO REPORT-LINE
                   MOVE TIMING-NAME(T) TO REPORT-LINE(1:30)
                   IF TIMING-COUNT(T) = 0
                      MOVE "N/A" TO REPORT-LINE(36:3)
                   ELSE
                      COMPUTE WS-AVERAGE ROUNDED =
                              TIMING-DAYS(T) / TIMING-COUNT(T)
                      MOVE WS-AVERAGE TO ED-AVERAGE
                      MOVE ED-AVERAGE TO REPORT-LINE(32:7)
                      MOVE TIMING-COUNT(T) TO ED-DAYS
                      STRING "DAY(S) OVER " DELIMITED BY SIZE
                             FUNCTION TRIM(ED-DAYS) DELIMITED BY SIZE
                             " APPLICANT(S)" DELIMITED BY SIZE
                             INTO REPORT-LINE(40:40)
                   END-IF
                   WRITE REPORT-LINE
           END-PERFORM.
