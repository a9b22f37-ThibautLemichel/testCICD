              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT APPLICANT-STATUS-FILE ASSIGN TO "APPSTATUS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AS-APP-ID
              FILE STATUS IS WS-APPSTATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIBLE-FILE.
       FD  BRIDGE-REPORT-FILE.
       01  REPORT-LINE        PIC X(132).

       FD  APPLICANT-STATUS-FILE.
       01  APPLICANT-STATUS-RECORD.
           05 AS-APP-ID         PIC 9(5).
           05 AS-APP-NAME       PIC X(30).
           05 AS-STAGE          PIC X(1).
              88 AS-SCREENED-ELIGIBLE   VALUE "E".
           05 AS-RECEIVED-DATE  PIC 9(8).
           05 AS-SCREENED-DATE  PIC 9(8).
           05 AS-REJECT-REASON  PIC X(20).
           05 AS-BRIDGED-DATE   PIC 9(8).
           05 AS-CONTACT-ID     PIC 9(5).
           05 AS-ADDED-DATE     PIC 9(8).
           05 AS-FIRST-INT-DATE PIC 9(8).
           05 AS-STAGE-DATE     PIC 9(8).
           05 AS-NOTE           PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-ELIGIBLE-STATUS PIC XX.
       01 WS-MASTER-STATUS  PIC XX.
       01 WS-FOUND-FLAG     PIC X(1).
       01 WS-MASTER-OPEN    PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-APPSTATUS-STATUS PIC XX.
       01 WS-APPSTATUS-OPEN PIC X(1) VALUE "N".
       01 WS-BRIDGE-OUTCOME PIC X(1).
          88 OUTCOME-BRIDGED        VALUE "B".
          88 OUTCOME-IN-DIRECTORY   VALUE "A".
          88 OUTCOME-DROPPED        VALUE "D".
          88 OUTCOME-DUPLICATE      VALUE "S".
       01 READ-COUNT        PIC 9(5) VALUE 0.
       01 BRIDGED-COUNT     PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT     PIC 9(5) VALUE 0.
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPLICANT BRIDGE RUN " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-APPLICANT-STATUS.
           PERFORM UNTIL WS-ELIGIBLE-STATUS NOT = "00"
                   READ ELIGIBLE-FILE
                      AT END
           END-PERFORM.
           CLOSE ELIGIBLE-FILE.
           CLOSE CONTACT-TRAN-FILE.
           IF WS-APPSTATUS-OPEN = "Y"
              CLOSE APPLICANT-STATUS-FILE
           END-IF.
           IF WS-MASTER-OPEN = "Y"
              CLOSE CONTACT-MASTER-FILE
           END-IF.
                     " HAS NO NAME" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "D" TO WS-BRIDGE-OUTCOME
              PERFORM RECORD-BRIDGE-STAGE
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-NAME-IN-DIRECTORY.
                     " ALREADY IN DIRECTORY" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "A" TO WS-BRIDGE-OUTCOME
              PERFORM RECORD-BRIDGE-STAGE
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-NAME-ALREADY-BRIDGED.
                     " DUPLICATED IN ELIGIBLE.DAT" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "S" TO WS-BRIDGE-OUTCOME
              PERFORM RECORD-BRIDGE-STAGE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TRAN-LINE.
           STRING "ADD," DELIMITED BY SIZE
                  FUNCTION TRIM(ELIG-NAME) DELIMITED BY SIZE
                  ",,,,,,,APPLICNT," DELIMITED BY SIZE
                  ELIG-ID DELIMITED BY SIZE
                  INTO TRAN-LINE
           WRITE TRAN-LINE.
           MOVE "B" TO WS-BRIDGE-OUTCOME.
           PERFORM RECORD-BRIDGE-STAGE.
           IF BRIDGED-NAME-COUNT < 1000
              ADD 1 TO BRIDGED-NAME-COUNT
              MOVE ELIG-NAME TO BRIDGED-NAME(BRIDGED-NAME-COUNT)
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       OPEN-APPLICANT-STATUS.
           OPEN I-O APPLICANT-STATUS-FILE.
           IF WS-APPSTATUS-STATUS = "35"
              OPEN OUTPUT APPLICANT-STATUS-FILE
              CLOSE APPLICANT-STATUS-FILE
              OPEN I-O APPLICANT-STATUS-FILE
           END-IF.
           IF WS-APPSTATUS-STATUS = "00"
              MOVE "Y" TO WS-APPSTATUS-OPEN
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "WARNING: APPSTATUS.DAT NOT AVAILABLE, STATUS "
                        DELIMITED BY SIZE
                     WS-APPSTATUS-STATUS DELIMITED BY SIZE
                     "; PIPELINE NOT UPDATED" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       RECORD-BRIDGE-STAGE.
           IF WS-APPSTATUS-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE ELIG-ID TO AS-APP-ID.
           READ APPLICANT-STATUS-FILE
              INVALID KEY
                 MOVE SPACES TO APPLICANT-STATUS-RECORD
                 MOVE ELIG-ID TO AS-APP-ID
                 MOVE ELIG-NAME TO AS-APP-NAME
                 MOVE "E" TO AS-STAGE
                 MOVE 0 TO AS-RECEIVED-DATE AS-SCREENED-DATE
                           AS-BRIDGED-DATE AS-CONTACT-ID
                           AS-ADDED-DATE AS-FIRST-INT-DATE
                 MOVE WS-RUN-DATE TO AS-STAGE-DATE
                 MOVE "NO SCREENING RECORD" TO AS-NOTE
                 WRITE APPLICANT-STATUS-RECORD
           END-READ.
           IF NOT AS-SCREENED-ELIGIBLE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN OUTCOME-BRIDGED
                 MOVE "B" TO AS-STAGE
                 MOVE WS-RUN-DATE TO AS-BRIDGED-DATE AS-STAGE-DATE
                 MOVE SPACES TO AS-NOTE
              WHEN OUTCOME-IN-DIRECTORY
                 MOVE "A" TO AS-STAGE
                 MOVE WS-RUN-DATE TO AS-BRIDGED-DATE AS-ADDED-DATE
                                     AS-STAGE-DATE
                 MOVE CONTACT-ID-MASTER TO AS-CONTACT-ID
                 MOVE "MATCHED EXISTING CONTACT" TO AS-NOTE
              WHEN OUTCOME-DROPPED
                 MOVE "DROPPED BY BRIDGE: NO NAME" TO AS-NOTE
              WHEN OUTCOME-DUPLICATE
                 MOVE "NOT BRIDGED: DUPLICATE NAME IN ELIGIBLE"
                    TO AS-NOTE
           END-EVALUATE.
           REWRITE APPLICANT-STATUS-RECORD.

       CHECK-NAME-IN-DIRECTORY.
           MOVE "N" TO WS-FOUND-FLAG.
           IF WS-MASTER-OPEN NOT = "Y"
