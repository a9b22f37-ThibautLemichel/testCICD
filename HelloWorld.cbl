                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-REJECTED-STATUS.

           SELECT APPLICANT-STATUS-FILE ASSIGN TO "APPSTATUS.DAT"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY AS-APP-ID
                  FILE STATUS IS WS-APPSTATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIBILITY-AUDIT-FILE.
           05 REJ-DOB           PIC X(8).
           05 REJ-REASON        PIC X(20).

       FD  APPLICANT-STATUS-FILE.
       01  APPLICANT-STATUS-RECORD.
           05 AS-APP-ID         PIC 9(5).
           05 AS-APP-NAME       PIC X(30).
           05 AS-STAGE          PIC X(1).
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
       01 VAR1       PIC 9(3).
          88 MAJEUR           VALUE 18 THRU 999.
       01 WS-APPLICANT-STATUS PIC XX.
       01 WS-ELIGIBLE-STATUS  PIC XX.
       01 WS-REJECTED-STATUS  PIC XX.
       01 WS-APPSTATUS-STATUS PIC XX.
       01 WS-APPSTATUS-OPEN   PIC X(1) VALUE "N".
       01 WS-SCREEN-STAGE     PIC X(1).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-AGE            PIC 9(3).
       01 WS-AGE-CALC       PIC S9(5).
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-APPLICANT-STATUS
           PERFORM UNTIL WS-APPLICANT-STATUS NOT = "00"
                   READ APPLICANT-FILE
                      AT END
           CLOSE APPLICANT-FILE
           CLOSE ELIGIBLE-FILE
           CLOSE REJECTED-FILE
           IF WS-APPSTATUS-OPEN = "Y"
              CLOSE APPLICANT-STATUS-FILE
           END-IF
           DISPLAY APPLICANTS-READ " candidat(s) lu(s), "
                   APPLICANTS-ELIGIBLE " eligible(s), "
                   APPLICANTS-REJECTED " rejete(s)".
           MOVE APP-DOB TO ELIG-DOB
           MOVE WS-AGE TO ELIG-AGE
           WRITE ELIGIBLE-RECORD
           MOVE "E" TO WS-SCREEN-STAGE
           PERFORM RECORD-SCREENING-STAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-AUDIT-DATE
           MOVE WS-AGE TO WS-AUDIT-INPUT
           MOVE APPLICANT-TEXT(36:8) TO REJ-DOB
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECTED-RECORD
           MOVE "R" TO WS-SCREEN-STAGE
           PERFORM RECORD-SCREENING-STAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-AUDIT-DATE
           IF AGE-VALIDE
           MOVE WS-REJECT-REASON TO WS-AUDIT-REASON
           PERFORM APPEND-AUDIT-LINE.

       OPEN-APPLICANT-STATUS.
           OPEN I-O APPLICANT-STATUS-FILE
           IF WS-APPSTATUS-STATUS = "35"
              OPEN OUTPUT APPLICANT-STATUS-FILE
              CLOSE APPLICANT-STATUS-FILE
              OPEN I-O APPLICANT-STATUS-FILE
           END-IF
           IF WS-APPSTATUS-STATUS = "00"
              MOVE "Y" TO WS-APPSTATUS-OPEN
           ELSE
              DISPLAY "Suivi APPSTATUS.DAT indisponible, statut "
                      WS-APPSTATUS-STATUS
           END-IF.

       RECORD-SCREENING-STAGE.
           IF WS-APPSTATUS-OPEN = "Y"
              AND APPLICANT-TEXT(1:5) IS NUMERIC
              MOVE APPLICANT-TEXT(1:5) TO AS-APP-ID
              READ APPLICANT-STATUS-FILE
                 INVALID KEY
                    MOVE SPACES TO APPLICANT-STATUS-RECORD
                    MOVE APPLICANT-TEXT(1:5) TO AS-APP-ID
                    MOVE 0 TO AS-BRIDGED-DATE AS-CONTACT-ID
                              AS-ADDED-DATE AS-FIRST-INT-DATE
                    MOVE WS-RUN-DATE TO AS-RECEIVED-DATE
                    PERFORM SET-SCREENING-FIELDS
                    WRITE APPLICANT-STATUS-RECORD
                 NOT INVALID KEY
                    IF AS-STAGE = "E" OR AS-STAGE = "R"
                       PERFORM SET-SCREENING-FIELDS
                       REWRITE APPLICANT-STATUS-RECORD
                    END-IF
              END-READ
           END-IF.

       SET-SCREENING-FIELDS.
           MOVE APP-NAME TO AS-APP-NAME
           MOVE WS-SCREEN-STAGE TO AS-STAGE
           MOVE WS-RUN-DATE TO AS-SCREENED-DATE AS-STAGE-DATE
           IF WS-SCREEN-STAGE = "R"
              MOVE WS-REJECT-REASON TO AS-REJECT-REASON
           ELSE
              MOVE SPACES TO AS-REJECT-REASON
           END-IF.

       WRITE-ELIGIBILITY-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-AUDIT-DATE
