              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XREF-STATUS.

           SELECT APPLICANT-STATUS-FILE ASSIGN TO "APPSTATUS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AS-APP-ID
              FILE STATUS IS WS-APPSTATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER-FILE.

       FD  ACCOUNT-XREF-FILE.
       01  XREF-RECORD.
           05 XREF-ACCOUNT-ID PIC 9(8).
           05 XREF-CONTACT-ID PIC 9(5).
           05 XREF-ROLE-ID    PIC X(1).
           05 XREF-PRIMARY-ID PIC X(1).

       FD  APPLICANT-STATUS-FILE.
       01  APPLICANT-STATUS-RECORD.
           05 AS-APP-ID         PIC 9(5).
           05 AS-APP-NAME       PIC X(30).
           05 AS-STAGE          PIC X(1).
              88 AS-SCREENED-ELIGIBLE   VALUE "E".
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

       WORKING-STORAGE SECTION.
       01 CONTACT-RECORD.
          05 TRAN-POSTAL    PIC X(10).
          05 TRAN-COMPANY   PIC X(30).
          05 TRAN-CATEGORY  PIC X(8).
          05 TRAN-APP-ID    PIC X(5).
       01 TRAN-READ-COUNT   PIC 9(5) VALUE 0.
       01 TRAN-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 TRAN-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-NEW-CAT-DESC   PIC X(30).
       01 WS-CATX-COUNT     PIC 9(5).
       01 WS-XREF-STATUS    PIC XX.
       01 WS-APPSTATUS-STATUS PIC XX.
       01 WS-APPSTATUS-OPEN PIC X(1) VALUE "N".
       01 WS-APPSTATUS-EOF  PIC X(1).
       01 WS-APP-DATE       PIC 9(8).
       01 MERGE-SURVIVOR-ID PIC 9(5).
       01 MERGE-DUP-ID      PIC 9(5).
       01 MERGE-KEEP.
       01 WS-MERGE-OLD      PIC X(50).
       01 WS-MERGE-NEW      PIC X(50).
       01 XREF-WORK-TABLE.
          05 XREF-WORK-ENTRY OCCURS 5000 TIMES.
             10 XW-ACCOUNT     PIC 9(8).
             10 XW-CONTACT     PIC 9(5).
             10 XW-ROLE        PIC X(1).
             10 XW-PRIMARY     PIC X(1).
             10 XW-MOVED       PIC X(1).
             10 XW-DROPPED     PIC X(1).
       01 XREF-WORK-COUNT   PIC 9(4).
       01 WS-XREF-MOVED     PIC 9(4).
       01 WS-XREF-COMBINED  PIC 9(4).
       01 XW-SUB            PIC 9(4).
       01 WS-XREF-OVERFLOW  PIC X(1).
       01 WS-XREF-FAILED    PIC X(1).
       01 INT-WORK-TABLE.
          05 INT-WORK-ENTRY OCCURS 2000 TIMES PIC X(81).
       01 INT-WORK-COUNT    PIC 9(4).
                   TRAN-CITY
                   TRAN-POSTAL
                   TRAN-COMPANY
                   TRAN-CATEGORY
                   TRAN-APP-ID.
           EVALUATE TRAN-ACTION
              WHEN "ADD"
                 PERFORM BATCH-ADD-CONTACT
              PERFORM WRITE-AUDIT-ADD
              ADD 1 TO CHECKPOINT-ADD-COUNTER
              PERFORM WRITE-BATCH-APPLIED
              IF TRAN-APP-ID IS NUMERIC
                 PERFORM RECORD-APPLICANT-ADDED
              END-IF
           ELSE
              MOVE SPACES TO WS-TRAN-REASON
              STRING "MASTER FILE ERROR, STATUS " DELIMITED BY SIZE
                  WS-TRAN-REASON DELIMITED BY SIZE
                  INTO RUNRPT-LINE
           WRITE RUNRPT-LINE.
           IF TRAN-ACTION = "ADD" AND TRAN-APP-ID IS NUMERIC
              PERFORM RECORD-APPLICANT-REJECTED
           END-IF.

       WRITE-BATCH-TOTALS.
           MOVE SPACES TO RUNRPT-LINE.
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF WS-ARCH-INDEX NOT = 0
              MOVE ARCHIVE-ENTRY(WS-ARCH-INDEX) TO ARCH-FIELDS
              IF ARCH-NOM(1:15) = "PURGED CONTACT "
                 DISPLAY "Contact " WS-RESTORE-ID " was purged under "
                         "the retention policy and cannot be restored."
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-ARCH-INDEX = 0
              DISPLAY "No archived contact with id " WS-RESTORE-ID "."
           ELSE
                 WRITE INTERACTION-RECORD
                 CLOSE CONTACT-INTERACTION-FILE
                 DISPLAY "Interaction logged for " WS-INT-NAME
                 PERFORM RECORD-APPLICANT-INTERACTION
              ELSE
                 DISPLAY "Cannot open CONTACTINT.DAT, status "
                         WS-INT-STATUS
                      "changed."
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-XREF-VOLUME.
           IF WS-XREF-OVERFLOW = "Y"
              DISPLAY "Merge abandoned: ACCTXREF.DAT holds more "
                      "than 5000 records and the account roles "
                      "cannot be re-pointed. Nothing was changed."
              EXIT PARAGRAPH
           END-IF.
           MOVE MERGE-SURVIVOR-ID TO CONTACT-ID-MASTER.
           READ CONTACT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
           END-IF.
           PERFORM REPOINT-XREF-TO-SURVIVOR.
           PERFORM REPOINT-INTERACTIONS.
           PERFORM REPOINT-APPLICANT-STATUS.
           IF WS-XREF-FAILED = "Y"
              DISPLAY "Warning: duplicate not archived or deleted; "
                      "it still holds its account roles. "
                      "Interactions were already re-pointed."
              EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-ARCHIVE-RECORD.
           MOVE MERGE-DUP-ID TO CONTACT-ID-MASTER.
           DELETE CONTACT-MASTER-FILE RECORD.
           END-IF.

       REPOINT-XREF-TO-SURVIVOR.
           MOVE 0 TO XREF-WORK-COUNT WS-XREF-MOVED WS-XREF-COMBINED.
           MOVE "N" TO WS-XREF-OVERFLOW WS-XREF-FAILED.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
              EXIT PARAGRAPH
                      AT END
                         MOVE "10" TO WS-XREF-STATUS
                      NOT AT END
                         IF XREF-WORK-COUNT < 5000
                            ADD 1 TO XREF-WORK-COUNT
                            MOVE XREF-ACCOUNT-ID
                               TO XW-ACCOUNT(XREF-WORK-COUNT)
                            MOVE XREF-ROLE-ID
                               TO XW-ROLE(XREF-WORK-COUNT)
                            MOVE XREF-PRIMARY-ID
                               TO XW-PRIMARY(XREF-WORK-COUNT)
                            MOVE "N" TO XW-DROPPED(XREF-WORK-COUNT)
                            IF XREF-CONTACT-ID = MERGE-DUP-ID
                               MOVE MERGE-SURVIVOR-ID
                                  TO XW-CONTACT(XREF-WORK-COUNT)
                               MOVE "Y" TO XW-MOVED(XREF-WORK-COUNT)
                               ADD 1 TO WS-XREF-MOVED
                            ELSE
                               MOVE XREF-CONTACT-ID
                                  TO XW-CONTACT(XREF-WORK-COUNT)
                               MOVE "N" TO XW-MOVED(XREF-WORK-COUNT)
                            END-IF
                         ELSE
                            MOVE "Y" TO WS-XREF-OVERFLOW
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.
           IF WS-XREF-OVERFLOW = "Y"
              DISPLAY "Warning: ACCTXREF.DAT holds more than 5000 "
                      "records; account roles were not re-pointed."
              MOVE 0 TO WS-XREF-MOVED
              MOVE "Y" TO WS-XREF-FAILED
              EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-MOVED = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > XREF-WORK-COUNT
                   IF XW-MOVED(I) = "Y"
                      PERFORM COMBINE-SURVIVOR-ROLES
                   END-IF
           END-PERFORM.
           OPEN OUTPUT ACCOUNT-XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "Warning: cannot rewrite ACCTXREF.DAT, "
                      "status " WS-XREF-STATUS
              MOVE 0 TO WS-XREF-MOVED
              MOVE "Y" TO WS-XREF-FAILED
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > XREF-WORK-COUNT
                   IF XW-DROPPED(I) NOT = "Y"
                      MOVE XW-ACCOUNT(I) TO XREF-ACCOUNT-ID
                      MOVE XW-CONTACT(I) TO XREF-CONTACT-ID
                      MOVE XW-ROLE(I) TO XREF-ROLE-ID
                      MOVE XW-PRIMARY(I) TO XREF-PRIMARY-ID
                      WRITE XREF-RECORD
                   END-IF
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.
           IF WS-XREF-COMBINED > 0
              DISPLAY WS-XREF-COMBINED " account role(s) combined "
                      "with a role the survivor already held."
           END-IF.

       COMBINE-SURVIVOR-ROLES.
           PERFORM VARYING XW-SUB FROM 1 BY 1
                   UNTIL XW-SUB > XREF-WORK-COUNT
                   IF XW-SUB NOT = I
                      AND XW-DROPPED(XW-SUB) NOT = "Y"
                      AND XW-ACCOUNT(XW-SUB) = XW-ACCOUNT(I)
                      AND XW-CONTACT(XW-SUB) = MERGE-SURVIVOR-ID
                      IF XW-PRIMARY(I) = "Y"
                         MOVE "Y" TO XW-PRIMARY(XW-SUB)
                      END-IF
                      IF XW-ROLE(I) = "H" OR XW-ROLE(I) = SPACE
                         MOVE "H" TO XW-ROLE(XW-SUB)
                      END-IF
                      IF XW-ROLE(I) = "G" AND XW-ROLE(XW-SUB) = "S"
                         MOVE "G" TO XW-ROLE(XW-SUB)
                      END-IF
                      MOVE "Y" TO XW-DROPPED(I)
                      ADD 1 TO WS-XREF-COMBINED
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

       CHECK-XREF-VOLUME.
           MOVE 0 TO XREF-WORK-COUNT.
           MOVE "N" TO WS-XREF-OVERFLOW.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ ACCOUNT-XREF-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-XREF-STATUS
                      NOT AT END
                         IF XREF-WORK-COUNT < 5000
                            ADD 1 TO XREF-WORK-COUNT
                         ELSE
                            MOVE "Y" TO WS-XREF-OVERFLOW
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.

           END-PERFORM.
           CLOSE CONTACT-INTERACTION-FILE.

       OPEN-APPLICANT-STATUS.
           MOVE "N" TO WS-APPSTATUS-OPEN.
           OPEN I-O APPLICANT-STATUS-FILE.
           IF WS-APPSTATUS-STATUS = "00"
              MOVE "Y" TO WS-APPSTATUS-OPEN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-APP-DATE.

       RECORD-APPLICANT-ADDED.
           PERFORM OPEN-APPLICANT-STATUS.
           IF WS-APPSTATUS-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE TRAN-APP-ID TO AS-APP-ID.
           READ APPLICANT-STATUS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AS-SCREENED-ELIGIBLE OR AS-BRIDGED
                    MOVE "A" TO AS-STAGE
                    MOVE CONTACT-ID OF CONTACT-RECORD TO AS-CONTACT-ID
                    MOVE WS-APP-DATE TO AS-ADDED-DATE AS-STAGE-DATE
                    MOVE SPACES TO AS-NOTE
                    REWRITE APPLICANT-STATUS-RECORD
                 END-IF
           END-READ.
           CLOSE APPLICANT-STATUS-FILE.

       RECORD-APPLICANT-REJECTED.
           PERFORM OPEN-APPLICANT-STATUS.
           IF WS-APPSTATUS-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE TRAN-APP-ID TO AS-APP-ID.
           READ APPLICANT-STATUS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AS-BRIDGED
                    MOVE SPACES TO AS-NOTE
                    STRING "ADD REJECTED: " DELIMITED BY SIZE
                           WS-TRAN-REASON DELIMITED BY SIZE
                           INTO AS-NOTE
                    REWRITE APPLICANT-STATUS-RECORD
                 END-IF
           END-READ.
           CLOSE APPLICANT-STATUS-FILE.

       RECORD-APPLICANT-INTERACTION.
           PERFORM OPEN-APPLICANT-STATUS.
           IF WS-APPSTATUS-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           PERFORM START-APPLICANT-SCAN.
           PERFORM UNTIL WS-APPSTATUS-EOF = "Y"
                   READ APPLICANT-STATUS-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-APPSTATUS-EOF
                      NOT AT END
                         IF AS-ADDED
                            AND AS-CONTACT-ID = INT-CONTACT-ID
                            MOVE "I" TO AS-STAGE
                            MOVE INT-DATE TO AS-FIRST-INT-DATE
                            MOVE WS-APP-DATE TO AS-STAGE-DATE
                            REWRITE APPLICANT-STATUS-RECORD
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE APPLICANT-STATUS-FILE.

       REPOINT-APPLICANT-STATUS.
           PERFORM OPEN-APPLICANT-STATUS.
           IF WS-APPSTATUS-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           PERFORM START-APPLICANT-SCAN.
           PERFORM UNTIL WS-APPSTATUS-EOF = "Y"
                   READ APPLICANT-STATUS-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-APPSTATUS-EOF
                      NOT AT END
                         IF AS-CONTACT-ID = MERGE-DUP-ID
                            MOVE MERGE-SURVIVOR-ID TO AS-CONTACT-ID
                            REWRITE APPLICANT-STATUS-RECORD
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE APPLICANT-STATUS-FILE.

       START-APPLICANT-SCAN.
           MOVE "N" TO WS-APPSTATUS-EOF.
           MOVE 0 TO AS-APP-ID.
           START APPLICANT-STATUS-FILE
              KEY IS NOT LESS THAN AS-APP-ID
              INVALID KEY
                 MOVE "Y" TO WS-APPSTATUS-EOF
           END-START.

       WRITE-AUDIT-MERGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:14)
