       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-MASTER-FILE ASSIGN TO "CONTACTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CONTACT-ID-MASTER
              FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONTACT-ARCHIVE-FILE ASSIGN USING WS-ARCH-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCHIVE-WORK-FILE ASSIGN TO "CONTACTARCH.WRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-WORK-STATUS.

           SELECT CONTACT-INTERACTION-FILE ASSIGN TO "CONTACTINT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INT-STATUS.

           SELECT INTERACTION-WORK-FILE ASSIGN TO "CONTACTINT.WRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INT-WORK-STATUS.

           SELECT CONTACT-AUDIT-FILE ASSIGN TO "CONTACTAUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XREF-STATUS.

           SELECT HSK-CATALOG-FILE ASSIGN TO "HSKCAT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-STATUS.

           SELECT PURGE-PARM-FILE ASSIGN TO "PURGEPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

           SELECT PURGE-REPORT-FILE ASSIGN TO "CONTACTPURGE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER-FILE.
       01  CONTACT-MASTER-RECORD.
           05 CONTACT-ID-MASTER PIC 9(5).
           05 NOM-MASTER      PIC X(30).
           05 PHONE-MASTER    PIC X(15).
           05 EMAIL-MASTER    PIC X(50).
           05 STREET-MASTER   PIC X(30).
           05 CITY-MASTER     PIC X(20).
           05 POSTAL-MASTER   PIC X(10).
           05 COMPANY-MASTER  PIC X(30).
           05 CATEGORY-MASTER PIC X(8).

       FD  CONTACT-ARCHIVE-FILE.
       01  ARCHIVE-RECORD     PIC X(212).

       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-RECORD PIC X(212).

       FD  CONTACT-INTERACTION-FILE.
       01  INTERACTION-RECORD.
           05 INT-CONTACT-ID  PIC 9(5).
           05 INT-DATE        PIC 9(8).
           05 INT-TYPE        PIC X(8).
           05 INT-NOTE        PIC X(60).

       FD  INTERACTION-WORK-FILE.
       01  INTERACTION-WORK-RECORD PIC X(81).

       FD  CONTACT-AUDIT-FILE.
       01  AUDIT-RECORD       PIC X(240).

       FD  ACCOUNT-XREF-FILE.
       01  XREF-RECORD.
           05 XREF-ACCOUNT-ID        PIC 9(8).
           05 XREF-CONTACT-ID        PIC 9(5).
           05 XREF-ROLE-ID           PIC X(1).
           05 XREF-PRIMARY-ID        PIC X(1).

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

       FD  PURGE-PARM-FILE.
       01  PURGE-PARM-RECORD  PIC X(80).

       FD  PURGE-REPORT-FILE.
       01  REPORT-LINE        PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE       PIC 9(8).
           05 FILLER                 PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS  PIC XX.
       01 WS-ARCH-STATUS    PIC XX.
       01 WS-ARCH-WORK-STATUS PIC XX.
       01 WS-INT-STATUS     PIC XX.
       01 WS-INT-WORK-STATUS PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-XREF-STATUS    PIC XX.
       01 WS-CAT-STATUS     PIC XX.
       01 WS-PARM-STATUS    PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-BUSDATE-STATUS PIC XX.
       01 WS-ARCH-FILE-NAME PIC X(30).
       01 WS-CURRENT-DATE   PIC X(21).
       01 WS-RUN-STAMP      PIC X(14).
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-RETENTION-DAYS PIC 9(4) VALUE 2190.
       01 WS-CUTOFF-DATE    PIC 9(8).
       01 WS-DELETED-DATE   PIC 9(8).
       01 WS-OPERATOR-ID    PIC X(8) VALUE "SYSTEM".
       01 WS-PURGED-NAME    PIC X(30).
       01 WS-RUN-IN-ERROR   PIC X(1) VALUE "N".
       01 WS-ABORT-REASON   PIC X(60) VALUE SPACES.
       01 WS-TABLE-FULL     PIC X(1) VALUE "N".
       01 WS-NOTES-KEPT     PIC X(1) VALUE "N".
       01 WS-FOUND-SUB      PIC 9(4).
       01 F                 PIC 9(3).
       01 P                 PIC 9(4).
       01 FILE-COUNT        PIC 9(3) VALUE 0.
       01 MAX-FILES         PIC 9(3) VALUE 100.
       01 PURGE-COUNT       PIC 9(4) VALUE 0.
       01 MAX-PURGES        PIC 9(4) VALUE 2000.
       01 PURGED-DONE-COUNT PIC 9(5) VALUE 0.
       01 DEFERRED-COUNT    PIC 9(5) VALUE 0.
       01 INVALID-DATE-COUNT PIC 9(5) VALUE 0.
       01 NOTES-REMOVED-COUNT PIC 9(5) VALUE 0.
       01 WS-COPY-COUNT     PIC 9(6).
       01 ARCH-FIELDS.
          05 ARCH-CONTACT-ID PIC 9(5).
          05 ARCH-TIMESTAMP PIC X(14).
          05 ARCH-NOM       PIC X(30).
          05 ARCH-PHONE     PIC X(15).
          05 ARCH-EMAIL     PIC X(50).
          05 ARCH-STREET    PIC X(30).
          05 ARCH-CITY      PIC X(20).
          05 ARCH-POSTAL    PIC X(10).
          05 ARCH-COMPANY   PIC X(30).
          05 ARCH-CATEGORY  PIC X(8).
       01 ARCHIVE-FILE-TABLE.
          05 ARCHIVE-FILE-ENTRY OCCURS 100 TIMES.
             10 FL-NAME         PIC X(30).
             10 FL-PRESENT      PIC X(1).
             10 FL-RECORDS      PIC 9(5).
             10 FL-DUE          PIC 9(5).
             10 FL-ALREADY      PIC 9(5).
             10 FL-REWRITTEN    PIC X(1).
       01 PURGE-TABLE.
          05 PURGE-ENTRY OCCURS 2000 TIMES.
             10 PG-CONTACT-ID   PIC 9(5).
             10 PG-DELETED      PIC X(14).
             10 PG-FILE-SUB     PIC 9(3).
             10 PG-ACTIVE       PIC X(1).
             10 PG-NOTES        PIC 9(5).
             10 PG-LINKS        PIC 9(3).
             10 PG-DONE         PIC X(1).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "Contact Retention Purge".
           OPEN OUTPUT PURGE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open CONTACTPURGE.RPT, status "
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE WS-CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-PURGE-PARAMETERS.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-RETENTION-DAYS).
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTACT RETENTION PURGE " DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
                  " BUSINESS DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  " OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETENTION PERIOD " DELIMITED BY SIZE
                  WS-RETENTION-DAYS DELIMITED BY SIZE
                  " DAY(S): ARCHIVED CONTACTS DELETED ON OR BEFORE "
                     DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " ARE ANONYMISED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM LOAD-ARCHIVE-FILE-LIST.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FILE-COUNT
                   PERFORM FIND-DUE-ENTRIES
           END-PERFORM.
           IF PURGE-COUNT > 0
              PERFORM CHECK-ACTIVE-CONTACTS
           END-IF.
           IF WS-RUN-IN-ERROR = "N" AND PURGE-COUNT > 0
              PERFORM COUNT-ACCOUNT-LINKS
              PERFORM VARYING F FROM 1 BY 1
                      UNTIL F > FILE-COUNT OR WS-RUN-IN-ERROR = "Y"
                      IF FL-DUE(F) > 0
                         PERFORM ANONYMISE-ARCHIVE-FILE
                      END-IF
              END-PERFORM
           END-IF.
           IF PURGED-DONE-COUNT > 0
              PERFORM STRIP-INTERACTION-NOTES
              PERFORM WRITE-PURGE-AUDIT
           END-IF.
           PERFORM WRITE-FILE-SUMMARY.
           PERFORM WRITE-PURGE-DETAIL.
           PERFORM WRITE-PURGE-TOTALS.
           IF WS-RUN-IN-ERROR = "Y"
              MOVE SPACES TO REPORT-LINE
              STRING "PURGE ABANDONED: " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "Purge abandoned: " WS-ABORT-REASON
              MOVE 8 TO RETURN-CODE
           ELSE
              IF DEFERRED-COUNT > 0 OR INVALID-DATE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE PURGE-REPORT-FILE.
           DISPLAY PURGED-DONE-COUNT " contact(s) purged, "
                   NOTES-REMOVED-COUNT " note(s) removed. "
                   "See CONTACTPURGE.RPT.".
           GOBACK.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                 AT END
                    MOVE SPACES TO BUSINESS-DATE-RECORD
              END-READ
              IF BD-BUSINESS-DATE IS NUMERIC
                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-PURGE-PARAMETERS.
           OPEN INPUT PURGE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PURGE-PARM-FILE
                 AT END
                    MOVE SPACES TO PURGE-PARM-RECORD
              END-READ
              IF PURGE-PARM-RECORD(1:4) IS NUMERIC
                 AND PURGE-PARM-RECORD(1:4) NOT = "0000"
                 MOVE PURGE-PARM-RECORD(1:4) TO WS-RETENTION-DAYS
              END-IF
              IF PURGE-PARM-RECORD(6:8) NOT = SPACES
                 MOVE PURGE-PARM-RECORD(6:8) TO WS-OPERATOR-ID
              END-IF
              CLOSE PURGE-PARM-FILE
           END-IF.

       LOAD-ARCHIVE-FILE-LIST.
           MOVE 0 TO FILE-COUNT.
           OPEN INPUT HSK-CATALOG-FILE.
           IF WS-CAT-STATUS = "00"
              PERFORM UNTIL WS-CAT-STATUS NOT = "00"
                      READ HSK-CATALOG-FILE NEXT RECORD
                         AT END
                            MOVE "10" TO WS-CAT-STATUS
                         NOT AT END
                            IF CAT-TAG = "CONTACTARCH"
                               AND CAT-STATUS = "A"
                               PERFORM ADD-ARCHIVE-FILE
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE HSK-CATALOG-FILE
           END-IF.
           MOVE "CONTACTARCH.DAT" TO CAT-FILENAME.
           PERFORM ADD-ARCHIVE-FILE.

       ADD-ARCHIVE-FILE.
           IF FILE-COUNT >= MAX-FILES
              MOVE SPACES TO REPORT-LINE
              STRING "MORE THAN 100 ARCHIVE FILES; "
                        DELIMITED BY SIZE
                     FUNCTION TRIM(CAT-FILENAME) DELIMITED BY SIZE
                     " NOT CHECKED" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              ADD 1 TO DEFERRED-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FILE-COUNT.
           MOVE CAT-FILENAME TO FL-NAME(FILE-COUNT).
           MOVE "N" TO FL-PRESENT(FILE-COUNT) FL-REWRITTEN(FILE-COUNT).
           MOVE 0 TO FL-RECORDS(FILE-COUNT) FL-DUE(FILE-COUNT)
                     FL-ALREADY(FILE-COUNT).

       FIND-DUE-ENTRIES.
           MOVE FL-NAME(F) TO WS-ARCH-FILE-NAME.
           OPEN INPUT CONTACT-ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO FL-PRESENT(F).
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ CONTACT-ARCHIVE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ARCH-STATUS
                      NOT AT END
                         ADD 1 TO FL-RECORDS(F)
                         MOVE ARCHIVE-RECORD TO ARCH-FIELDS
                         PERFORM CHECK-ONE-ARCHIVE-ENTRY
                   END-READ
           END-PERFORM.
           CLOSE CONTACT-ARCHIVE-FILE.

       CHECK-ONE-ARCHIVE-ENTRY.
           IF ARCH-NOM(1:15) = "PURGED CONTACT "
              ADD 1 TO FL-ALREADY(F)
              EXIT PARAGRAPH
           END-IF.
           IF ARCH-TIMESTAMP(1:8) IS NOT NUMERIC
              ADD 1 TO INVALID-DATE-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "ARCHIVED CONTACT " DELIMITED BY SIZE
                     ARCH-CONTACT-ID DELIMITED BY SIZE
                     " IN " DELIMITED BY SIZE
                     FUNCTION TRIM(FL-NAME(F)) DELIMITED BY SIZE
                     " HAS NO VALID DELETION DATE; NOT PURGED"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE ARCH-TIMESTAMP(1:8) TO WS-DELETED-DATE.
           IF WS-DELETED-DATE > WS-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF.
           IF PURGE-COUNT >= MAX-PURGES
              ADD 1 TO DEFERRED-COUNT
              IF WS-TABLE-FULL NOT = "Y"
                 MOVE "Y" TO WS-TABLE-FULL
                 MOVE "OVER 2000 CONTACTS DUE; REST LEFT FOR NEXT RUN"
                    TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PURGE-COUNT FL-DUE(F).
           MOVE ARCH-CONTACT-ID TO PG-CONTACT-ID(PURGE-COUNT).
           MOVE ARCH-TIMESTAMP TO PG-DELETED(PURGE-COUNT).
           MOVE F TO PG-FILE-SUB(PURGE-COUNT).
           MOVE "N" TO PG-ACTIVE(PURGE-COUNT) PG-DONE(PURGE-COUNT).
           MOVE 0 TO PG-NOTES(PURGE-COUNT) PG-LINKS(PURGE-COUNT).

       CHECK-ACTIVE-CONTACTS.
           OPEN INPUT CONTACT-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT OPEN CONTACTS.DAT, STATUS "
                        DELIMITED BY SIZE
                     WS-MASTER-STATUS DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PURGE-COUNT
                   MOVE PG-CONTACT-ID(P) TO CONTACT-ID-MASTER
                   READ CONTACT-MASTER-FILE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE "Y" TO PG-ACTIVE(P)
                   END-READ
           END-PERFORM.
           CLOSE CONTACT-MASTER-FILE.

       COUNT-ACCOUNT-LINKS.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ ACCOUNT-XREF-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-XREF-STATUS
                      NOT AT END
                         PERFORM VARYING P FROM 1 BY 1
                                 UNTIL P > PURGE-COUNT
                                 IF PG-CONTACT-ID(P) = XREF-CONTACT-ID
                                    ADD 1 TO PG-LINKS(P)
                                 END-IF
                         END-PERFORM
                   END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.

       STRIP-INTERACTION-NOTES.
           OPEN INPUT CONTACT-INTERACTION-FILE.
           IF WS-INT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INTERACTION-WORK-FILE.
           IF WS-INT-WORK-STATUS NOT = "00"
              CLOSE CONTACT-INTERACTION-FILE
              IF WS-RUN-IN-ERROR = "N"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE SPACES TO WS-ABORT-REASON
                 STRING "CANNOT OPEN CONTACTINT.WRK, STATUS "
                           DELIMITED BY SIZE
                        WS-INT-WORK-STATUS DELIMITED BY SIZE
                        INTO WS-ABORT-REASON
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INT-STATUS NOT = "00"
                   READ CONTACT-INTERACTION-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-INT-STATUS
                      NOT AT END
                         PERFORM FIND-PURGED-CONTACT
                         IF WS-FOUND-SUB = 0
                            MOVE INTERACTION-RECORD
                               TO INTERACTION-WORK-RECORD
                            WRITE INTERACTION-WORK-RECORD
                         ELSE
                            ADD 1 TO PG-NOTES(WS-FOUND-SUB)
                                     NOTES-REMOVED-COUNT
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE CONTACT-INTERACTION-FILE.
           CLOSE INTERACTION-WORK-FILE.
           IF NOTES-REMOVED-COUNT > 0
              PERFORM COPY-BACK-INTERACTIONS
           END-IF.
           IF WS-NOTES-KEPT = "Y"
              MOVE 0 TO NOTES-REMOVED-COUNT
              PERFORM VARYING P FROM 1 BY 1 UNTIL P > PURGE-COUNT
                      MOVE 0 TO PG-NOTES(P)
              END-PERFORM
           END-IF.

       FIND-PURGED-CONTACT.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PURGE-COUNT
                   IF PG-CONTACT-ID(P) = INT-CONTACT-ID
                      AND PG-DONE(P) = "Y"
                      IF PG-ACTIVE(P) NOT = "Y"
                         MOVE P TO WS-FOUND-SUB
                      END-IF
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

       COPY-BACK-INTERACTIONS.
           OPEN INPUT INTERACTION-WORK-FILE.
           IF WS-INT-WORK-STATUS NOT = "00"
              MOVE "Y" TO WS-NOTES-KEPT
              IF WS-RUN-IN-ERROR = "N"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE SPACES TO WS-ABORT-REASON
                 STRING "CANNOT REOPEN CONTACTINT.WRK, STATUS "
                           DELIMITED BY SIZE
                        WS-INT-WORK-STATUS DELIMITED BY SIZE
                        INTO WS-ABORT-REASON
              END-IF
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONTACT-INTERACTION-FILE.
           IF WS-INT-STATUS NOT = "00"
              CLOSE INTERACTION-WORK-FILE
              MOVE "Y" TO WS-NOTES-KEPT
              IF WS-RUN-IN-ERROR = "N"
                 MOVE "Y" TO WS-RUN-IN-ERROR
                 MOVE SPACES TO WS-ABORT-REASON
                 STRING "CONTACTINT.DAT NOT REWRITTEN, ST "
                           DELIMITED BY SIZE
                        WS-INT-STATUS DELIMITED BY SIZE
                        "; COPY IN CONTACTINT.WRK" DELIMITED BY SIZE
                        INTO WS-ABORT-REASON
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INT-WORK-STATUS NOT = "00"
                   READ INTERACTION-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-INT-WORK-STATUS
                      NOT AT END
                         MOVE INTERACTION-WORK-RECORD
                            TO INTERACTION-RECORD
                         WRITE INTERACTION-RECORD
                   END-READ
           END-PERFORM.
           CLOSE INTERACTION-WORK-FILE.
           CLOSE CONTACT-INTERACTION-FILE.

       ANONYMISE-ARCHIVE-FILE.
           MOVE FL-NAME(F) TO WS-ARCH-FILE-NAME.
           OPEN INPUT CONTACT-ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT REOPEN " DELIMITED BY SIZE
                     FUNCTION TRIM(FL-NAME(F)) DELIMITED BY SIZE
                     ", STATUS " DELIMITED BY SIZE
                     WS-ARCH-STATUS DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           IF WS-ARCH-WORK-STATUS NOT = "00"
              CLOSE CONTACT-ARCHIVE-FILE
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT OPEN CONTACTARCH.WRK, STATUS "
                        DELIMITED BY SIZE
                     WS-ARCH-WORK-STATUS DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-COPY-COUNT.
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ CONTACT-ARCHIVE-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ARCH-STATUS
                      NOT AT END
                         MOVE ARCHIVE-RECORD TO ARCH-FIELDS
                         PERFORM ANONYMISE-ONE-ENTRY
                         MOVE ARCH-FIELDS TO ARCHIVE-WORK-RECORD
                         WRITE ARCHIVE-WORK-RECORD
                   END-READ
           END-PERFORM.
           CLOSE CONTACT-ARCHIVE-FILE.
           CLOSE ARCHIVE-WORK-FILE.
           OPEN INPUT ARCHIVE-WORK-FILE.
           IF WS-ARCH-WORK-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "CANNOT REOPEN CONTACTARCH.WRK, STATUS "
                        DELIMITED BY SIZE
                     WS-ARCH-WORK-STATUS DELIMITED BY SIZE
                     "; ARCHIVE UNCHANGED" DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONTACT-ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00"
              CLOSE ARCHIVE-WORK-FILE
              MOVE "Y" TO WS-RUN-IN-ERROR
              MOVE SPACES TO WS-ABORT-REASON
              STRING "ARCHIVE NOT REWRITTEN, ST " DELIMITED BY SIZE
                     WS-ARCH-STATUS DELIMITED BY SIZE
                     "; COPY IS IN CONTACTARCH.WRK" DELIMITED BY SIZE
                     INTO WS-ABORT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ARCH-WORK-STATUS NOT = "00"
                   READ ARCHIVE-WORK-FILE NEXT RECORD
                      AT END
                         MOVE "10" TO WS-ARCH-WORK-STATUS
                      NOT AT END
                         MOVE ARCHIVE-WORK-RECORD TO ARCHIVE-RECORD
                         WRITE ARCHIVE-RECORD
                   END-READ
           END-PERFORM.
           CLOSE ARCHIVE-WORK-FILE.
           CLOSE CONTACT-ARCHIVE-FILE.
           MOVE "Y" TO FL-REWRITTEN(F).
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PURGE-COUNT
                   IF PG-FILE-SUB(P) = F
                      MOVE "Y" TO PG-DONE(P)
                      ADD 1 TO PURGED-DONE-COUNT
                   END-IF
           END-PERFORM.

       ANONYMISE-ONE-ENTRY.
           IF WS-COPY-COUNT >= FL-DUE(F)
              OR ARCH-NOM(1:15) = "PURGED CONTACT "
              OR ARCH-TIMESTAMP(1:8) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE ARCH-TIMESTAMP(1:8) TO WS-DELETED-DATE.
           IF WS-DELETED-DATE > WS-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COPY-COUNT.
           MOVE SPACES TO WS-PURGED-NAME.
           STRING "PURGED CONTACT " DELIMITED BY SIZE
                  ARCH-CONTACT-ID DELIMITED BY SIZE
                  INTO WS-PURGED-NAME.
           MOVE WS-PURGED-NAME TO ARCH-NOM.
           MOVE SPACES TO ARCH-PHONE ARCH-EMAIL ARCH-STREET
                          ARCH-CITY ARCH-POSTAL.

       WRITE-PURGE-AUDIT.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PURGE-COUNT
                   IF PG-DONE(P) = "Y"
                      PERFORM WRITE-AUDIT-PURGE
                   END-IF
           END-PERFORM.

       WRITE-AUDIT-PURGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-PURGED-NAME.
           STRING "PURGED CONTACT " DELIMITED BY SIZE
                  PG-CONTACT-ID(P) DELIMITED BY SIZE
                  INTO WS-PURGED-NAME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-CURRENT-DATE(1:14)
                  " PURGE  NAME=" DELIMITED BY SIZE
                  WS-PURGED-NAME DELIMITED BY SIZE
                  " DELETED=" DELIMITED BY SIZE
                  PG-DELETED(P) DELIMITED BY SIZE
                  " NOTES=" DELIMITED BY SIZE
                  PG-NOTES(P) DELIMITED BY SIZE
                  " ACCOUNTS=" DELIMITED BY SIZE
                  PG-LINKS(P) DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO AUDIT-RECORD
           PERFORM APPEND-AUDIT-RECORD.

       APPEND-AUDIT-RECORD.
           OPEN EXTEND CONTACT-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT CONTACT-AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD.
           CLOSE CONTACT-AUDIT-FILE.

       WRITE-FILE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVE FILES CHECKED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FILE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE FL-NAME(F) TO REPORT-LINE(3:30)
                   IF FL-PRESENT(F) NOT = "Y"
                      MOVE "NOT PRESENT" TO REPORT-LINE(34:11)
                   ELSE
                      STRING FL-RECORDS(F) DELIMITED BY SIZE
                             " RECORD(S), " DELIMITED BY SIZE
                             FL-DUE(F) DELIMITED BY SIZE
                             " DUE, " DELIMITED BY SIZE
                             FL-ALREADY(F) DELIMITED BY SIZE
                             " ALREADY PURGED" DELIMITED BY SIZE
                             INTO REPORT-LINE(34:60)
                      IF FL-DUE(F) > 0
                         IF FL-REWRITTEN(F) = "Y"
                            MOVE "REWRITTEN" TO REPORT-LINE(96:9)
                         ELSE
                            MOVE "NOT REWRITTEN" TO REPORT-LINE(96:13)
                         END-IF
                      END-IF
                   END-IF
                   WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-PURGE-DETAIL.
           IF PURGED-DONE-COUNT = 0
              MOVE "NO ARCHIVED CONTACTS PURGED" TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CONTACT" TO REPORT-LINE(1:7).
           MOVE "DELETED" TO REPORT-LINE(10:7).
           MOVE "FILE" TO REPORT-LINE(26:4).
           MOVE "NOTES REMOVED" TO REPORT-LINE(57:13).
           MOVE "ACCOUNT LINKS KEPT" TO REPORT-LINE(72:18).
           WRITE REPORT-LINE.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PURGE-COUNT
                   IF PG-DONE(P) = "Y"
                      MOVE SPACES TO REPORT-LINE
                      MOVE PG-CONTACT-ID(P) TO REPORT-LINE(1:5)
                      MOVE PG-DELETED(P) TO REPORT-LINE(10:14)
                      MOVE PG-FILE-SUB(P) TO F
                      MOVE FL-NAME(F) TO REPORT-LINE(26:30)
                      MOVE PG-NOTES(P) TO REPORT-LINE(65:5)
                      MOVE PG-LINKS(P) TO REPORT-LINE(87:3)
                      IF PG-ACTIVE(P) = "Y"
                         MOVE "NOTES KEPT: ID ACTIVE IN CONTACTS.DAT"
                            TO REPORT-LINE(93:37)
                      END-IF
                      WRITE REPORT-LINE
                   END-IF
           END-PERFORM.

       WRITE-PURGE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS: " DELIMITED BY SIZE
                  PURGED-DONE-COUNT DELIMITED BY SIZE
                  " CONTACT(S) ANONYMISED, " DELIMITED BY SIZE
                  NOTES-REMOVED-COUNT DELIMITED BY SIZE
                  " INTERACTION NOTE(S) REMOVED, " DELIMITED BY SIZE
                  DEFERRED-COUNT DELIMITED BY SIZE
                  " DEFERRED, " DELIMITED BY SIZE
                  INVALID-DATE-COUNT DELIMITED BY SIZE
                  " WITHOUT A VALID DELETION DATE" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTACT IDS, TRANHIST.DAT AND ACCTXREF.DAT ARE KEPT;"
                     DELIMITED BY SIZE
                  " EACH PURGE IS RECORDED IN CONTACTAUDIT.TXT"
                     DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
