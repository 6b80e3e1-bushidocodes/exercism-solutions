       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-CERTIFICATE.
      *    Graduation certificate print run. YEAR-END-PROMOTION moves
      *    the top grade to ALUMNI and the office then hand-wrote
      *    every diploma. This run prints one certificate per
      *    graduate on CERTPRT -- school, name, grade completed, and
      *    the class year in Roman numerals through ROMAN-NUMERALS
      *    (its ROMAN-NUMERALS-BATCH file mode) -- with a control
      *    listing of every certificate printed on CERTLST.
      *
      *    The CERTCTL card names the class year (default: the
      *    business date's year) and the source: ALUMNI, every
      *    graduate of that class, or PROMORPT, the graduates on the
      *    register of the promotion run just made. The school's
      *    name comes from PARMMST (program GRAD-CERTIFICATE,
      *    parameter SCHOOL-nnn); a school without one prints its
      *    ID.
      *
      *    Every certificate is numbered and logged to CERTLOG, so a
      *    rerun never prints a second original: a graduate already
      *    on the log is listed as already printed and skipped. A
      *    spoiled copy is reprinted by name through CERTRPRT
      *    (school, name, class year, reason); a reprint run prints
      *    only those, each as the next numbered copy, certified on
      *    the shared AUDITLOG with the operator ID from OPERID, so
      *    every duplicate in circulation can be traced to who asked
      *    for it and why. Served reprint requests are cleared.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CERT-CONTROL-FILE ASSIGN TO "CERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Graduates, as YEAR-END-PROMOTION appends them.
           SELECT OPTIONAL ALUMNI-FILE ASSIGN TO "ALUMNI"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Register of the last YEAR-END-PROMOTION run.
           SELECT OPTIONAL PROMOTION-REGISTER ASSIGN TO "PROMORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REPRINT-REQUEST-FILE ASSIGN TO "CERTRPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Every certificate ever printed, originals and reprints.
           SELECT OPTIONAL CERT-LOG-FILE ASSIGN TO "CERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-PRINT-FILE ASSIGN TO "CERTPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-LISTING-FILE ASSIGN TO "CERTLST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from ROMAN-NUMERALS-BATCH.
           SELECT ROMAN-REQUEST-FILE ASSIGN TO "ROMANIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROMAN-RESULT-FILE ASSIGN TO "ROMANOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Operator identity for this session, keyed in at sign-on.
           SELECT OPTIONAL OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared across programs -- see audit-log.cpy.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Per-program audit sequence sidecar -- see audit-log.cpy.
           SELECT OPTIONAL AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-CONTROL-FILE.
       01  CERT-CONTROL-RECORD.
           02 CC-CLASS-YEAR       PIC X(4).
           02 FILLER              PIC X.
           02 CC-SOURCE           PIC X(8).
       FD  ALUMNI-FILE.
       01  ALUMNI-RECORD.
           02 AF-SCHOOL-ID        PIC X(3).
           02 AF-NAME             PIC X(60).
           02 AF-CLASS-YEAR       PIC X(4).
       FD  PROMOTION-REGISTER.
       01  PROMOTION-REGISTER-LINE.
           02 PR-SCHOOL-ID        PIC X(3).
           02 FILLER              PIC X.
           02 PR-NAME             PIC X(60).
           02 PR-GRADE-LABEL      PIC X(7).
           02 PR-GRADE            PIC X.
           02 PR-OUTCOME          PIC X(10).
           02 FILLER              PIC X(8).
       FD  REPRINT-REQUEST-FILE.
       01  REPRINT-REQUEST-RECORD.
           02 RR-SCHOOL-ID        PIC X(3).
           02 FILLER              PIC X.
           02 RR-NAME             PIC X(60).
           02 FILLER              PIC X.
           02 RR-CLASS-YEAR       PIC X(4).
           02 FILLER              PIC X.
           02 RR-REASON           PIC X(30).
       FD  CERT-LOG-FILE.
       01  CERT-LOG-RECORD.
           02 CG-SERIAL           PIC 9(6).
           02 FILLER              PIC X.
           02 CG-KIND             PIC X(8).
           02 FILLER              PIC X.
           02 CG-COPY             PIC 9(2).
           02 FILLER              PIC X.
           02 CG-SCHOOL-ID        PIC X(3).
           02 FILLER              PIC X.
           02 CG-NAME             PIC X(60).
           02 FILLER              PIC X.
           02 CG-CLASS-YEAR       PIC X(4).
           02 FILLER              PIC X.
           02 CG-OPERATOR-ID      PIC X(8).
           02 FILLER              PIC X.
           02 CG-TIMESTAMP        PIC X(14).
           02 FILLER              PIC X.
           02 CG-REASON           PIC X(30).
       FD  CERT-PRINT-FILE.
       01  CERT-PRINT-LINE        PIC X(80).
       FD  CERT-LISTING-FILE.
       01  CERT-LISTING-LINE      PIC X(120).
       FD  ROMAN-REQUEST-FILE.
       01  ROMAN-REQUEST-RECORD   PIC X(4).
       FD  ROMAN-RESULT-FILE.
       01  ROMAN-RESULT-RECORD.
           02 RO-NUMBER           PIC X(4).
           02 FILLER              PIC X.
           02 RO-ROMAN            PIC X(20).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD     PIC X(8).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD       PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-REQUEST-EOF-FLAG PIC 9     VALUE 0.
          88 REQUEST-EOF                VALUE 1 FALSE 0.
       01 WS-CLASS-YEAR       PIC X(4).
       01 WS-SOURCE           PIC X(8).
          88 SOURCE-ALUMNI              VALUE "ALUMNI".
          88 SOURCE-REGISTER            VALUE "PROMORPT".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-REPRINT-FLAG     PIC X     VALUE 'N'.
          88 REPRINT-RUN                VALUE 'Y' FALSE 'N'.
       01 WS-TIMESTAMP        PIC X(21).
      *    Students leave for ALUMNI from the top grade, as in
      *    YEAR-END-PROMOTION; the register carries the grade itself.
       77 WS-TOP-GRADE        PIC 9     VALUE 9.

      *    This run's certificates, collected before anything prints
      *    so the class years go to ROMAN-NUMERALS in one call.
       01 WS-CERT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-CERT-MAX         PIC 9(4)  VALUE 2000.
       01 WS-CERT-TABLE.
          05 WS-CERT-ENTRY OCCURS 2000.
             10 WS-CT-KEY.
                15 WS-CT-SCHOOL-ID  PIC X(3).
                15 WS-CT-NAME       PIC X(60).
                15 WS-CT-CLASS-YEAR PIC X(4).
             10 WS-CT-GRADE         PIC 9.
             10 WS-CT-KIND          PIC X(8).
             10 WS-CT-COPY          PIC 9(2).
             10 WS-CT-REASON        PIC X(30).
             10 WS-CT-ROMAN         PIC X(20).
             10 WS-CT-SERIAL        PIC 9(6).

      *    Copies already printed per graduate, off CERTLOG.
       01 WS-PRINTED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-PRINTED-TABLE.
          05 WS-PRINTED-ENTRY OCCURS 5000.
             10 WS-PT-KEY           PIC X(67).
             10 WS-PT-COPIES        PIC 9(2).
       01 WS-LAST-SERIAL      PIC 9(6)  VALUE 0.

       01 WS-GRADUATE-KEY.
          05 WS-GK-SCHOOL-ID  PIC X(3).
          05 WS-GK-NAME       PIC X(60).
          05 WS-GK-CLASS-YEAR PIC X(4).
       01 WS-GRADUATE-GRADE   PIC 9.
       01 WS-PRIOR-COPIES     PIC 9(2).
       01 WS-MATCH-COUNT      PIC 9(2).
       01 WS-MATCH-SCHOOL-ID  PIC X(3).
       01 WS-ROMAN-COUNT      PIC 9(4)  VALUE 0.
       01 WS-SCHOOL-NAME      PIC X(40).

       01 WS-PRINT-COUNT      PIC 9(4)  VALUE 0.
       01 WS-REPRINT-COUNT    PIC 9(4)  VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REFUSAL-TEXT     PIC X(30).
       77 I                   PIC 9(4).
       77 J                   PIC 9(4).

      *    Shared processing-date fields.
       COPY "business-date.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared audit-log record layout.
       COPY "audit-log.cpy".

       PROCEDURE DIVISION.
       GRAD-CERTIFICATE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CERT-CONTROL
           IF WS-CLASS-YEAR IS NOT NUMERIC
              OR NOT (SOURCE-ALUMNI OR SOURCE-REGISTER)
              DISPLAY "GRAD-CERTIFICATE: bad CERTCTL card, class year "
                 WS-CLASS-YEAR " source " WS-SOURCE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-OPERATOR-ID
           PERFORM LOAD-CERTIFICATE-LOG
           OPEN OUTPUT CERT-LISTING-FILE
           MOVE SPACES TO CERT-LISTING-LINE
           STRING "GRADUATION CERTIFICATE CONTROL LISTING  CLASS OF "
              DELIMITED BY SIZE
              WS-CLASS-YEAR DELIMITED BY SIZE
              "  RUN DATE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO CERT-LISTING-LINE
           END-STRING
           WRITE CERT-LISTING-LINE
           MOVE SPACES TO CERT-LISTING-LINE
           STRING "SERIAL KIND     COPY SCH NAME" DELIMITED BY SIZE
              INTO CERT-LISTING-LINE
           END-STRING
           WRITE CERT-LISTING-LINE
           PERFORM COLLECT-REPRINT-REQUESTS
           IF NOT REPRINT-RUN
              IF SOURCE-ALUMNI
                 PERFORM COLLECT-ALUMNI-CLASS
              ELSE
                 PERFORM COLLECT-REGISTER-CLASS
              END-IF
           END-IF
           IF WS-CERT-COUNT > 0
              PERFORM CONVERT-CLASS-YEARS
              IF WS-ROMAN-COUNT NOT = WS-CERT-COUNT
                 DISPLAY "GRAD-CERTIFICATE: " WS-CERT-COUNT
                    " YEARS STAGED BUT " WS-ROMAN-COUNT
                    " CAME BACK -- NO CERTIFICATES PRINTED"
                 CLOSE CERT-LISTING-FILE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN OUTPUT CERT-PRINT-FILE
              OPEN EXTEND CERT-LOG-FILE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CERT-COUNT
                      PERFORM PRINT-ONE-CERTIFICATE
              END-PERFORM
              CLOSE CERT-LOG-FILE
              CLOSE CERT-PRINT-FILE
           END-IF
           IF REPRINT-RUN
              OPEN OUTPUT REPRINT-REQUEST-FILE
              CLOSE REPRINT-REQUEST-FILE
           END-IF
           MOVE SPACES TO CERT-LISTING-LINE
           STRING WS-PRINT-COUNT DELIMITED BY SIZE
              " ORIGINALS, " DELIMITED BY SIZE
              WS-REPRINT-COUNT DELIMITED BY SIZE
              " REPRINTS, " DELIMITED BY SIZE
              WS-SKIPPED-COUNT DELIMITED BY SIZE
              " ALREADY PRINTED, " DELIMITED BY SIZE
              WS-REFUSED-COUNT DELIMITED BY SIZE
              " REPRINTS REFUSED" DELIMITED BY SIZE
              INTO CERT-LISTING-LINE
           END-STRING
           WRITE CERT-LISTING-LINE
           CLOSE CERT-LISTING-FILE
           DISPLAY "GRAD-CERTIFICATE: " WS-PRINT-COUNT
              " ORIGINALS, " WS-REPRINT-COUNT " REPRINTS, "
              WS-SKIPPED-COUNT " ALREADY PRINTED, "
              WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A missing card means this year's class from ALUMNI.
       LOAD-CERT-CONTROL.
           MOVE BD-BUSINESS-DATE(1:4) TO WS-CLASS-YEAR
           MOVE "ALUMNI" TO WS-SOURCE
           OPEN INPUT CERT-CONTROL-FILE
           READ CERT-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF CC-CLASS-YEAR NOT = SPACES
                    MOVE CC-CLASS-YEAR TO WS-CLASS-YEAR
                 END-IF
                 IF CC-SOURCE NOT = SPACES
                    MOVE CC-SOURCE TO WS-SOURCE
                 END-IF
           END-READ
           CLOSE CERT-CONTROL-FILE
           .
       LOAD-CERT-CONTROL-EXIT.
           EXIT.

       LOAD-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT OPERATOR-ID-FILE
           READ OPERATOR-ID-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE OPERATOR-ID-RECORD TO WS-OPERATOR-ID
           END-READ
           CLOSE OPERATOR-ID-FILE
           .
       LOAD-OPERATOR-ID-EXIT.
           EXIT.

      *    Counts the copies already printed for each graduate and
      *    finds the last serial number issued.
       LOAD-CERTIFICATE-LOG.
           MOVE 0 TO WS-PRINTED-COUNT
           MOVE 0 TO WS-LAST-SERIAL
           SET FILE-EOF TO FALSE
           OPEN INPUT CERT-LOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ CERT-LOG-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CG-SERIAL IS NUMERIC
                            PERFORM TALLY-LOGGED-CERTIFICATE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CERT-LOG-FILE
           .
       LOAD-CERTIFICATE-LOG-EXIT.
           EXIT.

       TALLY-LOGGED-CERTIFICATE.
           IF CG-SERIAL > WS-LAST-SERIAL
              MOVE CG-SERIAL TO WS-LAST-SERIAL
           END-IF
           MOVE CG-SCHOOL-ID TO WS-GK-SCHOOL-ID
           MOVE CG-NAME TO WS-GK-NAME
           MOVE CG-CLASS-YEAR TO WS-GK-CLASS-YEAR
           PERFORM FIND-PRINTED-ENTRY
           IF J = 0
              PERFORM ADD-PRINTED-ENTRY
           END-IF
           IF J > 0
              ADD 1 TO WS-PT-COPIES(J)
           END-IF
           .
       TALLY-LOGGED-CERTIFICATE-EXIT.
           EXIT.

      *    A new WS-PRINTED-TABLE entry for WS-GRADUATE-KEY with no
      *    copies yet, its index in J (zero when the table is full).
       ADD-PRINTED-ENTRY.
           MOVE 0 TO J
           IF WS-PRINTED-COUNT < 5000
              ADD 1 TO WS-PRINTED-COUNT
              MOVE WS-GRADUATE-KEY TO WS-PT-KEY(WS-PRINTED-COUNT)
              MOVE 0 TO WS-PT-COPIES(WS-PRINTED-COUNT)
              MOVE WS-PRINTED-COUNT TO J
           END-IF
           .
       ADD-PRINTED-ENTRY-EXIT.
           EXIT.

      *    J is the WS-PRINTED-TABLE entry for WS-GRADUATE-KEY, zero
      *    when nothing has been printed for that graduate.
       FIND-PRINTED-ENTRY.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-PRINTED-COUNT OR J > 0
                   IF WS-PT-KEY(I) = WS-GRADUATE-KEY
                      MOVE I TO J
                   END-IF
           END-PERFORM
           .
       FIND-PRINTED-ENTRY-EXIT.
           EXIT.

      *    Any request on CERTRPRT makes this a reprint run.
       COLLECT-REPRINT-REQUESTS.
           SET REPRINT-RUN TO FALSE
           SET REQUEST-EOF TO FALSE
           OPEN INPUT REPRINT-REQUEST-FILE
           PERFORM UNTIL REQUEST-EOF
                   READ REPRINT-REQUEST-FILE
                      AT END
                         SET REQUEST-EOF TO TRUE
                      NOT AT END
                         IF RR-NAME NOT = SPACES
                            SET REPRINT-RUN TO TRUE
                            PERFORM COLLECT-ONE-REPRINT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE REPRINT-REQUEST-FILE
           .
       COLLECT-REPRINT-REQUESTS-EXIT.
           EXIT.

      *    A reprint needs an operator to answer for it, a reason,
      *    and a graduate on ALUMNI under that name and class year
      *    (the school may be left blank when the name is unique in
      *    the class). A graduate from before this run existed has
      *    no original on the log; the reprint is still a duplicate
      *    and is numbered from copy 01.
       COLLECT-ONE-REPRINT.
           MOVE SPACES TO WS-REFUSAL-TEXT
           MOVE RR-SCHOOL-ID TO WS-GK-SCHOOL-ID
           MOVE RR-NAME TO WS-GK-NAME
           MOVE RR-CLASS-YEAR TO WS-GK-CLASS-YEAR
           IF RR-CLASS-YEAR = SPACES
              MOVE WS-CLASS-YEAR TO WS-GK-CLASS-YEAR
           END-IF
           EVALUATE TRUE
              WHEN WS-OPERATOR-ID = SPACES
                 MOVE "NO OPERATOR ID IN OPERID" TO WS-REFUSAL-TEXT
              WHEN RR-REASON = SPACES
                 MOVE "NO REASON GIVEN" TO WS-REFUSAL-TEXT
              WHEN OTHER
                 PERFORM FIND-ALUMNI-GRADUATE
                 EVALUATE TRUE
                    WHEN WS-MATCH-COUNT = 0
                       MOVE "NOT ON ALUMNI" TO WS-REFUSAL-TEXT
                    WHEN WS-MATCH-COUNT > 1
                       MOVE "NAME IN TWO SCHOOLS" TO WS-REFUSAL-TEXT
                    WHEN OTHER
                       MOVE WS-MATCH-SCHOOL-ID TO WS-GK-SCHOOL-ID
                       PERFORM FIND-PRINTED-ENTRY
                       IF J = 0
                          PERFORM ADD-PRINTED-ENTRY
                       END-IF
                       IF J = 0
                          MOVE "CERTLOG TABLE FULL" TO WS-REFUSAL-TEXT
                       END-IF
                 END-EVALUATE
           END-EVALUATE
           IF WS-REFUSAL-TEXT NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO CERT-LISTING-LINE
              STRING "REFUSED REPRINT " DELIMITED BY SIZE
                 WS-GK-SCHOOL-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(RR-NAME) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GK-CLASS-YEAR DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REFUSAL-TEXT) DELIMITED BY SIZE
                 INTO CERT-LISTING-LINE
              END-STRING
              WRITE CERT-LISTING-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-COPIES(J) TO WS-PRIOR-COPIES
           MOVE WS-TOP-GRADE TO WS-GRADUATE-GRADE
           MOVE WS-CERT-COUNT TO I
           PERFORM ADD-CERTIFICATE
           IF WS-CERT-COUNT > I
              MOVE "REPRINT" TO WS-CT-KIND(WS-CERT-COUNT)
              MOVE RR-REASON TO WS-CT-REASON(WS-CERT-COUNT)
              ADD 1 TO WS-PT-COPIES(J)
           END-IF
           .
       COLLECT-ONE-REPRINT-EXIT.
           EXIT.

      *    Counts the ALUMNI entries for WS-GK-NAME in the class year
      *    (and school, when one was given), keeping the school of
      *    the last.
       FIND-ALUMNI-GRADUATE.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE SPACES TO WS-MATCH-SCHOOL-ID
           SET FILE-EOF TO FALSE
           OPEN INPUT ALUMNI-FILE
           PERFORM UNTIL FILE-EOF
                   READ ALUMNI-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF AF-NAME = WS-GK-NAME
                            AND AF-CLASS-YEAR = WS-GK-CLASS-YEAR
                            AND (WS-GK-SCHOOL-ID = SPACES
                               OR AF-SCHOOL-ID = WS-GK-SCHOOL-ID)
                            AND AF-SCHOOL-ID NOT = WS-MATCH-SCHOOL-ID
                            ADD 1 TO WS-MATCH-COUNT
                            MOVE AF-SCHOOL-ID TO WS-MATCH-SCHOOL-ID
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE
           .
       FIND-ALUMNI-GRADUATE-EXIT.
           EXIT.

      *    The whole class off ALUMNI.
       COLLECT-ALUMNI-CLASS.
           SET FILE-EOF TO FALSE
           OPEN INPUT ALUMNI-FILE
           PERFORM UNTIL FILE-EOF
                   READ ALUMNI-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF AF-NAME NOT = SPACES
                            AND AF-CLASS-YEAR = WS-CLASS-YEAR
                            MOVE AF-SCHOOL-ID TO WS-GK-SCHOOL-ID
                            MOVE AF-NAME TO WS-GK-NAME
                            MOVE AF-CLASS-YEAR TO WS-GK-CLASS-YEAR
                            MOVE WS-TOP-GRADE TO WS-GRADUATE-GRADE
                            PERFORM COLLECT-ONE-ORIGINAL
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE
           .
       COLLECT-ALUMNI-CLASS-EXIT.
           EXIT.

      *    The graduates on the promotion register; promoted
      *    students and the heading line are passed over.
       COLLECT-REGISTER-CLASS.
           SET FILE-EOF TO FALSE
           OPEN INPUT PROMOTION-REGISTER
           PERFORM UNTIL FILE-EOF
                   READ PROMOTION-REGISTER
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF PR-OUTCOME = " -> ALUMNI"
                            AND PR-GRADE IS NUMERIC
                            MOVE PR-SCHOOL-ID TO WS-GK-SCHOOL-ID
                            MOVE PR-NAME TO WS-GK-NAME
                            MOVE WS-CLASS-YEAR TO WS-GK-CLASS-YEAR
                            MOVE PR-GRADE TO WS-GRADUATE-GRADE
                            PERFORM COLLECT-ONE-ORIGINAL
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PROMOTION-REGISTER
           .
       COLLECT-REGISTER-CLASS-EXIT.
           EXIT.

      *    A graduate with a certificate already on the log, or
      *    listed twice in the source, gets no second original; a
      *    spoiled copy goes through CERTRPRT.
       COLLECT-ONE-ORIGINAL.
           PERFORM FIND-PRINTED-ENTRY
           IF J > 0
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE SPACES TO CERT-LISTING-LINE
              STRING "ALREADY PRINTED " DELIMITED BY SIZE
                 WS-GK-SCHOOL-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GK-NAME) DELIMITED BY SIZE
                 " -- USE CERTRPRT FOR A SPOILED COPY"
                    DELIMITED BY SIZE
                 INTO CERT-LISTING-LINE
              END-STRING
              WRITE CERT-LISTING-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRIOR-COPIES
           MOVE WS-CERT-COUNT TO I
           PERFORM ADD-CERTIFICATE
           IF WS-CERT-COUNT > I
              MOVE "ORIGINAL" TO WS-CT-KIND(WS-CERT-COUNT)
              PERFORM ADD-PRINTED-ENTRY
              IF J > 0
                 MOVE 1 TO WS-PT-COPIES(J)
              END-IF
           END-IF
           .
       COLLECT-ONE-ORIGINAL-EXIT.
           EXIT.

      *    Adds WS-GRADUATE-KEY to the run's certificates as the copy
      *    after WS-PRIOR-COPIES; a full table is refused.
       ADD-CERTIFICATE.
           IF WS-CERT-COUNT >= WS-CERT-MAX
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO CERT-LISTING-LINE
              STRING "NOT PRINTED, RUN FULL " DELIMITED BY SIZE
                 WS-GK-SCHOOL-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GK-NAME) DELIMITED BY SIZE
                 INTO CERT-LISTING-LINE
              END-STRING
              WRITE CERT-LISTING-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CERT-COUNT
           MOVE WS-GRADUATE-KEY TO WS-CT-KEY(WS-CERT-COUNT)
           MOVE WS-GRADUATE-GRADE TO WS-CT-GRADE(WS-CERT-COUNT)
           COMPUTE WS-CT-COPY(WS-CERT-COUNT) = WS-PRIOR-COPIES + 1
           MOVE SPACES TO WS-CT-REASON(WS-CERT-COUNT)
           MOVE SPACES TO WS-CT-ROMAN(WS-CERT-COUNT)
           MOVE 0 TO WS-CT-SERIAL(WS-CERT-COUNT)
           .
       ADD-CERTIFICATE-EXIT.
           EXIT.

      *    One class year per certificate to ROMAN-NUMERALS-BATCH and
      *    the numerals back in the same order.
       CONVERT-CLASS-YEARS.
           OPEN OUTPUT ROMAN-REQUEST-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CERT-COUNT
                   MOVE WS-CT-CLASS-YEAR(I) TO ROMAN-REQUEST-RECORD
                   WRITE ROMAN-REQUEST-RECORD
           END-PERFORM
           CLOSE ROMAN-REQUEST-FILE
           CALL "ROMAN-NUMERALS-BATCH"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-ROMAN-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT ROMAN-RESULT-FILE
           PERFORM UNTIL FILE-EOF
                   READ ROMAN-RESULT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF WS-ROMAN-COUNT < WS-CERT-COUNT
                            ADD 1 TO WS-ROMAN-COUNT
                            MOVE RO-ROMAN
                               TO WS-CT-ROMAN(WS-ROMAN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ROMAN-RESULT-FILE
           .
       CONVERT-CLASS-YEARS-EXIT.
           EXIT.

      *    Numbers, prints, lists and logs certificate I; a reprint
      *    is also certified on AUDITLOG.
       PRINT-ONE-CERTIFICATE.
           ADD 1 TO WS-LAST-SERIAL
           MOVE WS-LAST-SERIAL TO WS-CT-SERIAL(I)
           PERFORM LOOKUP-SCHOOL-NAME
           PERFORM WRITE-CERTIFICATE
           MOVE SPACES TO CERT-LISTING-LINE
           STRING WS-CT-SERIAL(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CT-KIND(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CT-COPY(I) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-CT-SCHOOL-ID(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CT-NAME(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CT-CLASS-YEAR(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CT-REASON(I) DELIMITED BY SIZE
              INTO CERT-LISTING-LINE
           END-STRING
           WRITE CERT-LISTING-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO CERT-LOG-RECORD
           MOVE WS-CT-SERIAL(I) TO CG-SERIAL
           MOVE WS-CT-KIND(I) TO CG-KIND
           MOVE WS-CT-COPY(I) TO CG-COPY
           MOVE WS-CT-SCHOOL-ID(I) TO CG-SCHOOL-ID
           MOVE WS-CT-NAME(I) TO CG-NAME
           MOVE WS-CT-CLASS-YEAR(I) TO CG-CLASS-YEAR
           MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID
           MOVE WS-TIMESTAMP(1:14) TO CG-TIMESTAMP
           MOVE WS-CT-REASON(I) TO CG-REASON
           WRITE CERT-LOG-RECORD
           IF WS-CT-KIND(I) = "REPRINT"
              ADD 1 TO WS-REPRINT-COUNT
              PERFORM WRITE-REPRINT-AUDIT
           ELSE
              ADD 1 TO WS-PRINT-COUNT
           END-IF
           .
       PRINT-ONE-CERTIFICATE-EXIT.
           EXIT.

      *    The school's name in force on the business date, or its
      *    ID when PARMMST has none -- see central-parm.cpy.
       LOOKUP-SCHOOL-NAME.
           MOVE "GRAD-CERTIFICATE" TO PP-LOOKUP-PROGRAM
           MOVE SPACES TO PP-LOOKUP-NAME
           STRING "SCHOOL-" DELIMITED BY SIZE
              WS-CT-SCHOOL-ID(I) DELIMITED BY SIZE
              INTO PP-LOOKUP-NAME
           END-STRING
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE NOT = SPACES
              MOVE PP-FOUND-VALUE TO WS-SCHOOL-NAME
           ELSE
              MOVE SPACES TO WS-SCHOOL-NAME
              STRING "SCHOOL " DELIMITED BY SIZE
                 WS-CT-SCHOOL-ID(I) DELIMITED BY SIZE
                 INTO WS-SCHOOL-NAME
              END-STRING
           END-IF
           .
       LOOKUP-SCHOOL-NAME-EXIT.
           EXIT.

      *    One page per graduate, the wording the office has always
      *    written by hand, with the certificate number at the foot.
       WRITE-CERTIFICATE.
           MOVE ALL "=" TO CERT-PRINT-LINE
           WRITE CERT-PRINT-LINE
           MOVE SPACES TO CERT-PRINT-LINE
           WRITE CERT-PRINT-LINE
           STRING "          " DELIMITED BY SIZE
              FUNCTION TRIM(WS-SCHOOL-NAME) DELIMITED BY SIZE
              INTO CERT-PRINT-LINE
           END-STRING
           WRITE CERT-PRINT-LINE
           MOVE SPACES TO CERT-PRINT-LINE
           WRITE CERT-PRINT-LINE
           MOVE "          CERTIFICATE OF GRADUATION"
              TO CERT-PRINT-LINE
           WRITE CERT-PRINT-LINE
           MOVE SPACES TO CERT-PRINT-LINE
           WRITE CERT-PRINT-LINE
           MOVE "          THIS IS TO CERTIFY THAT" TO CERT-PRINT-LINE
           WRITE CERT-PRINT-LINE
           MOVE SPACES TO CERT-PRINT-LINE
           STRING "          " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CT-NAME(I)) DELIMITED BY SIZE
              INTO CERT-PRINT-LINE
           END-STRING
           WRITE CERT-PRINT-LINE
           MOVE SPACES TO CERT-PRINT-LINE
           STRING "          HAS COMPLETED GRADE " DELIMITED BY SIZE
              WS-CT-GRADE(I) DELIMITED BY SIZE
              " AND GRADUATES WITH THE" DELIMITED BY SIZE
              INTO CERT-PRINT-LINE
           END-STRING
           WRITE CERT-PRINT-LINE
           MOVE SPACES TO CERT-PRINT-LINE
           STRING "          CLASS OF " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CT-ROMAN(I)) DELIMITED BY SIZE
              INTO CERT-PRINT-LINE
           END-STRING
           WRITE CERT-PRINT-LINE
           MOVE SPACES TO CERT-PRINT-LINE
           WRITE CERT-PRINT-LINE
           STRING "          CERTIFICATE NO. " DELIMITED BY SIZE
              WS-CT-SERIAL(I) DELIMITED BY SIZE
              INTO CERT-PRINT-LINE
           END-STRING
           IF WS-CT-KIND(I) = "REPRINT"
              STRING "          CERTIFICATE NO. " DELIMITED BY SIZE
                 WS-CT-SERIAL(I) DELIMITED BY SIZE
                 "  DUPLICATE, COPY " DELIMITED BY SIZE
                 WS-CT-COPY(I) DELIMITED BY SIZE
                 INTO CERT-PRINT-LINE
              END-STRING
           END-IF
           WRITE CERT-PRINT-LINE
           .
       WRITE-CERTIFICATE-EXIT.
           EXIT.

      *    Each reprint leaves a sealed line on the shared AUDITLOG
      *    naming the certificate, the graduate and the operator.
       WRITE-REPRINT-AUDIT.
           MOVE "GRAD-CERTIFICATE" TO AL-PROGRAM-ID
           MOVE WS-TIMESTAMP TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING "REPRINT " DELIMITED BY SIZE
              WS-CT-SERIAL(I) DELIMITED BY SIZE
              " COPY " DELIMITED BY SIZE
              WS-CT-COPY(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CT-SCHOOL-ID(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CT-NAME(I)(1:20) DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-REPRINT-AUDIT-EXIT.
           EXIT.

      *    Loads the business date once per run -- see
      *    business-date.cpy.
       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BD-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF BUSINESS-DATE-RECORD IS NUMERIC
                    MOVE BUSINESS-DATE-RECORD TO BD-BUSINESS-DATE
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           SET BD-DATE-LOADED TO TRUE
           .
       LOAD-BUSINESS-DATE-EXIT.
           EXIT.

      *    Newest PARMMST value in force on PP-LOOKUP-DATE -- see
      *    central-parm.cpy.
       LOOKUP-CENTRAL-PARM.
           IF NOT PP-TABLE-LOADED
              PERFORM LOAD-CENTRAL-PARM-TABLE
           END-IF
           SET PP-PARM-FOUND TO FALSE
           MOVE SPACES TO PP-FOUND-VALUE
           MOVE LOW-VALUES TO PP-BEST-DATE
           MOVE PP-LOOKUP-PROGRAM TO PP-SK-PROGRAM
           MOVE PP-LOOKUP-NAME TO PP-SK-NAME
           MOVE 1 TO PP-LO
           MOVE PP-TABLE-COUNT TO PP-HI
           MOVE 0 TO PP-SCAN-IDX
           PERFORM UNTIL PP-LO > PP-HI
                   MOVE FUNCTION INTEGER((PP-LO + PP-HI) / 2)
                      TO PP-MID
                   EVALUATE TRUE
                   WHEN PP-TB-KEY(PP-MID) = PP-SEARCH-KEY
                        MOVE PP-MID TO PP-SCAN-IDX
                        EXIT PERFORM
                   WHEN PP-TB-KEY(PP-MID) < PP-SEARCH-KEY
                        COMPUTE PP-LO = PP-MID + 1
                   WHEN OTHER
                        COMPUTE PP-HI = PP-MID - 1
                   END-EVALUATE
           END-PERFORM
           IF PP-SCAN-IDX = 0
              EXIT PARAGRAPH
           END-IF
      *    The search lands anywhere in the parameter's entries;
      *    back up to the oldest, then walk forward while the
      *    effective date is still in force.
           PERFORM UNTIL PP-SCAN-IDX = 1
                   IF PP-TB-KEY(PP-SCAN-IDX - 1) NOT = PP-SEARCH-KEY
                      EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM PP-SCAN-IDX
           END-PERFORM
           PERFORM UNTIL PP-SCAN-IDX > PP-TABLE-COUNT
                   IF PP-TB-KEY(PP-SCAN-IDX) NOT = PP-SEARCH-KEY
                      OR PP-TB-DATE(PP-SCAN-IDX) > PP-LOOKUP-DATE
                      EXIT PERFORM
                   END-IF
                   MOVE PP-TB-DATE(PP-SCAN-IDX) TO PP-BEST-DATE
                   MOVE PP-TB-VALUE(PP-SCAN-IDX) TO PP-FOUND-VALUE
                   SET PP-PARM-FOUND TO TRUE
                   ADD 1 TO PP-SCAN-IDX
           END-PERFORM
           .
       LOOKUP-CENTRAL-PARM-EXIT.
           EXIT.

      *    PARMMST is read once per run into PP-PARM-TABLE; blank
      *    lines and entries without a numeric effective date are
      *    skipped as the file pass always skipped them. The table is
      *    then checked the way BINARY-SEARCH checks its list, and
      *    the run stops rather than search a table in the wrong
      *    order -- see central-parm.cpy.
       LOAD-CENTRAL-PARM-TABLE.
           MOVE 0 TO PP-TABLE-COUNT
           MOVE 0 TO PP-EOF-FLAG
           OPEN INPUT CENTRAL-PARM-FILE
           PERFORM UNTIL PP-EOF
                   READ CENTRAL-PARM-FILE INTO PP-PARM-RECORD
                      AT END
                         SET PP-EOF TO TRUE
                      NOT AT END
                         IF PP-PROGRAM-ID NOT = SPACES
                            AND PP-EFFECTIVE-DATE IS NUMERIC
                            PERFORM ADD-CENTRAL-PARM-ENTRY
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CENTRAL-PARM-FILE
           PERFORM CHECK-CENTRAL-PARM-ORDER
           SET PP-TABLE-LOADED TO TRUE
           .
       LOAD-CENTRAL-PARM-TABLE-EXIT.
           EXIT.

       ADD-CENTRAL-PARM-ENTRY.
           IF PP-TABLE-COUNT >= PP-TABLE-MAX
              MOVE "MORE ENTRIES THAN TABLE HOLDS" TO PP-LOAD-ERROR
              MOVE PP-TABLE-COUNT TO PP-SCAN-IDX
              PERFORM CENTRAL-PARM-LOAD-FAILED
           END-IF
           ADD 1 TO PP-TABLE-COUNT
           MOVE PP-PROGRAM-ID TO PP-TB-PROGRAM(PP-TABLE-COUNT)
           MOVE PP-PARM-NAME TO PP-TB-NAME(PP-TABLE-COUNT)
           MOVE PP-EFFECTIVE-DATE TO PP-TB-DATE(PP-TABLE-COUNT)
           MOVE PP-PARM-VALUE TO PP-TB-VALUE(PP-TABLE-COUNT)
           .
       ADD-CENTRAL-PARM-ENTRY-EXIT.
           EXIT.

      *    Program, parameter and effective date must rise strictly
      *    from one entry to the next: a lower key is out of order,
      *    an equal one a duplicate.
       CHECK-CENTRAL-PARM-ORDER.
           PERFORM VARYING PP-SCAN-IDX FROM 2 BY 1
              UNTIL PP-SCAN-IDX > PP-TABLE-COUNT
                   MOVE PP-TB-DATED-KEY(PP-SCAN-IDX - 1)
                      TO PP-PREV-KEY
                   IF PP-TB-DATED-KEY(PP-SCAN-IDX) < PP-PREV-KEY
                      MOVE "OUT OF ORDER" TO PP-LOAD-ERROR
                      PERFORM CENTRAL-PARM-LOAD-FAILED
                   END-IF
                   IF PP-TB-DATED-KEY(PP-SCAN-IDX) = PP-PREV-KEY
                      MOVE "DUPLICATE KEY" TO PP-LOAD-ERROR
                      PERFORM CENTRAL-PARM-LOAD-FAILED
                   END-IF
           END-PERFORM
           .
       CHECK-CENTRAL-PARM-ORDER-EXIT.
           EXIT.

       CENTRAL-PARM-LOAD-FAILED.
           DISPLAY "GRAD-CERTIFICATE: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

      *    Seals the audit record before it is written -- see
      *    audit-log.cpy.
       STAMP-AUDIT-RECORD.
           IF NOT AL-SEQ-LOADED
              PERFORM LOAD-AUDIT-SEQUENCE
           END-IF
           ADD 1 TO AL-NEXT-SEQUENCE
           MOVE AL-NEXT-SEQUENCE TO AL-SEQUENCE
           PERFORM SAVE-AUDIT-SEQUENCE
           MOVE 0 TO AL-CHECKSUM
           PERFORM VARYING AL-CHAR-IDX FROM 1 BY 1
              UNTIL AL-CHAR-IDX > 103
                   COMPUTE AL-CHECKSUM = FUNCTION MOD(AL-CHECKSUM
                      + FUNCTION ORD(AL-AUDIT-RECORD
                         (AL-CHAR-IDX:1))
                      * AL-CHAR-IDX, 1000000)
           END-PERFORM
           .
       STAMP-AUDIT-RECORD-EXIT.
           EXIT.

       LOAD-AUDIT-SEQUENCE.
           MOVE 0 TO AL-SEQ-COUNT
           MOVE 0 TO AL-SEQ-EOF-FLAG
           OPEN INPUT AUDIT-SEQ-FILE
           PERFORM UNTIL AL-SEQ-EOF
                   READ AUDIT-SEQ-FILE
                      AT END
                         SET AL-SEQ-EOF TO TRUE
                      NOT AT END
                         IF AL-SEQ-COUNT < 30
                            ADD 1 TO AL-SEQ-COUNT
                            MOVE AUDIT-SEQ-RECORD(1:16)
                               TO AL-SQ-PROGRAM(AL-SEQ-COUNT)
                            IF AUDIT-SEQ-RECORD(17:6) IS NUMERIC
                               MOVE AUDIT-SEQ-RECORD(17:6)
                                  TO AL-SQ-LAST(AL-SEQ-COUNT)
                            ELSE
                               MOVE 0 TO AL-SQ-LAST(AL-SEQ-COUNT)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE AUDIT-SEQ-FILE
           MOVE 0 TO AL-SEQ-FOUND
           PERFORM VARYING AL-SEQ-IDX FROM 1 BY 1
              UNTIL AL-SEQ-IDX > AL-SEQ-COUNT OR AL-SEQ-FOUND > 0
                   IF AL-SQ-PROGRAM(AL-SEQ-IDX) = AL-PROGRAM-ID
                      MOVE AL-SEQ-IDX TO AL-SEQ-FOUND
                      MOVE AL-SQ-LAST(AL-SEQ-IDX)
                         TO AL-NEXT-SEQUENCE
                   END-IF
           END-PERFORM
           IF AL-SEQ-FOUND = 0 AND AL-SEQ-COUNT < 30
              ADD 1 TO AL-SEQ-COUNT
              MOVE AL-SEQ-COUNT TO AL-SEQ-FOUND
              MOVE AL-PROGRAM-ID TO AL-SQ-PROGRAM(AL-SEQ-FOUND)
              MOVE 0 TO AL-SQ-LAST(AL-SEQ-FOUND)
              MOVE 0 TO AL-NEXT-SEQUENCE
           END-IF
           SET AL-SEQ-LOADED TO TRUE
           .
       LOAD-AUDIT-SEQUENCE-EXIT.
           EXIT.

       SAVE-AUDIT-SEQUENCE.
           IF AL-SEQ-FOUND > 0
              MOVE AL-NEXT-SEQUENCE TO AL-SQ-LAST(AL-SEQ-FOUND)
           END-IF
           OPEN OUTPUT AUDIT-SEQ-FILE
           PERFORM VARYING AL-SEQ-IDX FROM 1 BY 1
              UNTIL AL-SEQ-IDX > AL-SEQ-COUNT
                   MOVE SPACES TO AUDIT-SEQ-RECORD
                   MOVE AL-SQ-PROGRAM(AL-SEQ-IDX)
                      TO AUDIT-SEQ-RECORD(1:16)
                   MOVE AL-SQ-LAST(AL-SEQ-IDX)
                      TO AUDIT-SEQ-RECORD(17:6)
                   WRITE AUDIT-SEQ-RECORD
           END-PERFORM
           CLOSE AUDIT-SEQ-FILE
           .
       SAVE-AUDIT-SEQUENCE-EXIT.
           EXIT.
