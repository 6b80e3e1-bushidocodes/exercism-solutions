       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIMEN-CUSTODY.
      *    Specimen chain of custody. SPECREG records where and when a
      *    sample was collected (SG-LAB-ID, SG-COLLECT-DATE,
      *    SG-TECHNICIAN) and nothing after, so when a result was
      *    questioned we could not show who held the tube. Labs now
      *    send custody events -- received, stored, transferred,
      *    sequenced, disposed -- on CUSTTRAN (see
      *    specimen-custody.cpy), and this job posts them to the
      *    CUSTLOG custody log. A tran file is taken in timestamp
      *    order, whatever order it arrived in; an event is refused,
      *    and stays on CUSTTRAN, when its sample is not on SPECREG,
      *    its type or timestamp is not valid, it is dated before
      *    collection or after the business date, it is not later
      *    than the last event already posted for the sample, it is
      *    not RECEIVED for a sample with no custody yet, or the
      *    sample has been disposed.
      *
      *    ENTRY "SPECIMEN-CUSTODY-REPORT" prints each sample's chain
      *    of custody to CUSTRPT -- every sample on CUSTLOG, or only
      *    the sample IDs listed on CUSTQRY when it has any.
      *
      *    ENTRY "SPECIMEN-CUSTODY-EXCEPTIONS" is the nightly list,
      *    CUSTEXCP. For every sample sequenced -- with a SEQUENCED
      *    event, or on the pipeline's RNATRPT -- it shows each gap in
      *    custody: no custody at all, a transfer never received at
      *    its destination, a move between locations with no
      *    transfer, or sequencing the custody log does not show. For
      *    every sample not disposed it shows one held longer than
      *    the storage limit since it was received -- PARMMST
      *    SPECIMEN-CUSTODY STORELIMIT, days, default 30. A CUSTLOG
      *    too large to hold stops the list with RETURN-CODE 8, as
      *    gaps could not be judged from part of the log.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPECIMEN-REGISTRY-FILE ASSIGN TO "SPECREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-SAMPLE-ID
               FILE STATUS IS WS-SPECREG-STATUS.
      *    Custody events in, and the custody log -- see
      *    specimen-custody.cpy.
           SELECT OPTIONAL CUSTODY-TRAN-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTODY-LOG-FILE ASSIGN TO "CUSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTODY-QUERY-FILE ASSIGN TO "CUSTQRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTODY-REPORT-FILE ASSIGN TO "CUSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTODY-EXCEPTION-FILE ASSIGN TO "CUSTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The pipeline's transcription report; lines lead with the
      *    sample ID.
           SELECT OPTIONAL TRANSCRIPTION-REPORT ASSIGN TO "RNATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPECIMEN-REGISTRY-FILE.
       01  SPECIMEN-REGISTRY-RECORD.
           02 SG-SAMPLE-ID        PIC X(10).
           02 SG-LAB-ID           PIC X(10).
           02 SG-COLLECT-DATE     PIC 9(8).
           02 SG-TECHNICIAN       PIC X(20).
       FD  CUSTODY-TRAN-FILE.
       01  CUSTODY-TRAN-RECORD    PIC X(71).
       FD  CUSTODY-LOG-FILE.
       01  CUSTODY-LOG-RECORD     PIC X(71).
       FD  CUSTODY-QUERY-FILE.
       01  CUSTODY-QUERY-RECORD   PIC X(10).
       FD  CUSTODY-REPORT-FILE.
       01  CUSTODY-REPORT-LINE    PIC X(100).
       FD  CUSTODY-EXCEPTION-FILE.
       01  CUSTODY-EXCEPTION-LINE PIC X(100).
       FD  TRANSCRIPTION-REPORT.
       01  TRANSCRIPTION-REPORT-LINE  PIC X(120).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-SPECREG-STATUS   PIC XX.
       01 WS-SPECREG-AVAIL-FLAG PIC 9   VALUE 0.
          88 REGISTRY-AVAILABLE         VALUE 1 FALSE 0.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-TRAN-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 TRAN-OVERFLOW              VALUE 1 FALSE 0.

      *    CUSTLOG held per sample: each sample's events chained in
      *    log order, which posting keeps in time order.
       01 WS-SAMPLE-COUNT     PIC 9(5)  VALUE 0.
       01 WS-SAMPLE-TABLE.
          05 WS-SAMPLE-ENTRY OCCURS 5000.
             10 WS-SM-ID         PIC X(10).
             10 WS-SM-FIRST      PIC 9(5).
             10 WS-SM-LAST       PIC 9(5).
             10 WS-SM-LAST-TYPE  PIC X(11).
             10 WS-SM-LAST-TS    PIC X(14).
             10 WS-SM-PIPELINE   PIC X.
             10 WS-SM-WANTED     PIC X.
       01 WS-EVENT-COUNT      PIC 9(5)  VALUE 0.
       01 WS-EVENT-TABLE.
          05 WS-EVENT-ENTRY OCCURS 30000.
             10 WS-EV-RECORD     PIC X(71).
             10 WS-EV-NEXT       PIC 9(5).
       01 WS-TABLE-FULL-FLAG  PIC 9     VALUE 0.
          88 TABLE-FULL                 VALUE 1 FALSE 0.

      *    CUSTTRAN held so it can be posted in time order and the
      *    refused lines written back.
       01 WS-TRAN-COUNT       PIC 9(4)  VALUE 0.
       01 WS-TRAN-TABLE.
          05 WS-TRAN-ENTRY OCCURS 2000.
             10 WS-TR-LINE       PIC X(71).
             10 WS-TR-STATE      PIC X.
       01 WS-REFUSE-REASON    PIC X(40).
       01 WS-POSTED-COUNT     PIC 9(5)  VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(5)  VALUE 0.
       01 WS-EVENT-DATE       PIC 9(8).

      *    Gap and storage checks.
       01 WS-STORE-LIMIT      PIC 9(4)  VALUE 30.
       01 WS-HELD-DAYS        PIC 9(5).
       01 WS-RECEIVED-DATE    PIC 9(8).
       01 WS-TODAY            PIC 9(8).
       01 WS-CURRENT-LOCATION PIC X(12).
       01 WS-TRANSIT-TO       PIC X(12).
       01 WS-SEQ-EVENT-FLAG   PIC 9     VALUE 0.
          88 SEQUENCED-EVENT-SEEN       VALUE 1 FALSE 0.
       01 WS-GAP-COUNT        PIC 9(5)  VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(5)  VALUE 0.
       01 WS-SEQUENCED-COUNT  PIC 9(5)  VALUE 0.
       01 WS-EXCEPTION-TEXT   PIC X(80).
       01 WS-SHOW-DAYS        PIC ZZZZ9.
       01 WS-SHOW-LIMIT       PIC ZZZ9.
       01 WS-REPORTED-COUNT   PIC 9(5)  VALUE 0.
       01 WS-QUERY-FLAG       PIC 9     VALUE 0.
          88 QUERY-GIVEN                VALUE 1 FALSE 0.

       77 I                   PIC 9(5).
       77 K                   PIC 9(5).
       77 S                   PIC 9(5).
       77 T                   PIC 9(4).
       77 WS-FOUND-IDX        PIC 9(5).
       77 WS-PICK-IDX         PIC 9(4).

      *    Shared custody event layout.
       COPY "specimen-custody.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       SPECIMEN-CUSTODY.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM OPEN-SPECIMEN-REGISTRY
           IF NOT REGISTRY-AVAILABLE
              DISPLAY "SPECIMEN-CUSTODY: SPECREG unavailable,"
                 " status " WS-SPECREG-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CUSTODY-LOG
           IF TABLE-FULL
              DISPLAY "SPECIMEN-CUSTODY: CUSTLOG too large to hold,"
                 " nothing posted"
              CLOSE SPECIMEN-REGISTRY-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CUSTODY-TRANS
      *    CUSTTRAN is rewritten with only the refused lines, so a
      *    file larger than the table would lose its tail.
           IF TRAN-OVERFLOW
              DISPLAY "SPECIMEN-CUSTODY: more than 2000 lines on"
                 " CUSTTRAN, nothing posted"
              CLOSE SPECIMEN-REGISTRY-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 0 TO WS-POSTED-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           OPEN EXTEND CUSTODY-LOG-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TRAN-COUNT
                   PERFORM PICK-NEXT-TRAN
                   PERFORM POST-ONE-EVENT
           END-PERFORM
           CLOSE CUSTODY-LOG-FILE
           CLOSE SPECIMEN-REGISTRY-FILE
           PERFORM SAVE-REFUSED-TRANS
           DISPLAY "SPECIMEN-CUSTODY: " WS-POSTED-COUNT " POSTED, "
              WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OPEN-SPECIMEN-REGISTRY.
           SET REGISTRY-AVAILABLE TO FALSE
           OPEN INPUT SPECIMEN-REGISTRY-FILE
           IF WS-SPECREG-STATUS = "00"
              SET REGISTRY-AVAILABLE TO TRUE
           END-IF
           .
       OPEN-SPECIMEN-REGISTRY-EXIT.
           EXIT.

      *    Loads CUSTLOG, chaining each sample's events and keeping
      *    its last event type and timestamp.
       LOAD-CUSTODY-LOG.
           MOVE 0 TO WS-SAMPLE-COUNT
           MOVE 0 TO WS-EVENT-COUNT
           SET TABLE-FULL TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT CUSTODY-LOG-FILE
           PERFORM UNTIL FILE-EOF OR TABLE-FULL
                   READ CUSTODY-LOG-FILE INTO CE-CUSTODY-EVENT
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CE-CUSTODY-EVENT NOT = SPACES
                            PERFORM TAKE-ONE-LOG-EVENT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CUSTODY-LOG-FILE
           .
       LOAD-CUSTODY-LOG-EXIT.
           EXIT.

      *    Adds CE-CUSTODY-EVENT to the in-storage log under its
      *    sample.
       TAKE-ONE-LOG-EVENT.
           IF WS-EVENT-COUNT >= 30000
              SET TABLE-FULL TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SAMPLE-SLOT
           IF WS-FOUND-IDX = 0
              SET TABLE-FULL TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           MOVE CE-CUSTODY-EVENT TO WS-EV-RECORD(WS-EVENT-COUNT)
           MOVE 0 TO WS-EV-NEXT(WS-EVENT-COUNT)
           IF WS-SM-FIRST(WS-FOUND-IDX) = 0
              MOVE WS-EVENT-COUNT TO WS-SM-FIRST(WS-FOUND-IDX)
           ELSE
              MOVE WS-EVENT-COUNT
                 TO WS-EV-NEXT(WS-SM-LAST(WS-FOUND-IDX))
           END-IF
           MOVE WS-EVENT-COUNT TO WS-SM-LAST(WS-FOUND-IDX)
           MOVE CE-EVENT-TYPE TO WS-SM-LAST-TYPE(WS-FOUND-IDX)
           MOVE CE-TIMESTAMP TO WS-SM-LAST-TS(WS-FOUND-IDX)
           .
       TAKE-ONE-LOG-EVENT-EXIT.
           EXIT.

      *    Finds CE-SAMPLE-ID's slot, adding it when new; zero when
      *    the table is full.
       FIND-SAMPLE-SLOT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING S FROM 1 BY 1
              UNTIL S > WS-SAMPLE-COUNT OR WS-FOUND-IDX > 0
                   IF WS-SM-ID(S) = CE-SAMPLE-ID
                      MOVE S TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 AND WS-SAMPLE-COUNT < 5000
              ADD 1 TO WS-SAMPLE-COUNT
              MOVE WS-SAMPLE-COUNT TO WS-FOUND-IDX
              MOVE CE-SAMPLE-ID TO WS-SM-ID(WS-FOUND-IDX)
              MOVE 0 TO WS-SM-FIRST(WS-FOUND-IDX)
              MOVE 0 TO WS-SM-LAST(WS-FOUND-IDX)
              MOVE SPACES TO WS-SM-LAST-TYPE(WS-FOUND-IDX)
              MOVE SPACES TO WS-SM-LAST-TS(WS-FOUND-IDX)
              MOVE "N" TO WS-SM-PIPELINE(WS-FOUND-IDX)
              MOVE "N" TO WS-SM-WANTED(WS-FOUND-IDX)
           END-IF
           .
       FIND-SAMPLE-SLOT-EXIT.
           EXIT.

       LOAD-CUSTODY-TRANS.
           MOVE 0 TO WS-TRAN-COUNT
           SET TRAN-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT CUSTODY-TRAN-FILE
           PERFORM UNTIL FILE-EOF
                   READ CUSTODY-TRAN-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CUSTODY-TRAN-RECORD NOT = SPACES
                            AND WS-TRAN-COUNT NOT < 2000
                            SET TRAN-OVERFLOW TO TRUE
                         END-IF
                         IF CUSTODY-TRAN-RECORD NOT = SPACES
                            AND WS-TRAN-COUNT < 2000
                            ADD 1 TO WS-TRAN-COUNT
                            MOVE CUSTODY-TRAN-RECORD
                               TO WS-TR-LINE(WS-TRAN-COUNT)
                            MOVE "W" TO WS-TR-STATE(WS-TRAN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CUSTODY-TRAN-FILE
           .
       LOAD-CUSTODY-TRANS-EXIT.
           EXIT.

      *    The waiting tran with the earliest timestamp, file order
      *    breaking ties, into CE-CUSTODY-EVENT.
       PICK-NEXT-TRAN.
           MOVE 0 TO WS-PICK-IDX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TRAN-COUNT
                   IF WS-TR-STATE(I) = "W"
                      IF WS-PICK-IDX = 0
                         MOVE I TO WS-PICK-IDX
                      ELSE
                         IF WS-TR-LINE(I)(58:14)
                            < WS-TR-LINE(WS-PICK-IDX)(58:14)
                            MOVE I TO WS-PICK-IDX
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
           MOVE WS-TR-LINE(WS-PICK-IDX) TO CE-CUSTODY-EVENT
           .
       PICK-NEXT-TRAN-EXIT.
           EXIT.

      *    Posts CE-CUSTODY-EVENT when it is in order; otherwise the
      *    tran is marked refused with its reason.
       POST-ONE-EVENT.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE CE-SAMPLE-ID TO SG-SAMPLE-ID
           READ SPECIMEN-REGISTRY-FILE
              INVALID KEY
                 MOVE "SAMPLE NOT ON SPECREG" TO WS-REFUSE-REASON
           END-READ
           IF WS-REFUSE-REASON = SPACES
              PERFORM CHECK-EVENT-ORDER
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
              MOVE "R" TO WS-TR-STATE(WS-PICK-IDX)
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "SPECIMEN-CUSTODY: REFUSED "
                 CE-SAMPLE-ID " " CE-EVENT-TYPE " " CE-TIMESTAMP
                 " -- " WS-REFUSE-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-TR-STATE(WS-PICK-IDX)
           MOVE CE-CUSTODY-EVENT TO CUSTODY-LOG-RECORD
           WRITE CUSTODY-LOG-RECORD
           ADD 1 TO WS-POSTED-COUNT
           MOVE CE-EVENT-TYPE TO WS-SM-LAST-TYPE(WS-FOUND-IDX)
           MOVE CE-TIMESTAMP TO WS-SM-LAST-TS(WS-FOUND-IDX)
           .
       POST-ONE-EVENT-EXIT.
           EXIT.

       CHECK-EVENT-ORDER.
           IF NOT CE-VALID-EVENT
              MOVE "EVENT TYPE NOT KNOWN" TO WS-REFUSE-REASON
              EXIT PARAGRAPH
           END-IF
           IF CE-TIMESTAMP IS NOT NUMERIC
              MOVE "TIMESTAMP NOT YYYYMMDDHHMMSS" TO WS-REFUSE-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE CE-TIMESTAMP(1:8) TO WS-EVENT-DATE
           IF TEST-DATE-YYYYMMDD(WS-EVENT-DATE) NOT = 0
              OR CE-TIMESTAMP(9:2) > "23"
              OR CE-TIMESTAMP(11:2) > "59"
              OR CE-TIMESTAMP(13:2) > "59"
              MOVE "TIMESTAMP NOT YYYYMMDDHHMMSS" TO WS-REFUSE-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-EVENT-DATE < SG-COLLECT-DATE
              MOVE "DATED BEFORE COLLECTION" TO WS-REFUSE-REASON
              EXIT PARAGRAPH
           END-IF
           IF CE-TIMESTAMP(1:8) > BD-BUSINESS-DATE
              MOVE "DATED AFTER THE BUSINESS DATE"
                 TO WS-REFUSE-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SAMPLE-SLOT
           IF WS-FOUND-IDX = 0
              MOVE "TOO MANY SAMPLES TO HOLD" TO WS-REFUSE-REASON
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
           WHEN WS-SM-LAST-TYPE(WS-FOUND-IDX) = SPACES
                AND NOT CE-RECEIVED
              MOVE "FIRST EVENT MUST BE RECEIVED" TO WS-REFUSE-REASON
           WHEN WS-SM-LAST-TYPE(WS-FOUND-IDX) = "DISPOSED"
              MOVE "SAMPLE ALREADY DISPOSED" TO WS-REFUSE-REASON
           WHEN WS-SM-LAST-TS(WS-FOUND-IDX) NOT = SPACES
                AND CE-TIMESTAMP <= WS-SM-LAST-TS(WS-FOUND-IDX)
              MOVE "OUT OF ORDER -- NOT AFTER LAST EVENT"
                 TO WS-REFUSE-REASON
           END-EVALUATE
           .
       CHECK-EVENT-ORDER-EXIT.
           EXIT.

      *    Refused trans go back on CUSTTRAN, in the order they came.
       SAVE-REFUSED-TRANS.
           OPEN OUTPUT CUSTODY-TRAN-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TRAN-COUNT
                   IF WS-TR-STATE(T) = "R"
                      MOVE WS-TR-LINE(T) TO CUSTODY-TRAN-RECORD
                      WRITE CUSTODY-TRAN-RECORD
                   END-IF
           END-PERFORM
           CLOSE CUSTODY-TRAN-FILE
           .
       SAVE-REFUSED-TRANS-EXIT.
           EXIT.

      *    Each sample's chain of custody, in time order.
       ENTRY "SPECIMEN-CUSTODY-REPORT".
       SPECIMEN-CUSTODY-REPORT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CUSTODY-LOG
           PERFORM LOAD-CUSTODY-QUERY
           PERFORM OPEN-SPECIMEN-REGISTRY
           OPEN OUTPUT CUSTODY-REPORT-FILE
           MOVE SPACES TO CUSTODY-REPORT-LINE
           STRING "SPECIMEN CHAIN OF CUSTODY AS AT " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO CUSTODY-REPORT-LINE
           END-STRING
           WRITE CUSTODY-REPORT-LINE
           MOVE 0 TO WS-REPORTED-COUNT
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SAMPLE-COUNT
                   IF NOT QUERY-GIVEN OR WS-SM-WANTED(S) = "Y"
                      PERFORM REPORT-ONE-SAMPLE
                   END-IF
           END-PERFORM
           CLOSE CUSTODY-REPORT-FILE
           IF REGISTRY-AVAILABLE
              CLOSE SPECIMEN-REGISTRY-FILE
           END-IF
           DISPLAY "SPECIMEN-CUSTODY-REPORT: " WS-REPORTED-COUNT
              " SAMPLE(S) REPORTED"
           MOVE 0 TO RETURN-CODE
           IF TABLE-FULL
              DISPLAY "SPECIMEN-CUSTODY-REPORT: CUSTLOG too large,"
                 " report incomplete"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       SPECIMEN-CUSTODY-REPORT-EXIT.
           EXIT.

      *    CUSTQRY names the samples wanted; one asked for that has
      *    no custody is added so the report says so.
       LOAD-CUSTODY-QUERY.
           SET QUERY-GIVEN TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT CUSTODY-QUERY-FILE
           PERFORM UNTIL FILE-EOF
                   READ CUSTODY-QUERY-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CUSTODY-QUERY-RECORD NOT = SPACES
                            SET QUERY-GIVEN TO TRUE
                            MOVE CUSTODY-QUERY-RECORD
                               TO CE-SAMPLE-ID
                            PERFORM FIND-SAMPLE-SLOT
                            IF WS-FOUND-IDX > 0
                               MOVE "Y" TO WS-SM-WANTED(WS-FOUND-IDX)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CUSTODY-QUERY-FILE
           .
       LOAD-CUSTODY-QUERY-EXIT.
           EXIT.

       REPORT-ONE-SAMPLE.
           ADD 1 TO WS-REPORTED-COUNT
           MOVE SPACES TO CUSTODY-REPORT-LINE
           WRITE CUSTODY-REPORT-LINE
           MOVE SPACES TO CUSTODY-REPORT-LINE
           MOVE WS-SM-ID(S) TO SG-SAMPLE-ID
           IF REGISTRY-AVAILABLE
              READ SPECIMEN-REGISTRY-FILE
                 INVALID KEY
                    MOVE SPACES TO SG-LAB-ID SG-TECHNICIAN
                    MOVE 0 TO SG-COLLECT-DATE
              END-READ
           ELSE
              MOVE SPACES TO SG-LAB-ID SG-TECHNICIAN
              MOVE 0 TO SG-COLLECT-DATE
           END-IF
           IF SG-LAB-ID = SPACES
              STRING "SAMPLE " DELIMITED BY SIZE
                 WS-SM-ID(S) DELIMITED BY SIZE
                 "  NOT ON SPECREG" DELIMITED BY SIZE
                 INTO CUSTODY-REPORT-LINE
              END-STRING
           ELSE
              STRING "SAMPLE " DELIMITED BY SIZE
                 WS-SM-ID(S) DELIMITED BY SIZE
                 "  LAB " DELIMITED BY SIZE
                 SG-LAB-ID DELIMITED BY SIZE
                 " COLLECTED " DELIMITED BY SIZE
                 SG-COLLECT-DATE DELIMITED BY SIZE
                 " BY " DELIMITED BY SIZE
                 SG-TECHNICIAN DELIMITED BY SIZE
                 INTO CUSTODY-REPORT-LINE
              END-STRING
           END-IF
           WRITE CUSTODY-REPORT-LINE
           IF WS-SM-FIRST(S) = 0
              MOVE "    NO CUSTODY EVENTS POSTED" TO CUSTODY-REPORT-LINE
              WRITE CUSTODY-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SM-FIRST(S) TO K
           PERFORM UNTIL K = 0
                   MOVE WS-EV-RECORD(K) TO CE-CUSTODY-EVENT
                   MOVE SPACES TO CUSTODY-REPORT-LINE
                   STRING "    " DELIMITED BY SIZE
                      CE-TIMESTAMP(1:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CE-TIMESTAMP(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      CE-TIMESTAMP(11:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      CE-TIMESTAMP(13:2) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CE-EVENT-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CE-LOCATION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CE-HANDLER DELIMITED BY SIZE
                      INTO CUSTODY-REPORT-LINE
                   END-STRING
                   WRITE CUSTODY-REPORT-LINE
                   MOVE WS-EV-NEXT(K) TO K
           END-PERFORM
           .
       REPORT-ONE-SAMPLE-EXIT.
           EXIT.

      *    Nightly custody exceptions: gaps on sequenced samples and
      *    samples held past the storage limit.
       ENTRY "SPECIMEN-CUSTODY-EXCEPTIONS".
       SPECIMEN-CUSTODY-EXCEPTIONS.
           PERFORM LOAD-BUSINESS-DATE
           MOVE "SPECIMEN-CUSTODY" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "STORELIMIT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 9999
                 COMPUTE WS-STORE-LIMIT = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           PERFORM LOAD-CUSTODY-LOG
           IF TABLE-FULL
              DISPLAY "SPECIMEN-CUSTODY-EXCEPTIONS: CUSTLOG too large"
                 " to hold, no exceptions listed"
              OPEN OUTPUT CUSTODY-EXCEPTION-FILE
              MOVE "CUSTLOG TOO LARGE TO HOLD -- NO EXCEPTIONS LISTED"
                 TO CUSTODY-EXCEPTION-LINE
              WRITE CUSTODY-EXCEPTION-LINE
              CLOSE CUSTODY-EXCEPTION-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-PIPELINE-SAMPLES
           MOVE 0 TO WS-GAP-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-SEQUENCED-COUNT
           OPEN OUTPUT CUSTODY-EXCEPTION-FILE
           MOVE WS-STORE-LIMIT TO WS-SHOW-LIMIT
           MOVE SPACES TO CUSTODY-EXCEPTION-LINE
           STRING "CUSTODY EXCEPTIONS " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              " -- STORAGE LIMIT" DELIMITED BY SIZE
              WS-SHOW-LIMIT DELIMITED BY SIZE
              " DAYS" DELIMITED BY SIZE
              INTO CUSTODY-EXCEPTION-LINE
           END-STRING
           WRITE CUSTODY-EXCEPTION-LINE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SAMPLE-COUNT
                   PERFORM CHECK-ONE-CUSTODY
           END-PERFORM
           CLOSE CUSTODY-EXCEPTION-FILE
           DISPLAY "SPECIMEN-CUSTODY-EXCEPTIONS: " WS-SEQUENCED-COUNT
              " SEQUENCED, " WS-GAP-COUNT " CUSTODY GAP(S), "
              WS-OVERDUE-COUNT " PAST STORAGE LIMIT"
           IF WS-GAP-COUNT > 0 OR WS-OVERDUE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       SPECIMEN-CUSTODY-EXCEPTIONS-EXIT.
           EXIT.

      *    Every sample on RNATRPT has been sequenced, custody or
      *    not.
       LOAD-PIPELINE-SAMPLES.
           SET FILE-EOF TO FALSE
           OPEN INPUT TRANSCRIPTION-REPORT
           PERFORM UNTIL FILE-EOF
                   READ TRANSCRIPTION-REPORT
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF TRANSCRIPTION-REPORT-LINE(1:10)
                            NOT = SPACES
                            MOVE TRANSCRIPTION-REPORT-LINE(1:10)
                               TO CE-SAMPLE-ID
                            PERFORM FIND-SAMPLE-SLOT
                            IF WS-FOUND-IDX > 0
                               MOVE "Y"
                                  TO WS-SM-PIPELINE(WS-FOUND-IDX)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TRANSCRIPTION-REPORT
           .
       LOAD-PIPELINE-SAMPLES-EXIT.
           EXIT.

      *    Walks one sample's custody. Location is carried from event
      *    to event; a TRANSFERRED puts the sample in transit to its
      *    location until it is RECEIVED there.
       CHECK-ONE-CUSTODY.
           MOVE SPACES TO WS-CURRENT-LOCATION
           MOVE SPACES TO WS-TRANSIT-TO
           MOVE 0 TO WS-RECEIVED-DATE
           SET SEQUENCED-EVENT-SEEN TO FALSE
           IF WS-SM-FIRST(S) = 0
              ADD 1 TO WS-SEQUENCED-COUNT
              MOVE "SEQUENCED WITH NO CUSTODY RECORDED"
                 TO WS-EXCEPTION-TEXT
              PERFORM WRITE-GAP-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SM-FIRST(S) TO K
           PERFORM UNTIL K = 0
                   MOVE WS-EV-RECORD(K) TO CE-CUSTODY-EVENT
                   IF CE-SEQUENCED
                      SET SEQUENCED-EVENT-SEEN TO TRUE
                   END-IF
                   IF CE-RECEIVED AND WS-RECEIVED-DATE = 0
                      MOVE CE-TIMESTAMP(1:8) TO WS-RECEIVED-DATE
                   END-IF
                   MOVE WS-EV-NEXT(K) TO K
           END-PERFORM
           IF SEQUENCED-EVENT-SEEN OR WS-SM-PIPELINE(S) = "Y"
              ADD 1 TO WS-SEQUENCED-COUNT
              PERFORM FIND-CUSTODY-GAPS
           END-IF
           IF WS-SM-LAST-TYPE(S) NOT = "DISPOSED"
              AND WS-RECEIVED-DATE > 0
              MOVE BD-BUSINESS-DATE TO WS-TODAY
              COMPUTE WS-HELD-DAYS =
                 INTEGER-OF-DATE(WS-TODAY)
                 - INTEGER-OF-DATE(WS-RECEIVED-DATE)
              IF WS-HELD-DAYS > WS-STORE-LIMIT
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE WS-HELD-DAYS TO WS-SHOW-DAYS
                 MOVE WS-SM-LAST(S) TO K
                 MOVE WS-EV-RECORD(K) TO CE-CUSTODY-EVENT
                 MOVE SPACES TO CUSTODY-EXCEPTION-LINE
                 STRING WS-SM-ID(S) DELIMITED BY SIZE
                    " OVERDUE  HELD" DELIMITED BY SIZE
                    WS-SHOW-DAYS DELIMITED BY SIZE
                    " DAYS SINCE " DELIMITED BY SIZE
                    WS-RECEIVED-DATE DELIMITED BY SIZE
                    ", LAST " DELIMITED BY SIZE
                    CE-EVENT-TYPE DELIMITED BY SPACE
                    " AT " DELIMITED BY SIZE
                    CE-LOCATION DELIMITED BY SIZE
                    INTO CUSTODY-EXCEPTION-LINE
                 END-STRING
                 WRITE CUSTODY-EXCEPTION-LINE
              END-IF
           END-IF
           .
       CHECK-ONE-CUSTODY-EXIT.
           EXIT.

       FIND-CUSTODY-GAPS.
           IF NOT SEQUENCED-EVENT-SEEN
              MOVE "ON RNATRPT BUT NO SEQUENCED EVENT"
                 TO WS-EXCEPTION-TEXT
              PERFORM WRITE-GAP-EXCEPTION
           END-IF
           MOVE WS-SM-FIRST(S) TO K
           PERFORM UNTIL K = 0
                   MOVE WS-EV-RECORD(K) TO CE-CUSTODY-EVENT
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   EVALUATE TRUE
                   WHEN WS-TRANSIT-TO NOT = SPACES
                        AND NOT CE-RECEIVED
                      STRING "IN TRANSIT TO " DELIMITED BY SIZE
                         WS-TRANSIT-TO DELIMITED BY SPACE
                         ", NEVER RECEIVED -- " DELIMITED BY SIZE
                         CE-EVENT-TYPE DELIMITED BY SPACE
                         " " DELIMITED BY SIZE
                         CE-TIMESTAMP DELIMITED BY SIZE
                         INTO WS-EXCEPTION-TEXT
                      END-STRING
                   WHEN WS-TRANSIT-TO NOT = SPACES
                        AND CE-LOCATION NOT = WS-TRANSIT-TO
                      STRING "SENT TO " DELIMITED BY SIZE
                         WS-TRANSIT-TO DELIMITED BY SPACE
                         ", RECEIVED AT " DELIMITED BY SIZE
                         CE-LOCATION DELIMITED BY SPACE
                         " " DELIMITED BY SIZE
                         CE-TIMESTAMP DELIMITED BY SIZE
                         INTO WS-EXCEPTION-TEXT
                      END-STRING
                   WHEN WS-TRANSIT-TO = SPACES
                        AND NOT CE-TRANSFERRED
                        AND WS-CURRENT-LOCATION NOT = SPACES
                        AND CE-LOCATION NOT = WS-CURRENT-LOCATION
                      STRING "MOVED " DELIMITED BY SIZE
                         WS-CURRENT-LOCATION DELIMITED BY SPACE
                         " TO " DELIMITED BY SIZE
                         CE-LOCATION DELIMITED BY SPACE
                         " WITH NO TRANSFER -- " DELIMITED BY SIZE
                         CE-TIMESTAMP DELIMITED BY SIZE
                         INTO WS-EXCEPTION-TEXT
                      END-STRING
                   END-EVALUATE
                   IF WS-EXCEPTION-TEXT NOT = SPACES
                      PERFORM WRITE-GAP-EXCEPTION
                   END-IF
                   IF CE-TRANSFERRED
                      MOVE CE-LOCATION TO WS-TRANSIT-TO
                   ELSE
                      MOVE SPACES TO WS-TRANSIT-TO
                      MOVE CE-LOCATION TO WS-CURRENT-LOCATION
                   END-IF
                   MOVE WS-EV-NEXT(K) TO K
           END-PERFORM
           IF WS-TRANSIT-TO NOT = SPACES
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING "IN TRANSIT TO " DELIMITED BY SIZE
                 WS-TRANSIT-TO DELIMITED BY SPACE
                 ", NOT YET RECEIVED" DELIMITED BY SIZE
                 INTO WS-EXCEPTION-TEXT
              END-STRING
              PERFORM WRITE-GAP-EXCEPTION
           END-IF
           .
       FIND-CUSTODY-GAPS-EXIT.
           EXIT.

       WRITE-GAP-EXCEPTION.
           ADD 1 TO WS-GAP-COUNT
           MOVE SPACES TO CUSTODY-EXCEPTION-LINE
           STRING WS-SM-ID(S) DELIMITED BY SIZE
              " GAP      " DELIMITED BY SIZE
              WS-EXCEPTION-TEXT DELIMITED BY SIZE
              INTO CUSTODY-EXCEPTION-LINE
           END-STRING
           WRITE CUSTODY-EXCEPTION-LINE
           .
       WRITE-GAP-EXCEPTION-EXIT.
           EXIT.

      *    Newest PARMMST value in force on PP-LOOKUP-DATE for the
      *    program and parameter in the PP-LOOKUP fields -- see
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
           DISPLAY "SPECIMEN-CUSTODY: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

      *    Loads the business date once per run -- see
      *    business-date.cpy.
       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE(1:8) TO BD-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF BUSINESS-DATE-RECORD IS NUMERIC
                    MOVE BUSINESS-DATE-RECORD TO BD-BUSINESS-DATE
                    SET BD-DATE-LOADED TO TRUE
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           .
       LOAD-BUSINESS-DATE-EXIT.
           EXIT.
