       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLEMENT.
      *    Settlement to the acquirer. Once LUHN, NUCLEOTIDE-COUNT and
      *    HAMMING have finished, the cards that survived were keyed
      *    into the acquirer's portal by hand, and nobody checked that
      *    what the portal took in matched what the night passed.
      *
      *    The main entry builds SETLFILE from the final survivor
      *    hand-off, NUCSURV -- its header and trailer checked and its
      *    numbers deciphered under the key in force on its header
      *    date, as HAMMING reads it -- in the acquirer's fixed format
      *    (see settlement.cpy): a batch for each source feed, with
      *    counts and hash totals on the batch and file trailers. The
      *    feed is the one CARD-INTAKE tagged the card with on
      *    CARDFILE. A survivor that cannot be traced back to a feed,
      *    or is not a twelve-to-nineteen digit number, is not sent
      *    and goes on the SETLEXCP exceptions report instead, as is
      *    one from a feed past the 50 batches one file carries. A
      *    NUCSURV that fails its header or trailer check stops the
      *    run before SETLFILE is touched, as does a CARDFILE of
      *    more than the 10000 cards the run can hold.
      *
      *    ENTRY "SETTLEMENT-RECON" reconciles the acquirer's SETLACK
      *    acknowledgement back against the SETLFILE sent: batches
      *    and records rejected, batches whose received count or hash
      *    differs from what was sent, and batches (or the whole
      *    file) not acknowledged at all are added to SETLEXCP for
      *    resubmission before the acquirer's cutoff -- PARMMST
      *    SETTLEMENT CUTOFF, HHMM, default 1600. Exceptions raise an
      *    operator alert, CRITICAL once the cutoff has passed.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Final survivor hand-off -- see interface-control.cpy.
           SELECT SURVIVOR-FILE ASSIGN TO "NUCSURV"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The merged card file, feed ID in columns 33-36 -- see
      *    CARD-INTAKE.
           SELECT OPTIONAL CARD-FILE ASSIGN TO "CARDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Acquirer settlement file and acknowledgement -- see
      *    settlement.cpy.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "SETLACK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "SETLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Dated key schedule for the encrypted hand-off files --
      *    see key-schedule.cpy.
           SELECT OPTIONAL KEY-SCHEDULE-FILE ASSIGN TO "KEYSCHED"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central operator-alert file -- see operator-alert.cpy.
           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SURVIVOR-FILE.
       01  SURVIVOR-RECORD        PIC X(128).
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           02 CF-CARD-NUMBER      PIC X(32).
           02 CF-FEED-ID          PIC X(4).
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD      PIC X(80).
       FD  ACK-FILE.
       01  ACK-RECORD             PIC X(75).
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE  PIC X(100).
       FD  KEY-SCHEDULE-FILE.
       01  KEY-SCHEDULE-RECORD    PIC X(11).
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD  PIC X(105).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-TRAILER-FLAG     PIC 9     VALUE 0.
          88 TRAILER-SEEN               VALUE 1 FALSE 0.
       01 WS-CARD-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 CARD-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-IC-ERROR         PIC X(40).

      *    Run parameters -- see the header for the defaults.
       01 WS-SENDER-ID        PIC X(10) VALUE "CARDBATCH".
       01 WS-CUTOFF           PIC X(4)  VALUE "1600".
       01 WS-TIME-NOW         PIC X(4).

      *    CARDFILE held for tracing a survivor to its feed; a card
      *    is matched once, so a number sent twice by one feed
      *    settles twice only if it survived twice.
       01 WS-CARD-COUNT       PIC 9(5)  VALUE 0.
       01 WS-CARD-TABLE.
          05 WS-CARD-ENTRY OCCURS 10000.
             10 WS-CD-NUMBER  PIC X(32).
             10 WS-CD-FEED    PIC X(4).
             10 WS-CD-USED    PIC X.

      *    The night's settleable cards and the feeds they came in
      *    on, in the order the feeds were first seen.
       01 WS-SETTLE-COUNT     PIC 9(5)  VALUE 0.
       01 WS-SETTLE-TABLE.
          05 WS-SETTLE-ENTRY OCCURS 10000.
             10 WS-SL-CARD    PIC X(19).
             10 WS-SL-FEED    PIC X(4).
       01 WS-FEED-COUNT       PIC 9(2)  VALUE 0.
       01 WS-FEED-TABLE.
          05 WS-FEED-ID       PIC X(4)  OCCURS 50.
       01 WS-SURVIVOR-COUNT   PIC 9(6)  VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(6)  VALUE 0.
       01 WS-EXCEPTION-REASON PIC X(40).

      *    Totals for the trailers.
       01 WS-BATCH-NO         PIC 9(4)  VALUE 0.
       01 WS-BATCH-COUNT      PIC 9(6).
       01 WS-BATCH-HASH       PIC 9(18).
       01 WS-FILE-DETAILS     PIC 9(8)  VALUE 0.
       01 WS-FILE-RECORDS     PIC 9(8)  VALUE 0.
       01 WS-FILE-HASH        PIC 9(18) VALUE 0.
       01 WS-PAN-NUM          PIC 9(19).
       01 WS-HASH-MODULUS     PIC 9(19) VALUE 1000000000000000000.

      *    SETTLEMENT-RECON: what SETLFILE carried, and what the
      *    acquirer said about it.
       01 WS-FILE-ID          PIC X(8).
       01 WS-FILE-ACK         PIC X     VALUE "N".
       01 WS-FILE-ACK-REASON  PIC X(30).
       01 WS-SENT-BATCHES     PIC 9(4)  VALUE 0.
       01 WS-SENT-BATCH-TABLE.
          05 WS-SENT-BATCH OCCURS 100.
             10 WS-SB-NO      PIC 9(4).
             10 WS-SB-FEED    PIC X(4).
             10 WS-SB-COUNT   PIC 9(6).
             10 WS-SB-HASH    PIC 9(18).
             10 WS-SB-ACK     PIC X.
             10 WS-SB-ACK-COUNT  PIC X(6).
             10 WS-SB-ACK-HASH   PIC X(18).
             10 WS-SB-REASON  PIC X(30).
       01 WS-SENT-DETAILS     PIC 9(5)  VALUE 0.
       01 WS-SENT-DETAIL-TABLE.
          05 WS-SENT-DETAIL OCCURS 10000.
             10 WS-SD-BATCH   PIC 9(4).
             10 WS-SD-SEQ     PIC 9(6).
             10 WS-SD-CARD    PIC X(19).
             10 WS-SD-REJECTED   PIC X.
             10 WS-SD-REASON  PIC X(30).
       01 WS-ACCEPTED-COUNT   PIC 9(6)  VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(6)  VALUE 0.
       01 WS-UNACKED-COUNT    PIC 9(6)  VALUE 0.
       01 WS-NUM-BATCH        PIC 9(4).
       01 WS-NUM-SEQ          PIC 9(6).
       01 WS-COUNT-SHOW       PIC Z(5)9.

      *    Card-number scratch: digits packed, and the masked form
      *    every report shows -- first six and last four, the middle
      *    starred, as CARDRPT shows them.
       01 WS-CARD-TEXT        PIC X(32).
       01 WS-CARD-DIGITS      PIC X(32).
       01 WS-CARD-DIGITS-LEN  PIC 99.
       01 WS-CARD-BAD-FLAG    PIC 9     VALUE 0.
          88 CARD-NOT-NUMERIC           VALUE 1 FALSE 0.
       01 WS-MASKED-PAN       PIC X(19).

      *    Digit-cipher scratch for the encrypted hand-off files --
      *    see key-schedule.cpy.
       01 WS-KEY-EOF-FLAG     PIC 9     VALUE 0.
          88 KEY-EOF                    VALUE 1 FALSE 0.
       01 WS-CRYPT-TEXT       PIC X(128).
       01 WS-CRYPT-SHIFT      PIC 9(2).
       01 WS-CRYPT-DIGIT      PIC 9.
       77 WS-CRYPT-IDX        PIC 9(3).
       77 WS-CRYPT-LEN        PIC 9(3)  VALUE 128.
       01 WS-INPUT-KEY        PIC 9(2)  VALUE 0.

       77 I                   PIC 9(5).
       77 K                   PIC 9(5).
       77 F                   PIC 9(2).
       77 B                   PIC 9(4).
       77 WS-FOUND-IDX        PIC 9(5).

      *    Shared acquirer settlement layouts.
       COPY "settlement.cpy".
      *    Shared header/trailer layout for the hand-off file.
       COPY "interface-control.cpy".
      *    Shared dated key schedule.
       COPY "key-schedule.cpy".
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       SETTLEMENT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-SETTLEMENT-PARMS
           PERFORM LOAD-CARD-FILE
           IF CARD-OVERFLOW
              DISPLAY "SETTLEMENT: more than 10000 cards on CARDFILE,"
                 " SETLFILE NOT BUILT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "SETTLEMENT EXCEPTIONS FOR FILE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              " -- RESUBMIT BEFORE " DELIMITED BY SIZE
              WS-CUTOFF DELIMITED BY SIZE
              INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           PERFORM LOAD-SURVIVORS
           IF WS-IC-ERROR NOT = SPACES
              MOVE SPACES TO EXCEPTION-REPORT-LINE
              STRING "EXTRACT  NOT BUILT -- " DELIMITED BY SIZE
                 WS-IC-ERROR DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-LINE
              END-STRING
              WRITE EXCEPTION-REPORT-LINE
              CLOSE EXCEPTION-REPORT-FILE
              DISPLAY "SETTLEMENT: " TRIM(WS-IC-ERROR)
                 ", SETLFILE NOT BUILT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE EXCEPTION-REPORT-FILE
           PERFORM WRITE-SETTLEMENT-FILE
           DISPLAY "SETTLEMENT: " WS-SURVIVOR-COUNT " SURVIVORS, "
              WS-FILE-DETAILS " SENT IN " WS-BATCH-NO " BATCHES, "
              WS-EXCEPTION-COUNT " EXCEPTIONS, HASH " WS-FILE-HASH
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default.
       LOAD-SETTLEMENT-PARMS.
           MOVE "SETTLEMENT" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "SENDERID" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE NOT = SPACES
              MOVE PP-FOUND-VALUE TO WS-SENDER-ID
           END-IF
           MOVE "CUTOFF" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:4) IS NUMERIC
              AND PP-FOUND-VALUE(5:) = SPACES
              AND PP-FOUND-VALUE(1:2) < "24"
              AND PP-FOUND-VALUE(3:2) < "60"
              MOVE PP-FOUND-VALUE(1:4) TO WS-CUTOFF
           END-IF
           .
       LOAD-SETTLEMENT-PARMS-EXIT.
           EXIT.

       LOAD-CARD-FILE.
           MOVE 0 TO WS-CARD-COUNT
           SET CARD-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT CARD-FILE
           PERFORM UNTIL FILE-EOF
                   READ CARD-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CF-CARD-NUMBER NOT = SPACES
                            AND WS-CARD-COUNT NOT < 10000
                            SET CARD-OVERFLOW TO TRUE
                         END-IF
                         IF CF-CARD-NUMBER NOT = SPACES
                            AND WS-CARD-COUNT < 10000
                            ADD 1 TO WS-CARD-COUNT
                            MOVE CF-CARD-NUMBER
                               TO WS-CD-NUMBER(WS-CARD-COUNT)
                            MOVE CF-FEED-ID
                               TO WS-CD-FEED(WS-CARD-COUNT)
                            MOVE "N" TO WS-CD-USED(WS-CARD-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CARD-FILE
           .
       LOAD-CARD-FILE-EXIT.
           EXIT.

      *    Reads NUCSURV through, checking its header and trailer
      *    count, deciphering each survivor and sorting it into the
      *    settleable table or onto the exceptions report.
       LOAD-SURVIVORS.
           MOVE SPACES TO WS-IC-ERROR
           MOVE 0 TO WS-SURVIVOR-COUNT
           MOVE 0 TO WS-SETTLE-COUNT
           MOVE 0 TO WS-FEED-COUNT
           MOVE 0 TO WS-EXCEPTION-COUNT
           SET FILE-EOF TO FALSE
           SET TRAILER-SEEN TO FALSE
           OPEN INPUT SURVIVOR-FILE
           READ SURVIVOR-FILE INTO IC-HEADER-RECORD
              AT END
                 SET FILE-EOF TO TRUE
           END-READ
           IF FILE-EOF OR IC-HEADER-TAG NOT = "HDR"
              MOVE "HEADER MISSING ON NUCSURV" TO WS-IC-ERROR
              CLOSE SURVIVOR-FILE
              EXIT PARAGRAPH
           END-IF
           IF IC-HEADER-DATE IS NUMERIC
              MOVE IC-HEADER-DATE TO KS-LOOKUP-DATE
           ELSE
              MOVE BD-BUSINESS-DATE TO KS-LOOKUP-DATE
           END-IF
           PERFORM LOAD-KEY-SCHEDULE
           MOVE KS-KEY-IN-FORCE TO WS-INPUT-KEY
           PERFORM UNTIL FILE-EOF OR TRAILER-SEEN
                   READ SURVIVOR-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                         MOVE "TRAILER MISSING ON NUCSURV"
                            TO WS-IC-ERROR
                      NOT AT END
                         IF SURVIVOR-RECORD(1:3) = "TRL"
                            SET TRAILER-SEEN TO TRUE
                            MOVE SURVIVOR-RECORD(1:10)
                               TO IC-TRAILER-RECORD
                         ELSE
                            ADD 1 TO WS-SURVIVOR-COUNT
                            PERFORM TAKE-ONE-SURVIVOR
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SURVIVOR-FILE
           IF TRAILER-SEEN
              IF IC-TRAILER-COUNT IS NOT NUMERIC
                 OR IC-TRAILER-COUNT NOT = WS-SURVIVOR-COUNT
                 MOVE "TRAILER COUNT MISMATCH ON NUCSURV"
                    TO WS-IC-ERROR
              END-IF
           END-IF
           .
       LOAD-SURVIVORS-EXIT.
           EXIT.

       TAKE-ONE-SURVIVOR.
           MOVE SPACES TO WS-CRYPT-TEXT
           MOVE SURVIVOR-RECORD TO WS-CRYPT-TEXT
           COMPUTE WS-CRYPT-SHIFT =
              MOD(10 - MOD(WS-INPUT-KEY, 10), 10)
           PERFORM ROTATE-CARD-DIGITS
           MOVE WS-CRYPT-TEXT(1:32) TO WS-CARD-TEXT
           PERFORM PACK-CARD-DIGITS
           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
           WHEN CARD-NOT-NUMERIC
              MOVE "NOT A CARD NUMBER" TO WS-EXCEPTION-REASON
           WHEN WS-CARD-DIGITS-LEN < 12 OR WS-CARD-DIGITS-LEN > 19
              MOVE "CARD NUMBER WRONG LENGTH" TO WS-EXCEPTION-REASON
           WHEN WS-SETTLE-COUNT >= 10000
              MOVE "MORE CARDS THAN ONE FILE HOLDS"
                 TO WS-EXCEPTION-REASON
           WHEN OTHER
              MOVE 0 TO WS-FOUND-IDX
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-CARD-COUNT OR WS-FOUND-IDX > 0
                      IF WS-CD-USED(I) = "N"
                         AND WS-CD-NUMBER(I) = WS-CARD-TEXT
                         MOVE I TO WS-FOUND-IDX
                      END-IF
              END-PERFORM
              IF WS-FOUND-IDX = 0
                 MOVE "NO SOURCE FEED ON CARDFILE"
                    TO WS-EXCEPTION-REASON
              ELSE
                 IF WS-CD-FEED(WS-FOUND-IDX) = SPACES
                    MOVE "CARD HAS NO FEED ID"
                       TO WS-EXCEPTION-REASON
                 END-IF
              END-IF
           END-EVALUATE
      *    A feed not yet batched needs a slot in the feed table.
           IF WS-EXCEPTION-REASON = SPACES
              PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FEED-COUNT
                      IF WS-FEED-ID(F) = WS-CD-FEED(WS-FOUND-IDX)
                         EXIT PERFORM
                      END-IF
              END-PERFORM
              IF F > WS-FEED-COUNT AND WS-FEED-COUNT >= 50
                 MOVE "MORE FEEDS THAN ONE FILE HOLDS"
                    TO WS-EXCEPTION-REASON
              END-IF
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO EXCEPTION-REPORT-LINE
              STRING "EXTRACT  " DELIMITED BY SIZE
                 WS-MASKED-PAN DELIMITED BY SIZE
                 " NOT SENT -- " DELIMITED BY SIZE
                 WS-EXCEPTION-REASON DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-LINE
              END-STRING
              WRITE EXCEPTION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CD-USED(WS-FOUND-IDX)
           ADD 1 TO WS-SETTLE-COUNT
           MOVE WS-CARD-DIGITS(1:WS-CARD-DIGITS-LEN)
              TO WS-SL-CARD(WS-SETTLE-COUNT)
           MOVE WS-CD-FEED(WS-FOUND-IDX) TO WS-SL-FEED(WS-SETTLE-COUNT)
           IF F > WS-FEED-COUNT
              ADD 1 TO WS-FEED-COUNT
              MOVE WS-CD-FEED(WS-FOUND-IDX) TO WS-FEED-ID(WS-FEED-COUNT)
           END-IF
           .
       TAKE-ONE-SURVIVOR-EXIT.
           EXIT.

      *    Packs the digits of WS-CARD-TEXT into WS-CARD-DIGITS and
      *    builds the masked form.
       PACK-CARD-DIGITS.
           MOVE SPACES TO WS-CARD-DIGITS
           MOVE 0 TO WS-CARD-DIGITS-LEN
           SET CARD-NOT-NUMERIC TO FALSE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 32
                   EVALUATE TRUE
                   WHEN WS-CARD-TEXT(I:1) IS NUMERIC
                      ADD 1 TO WS-CARD-DIGITS-LEN
                      MOVE WS-CARD-TEXT(I:1)
                         TO WS-CARD-DIGITS(WS-CARD-DIGITS-LEN:1)
                   WHEN WS-CARD-TEXT(I:1) = SPACE
                      CONTINUE
                   WHEN OTHER
                      SET CARD-NOT-NUMERIC TO TRUE
                   END-EVALUATE
           END-PERFORM
           PERFORM MASK-CARD-NUMBER
           .
       PACK-CARD-DIGITS-EXIT.
           EXIT.

      *    First six and last four in the clear, the middle starred;
      *    a number too short to have a middle is starred down to its
      *    last four.
       MASK-CARD-NUMBER.
           MOVE SPACES TO WS-MASKED-PAN
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-CARD-DIGITS-LEN OR I > 19
                   EVALUATE TRUE
                   WHEN I + 4 > WS-CARD-DIGITS-LEN
                      MOVE WS-CARD-DIGITS(I:1) TO WS-MASKED-PAN(I:1)
                   WHEN I <= 6 AND WS-CARD-DIGITS-LEN > 10
                      MOVE WS-CARD-DIGITS(I:1) TO WS-MASKED-PAN(I:1)
                   WHEN OTHER
                      MOVE "*" TO WS-MASKED-PAN(I:1)
                   END-EVALUATE
           END-PERFORM
           IF WS-CARD-DIGITS-LEN = 0
              MOVE "(NO DIGITS)" TO WS-MASKED-PAN
           END-IF
           .
       MASK-CARD-NUMBER-EXIT.
           EXIT.

      *    Writes SETLFILE: file header, one batch per feed, file
      *    trailer.
       WRITE-SETTLEMENT-FILE.
           MOVE 0 TO WS-BATCH-NO
           MOVE 0 TO WS-FILE-DETAILS
           MOVE 0 TO WS-FILE-HASH
           MOVE 0 TO WS-FILE-RECORDS
           OPEN OUTPUT SETTLEMENT-FILE
           MOVE SPACES TO ST-FILE-HEADER
           MOVE "FH" TO ST-FH-TYPE
           MOVE WS-SENDER-ID TO ST-FH-SENDER
           MOVE BD-BUSINESS-DATE TO ST-FH-FILE-ID
           MOVE CURRENT-DATE(1:8) TO ST-FH-CREATED-DATE
           MOVE CURRENT-DATE(9:4) TO ST-FH-CREATED-TIME
           MOVE ST-FILE-HEADER TO SETTLEMENT-RECORD
           PERFORM PUT-SETTLEMENT-RECORD
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FEED-COUNT
                   PERFORM WRITE-ONE-BATCH
           END-PERFORM
           MOVE SPACES TO ST-FILE-TRAILER
           MOVE "FT" TO ST-FT-TYPE
           MOVE WS-BATCH-NO TO ST-FT-BATCH-COUNT
           MOVE WS-FILE-DETAILS TO ST-FT-DETAIL-COUNT
           ADD 1 TO WS-FILE-RECORDS
           MOVE WS-FILE-RECORDS TO ST-FT-RECORD-COUNT
           MOVE WS-FILE-HASH TO ST-FT-HASH
           MOVE ST-FILE-TRAILER TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           CLOSE SETTLEMENT-FILE
           .
       WRITE-SETTLEMENT-FILE-EXIT.
           EXIT.

       WRITE-ONE-BATCH.
           ADD 1 TO WS-BATCH-NO
           MOVE 0 TO WS-BATCH-COUNT
           MOVE 0 TO WS-BATCH-HASH
           MOVE SPACES TO ST-BATCH-HEADER
           MOVE "BH" TO ST-BH-TYPE
           MOVE WS-BATCH-NO TO ST-BH-BATCH-NO
           MOVE WS-FEED-ID(F) TO ST-BH-FEED-ID
           MOVE ST-BATCH-HEADER TO SETTLEMENT-RECORD
           PERFORM PUT-SETTLEMENT-RECORD
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SETTLE-COUNT
                   IF WS-SL-FEED(K) = WS-FEED-ID(F)
                      ADD 1 TO WS-BATCH-COUNT
                      MOVE SPACES TO ST-DETAIL
                      MOVE "DT" TO ST-DT-TYPE
                      MOVE WS-BATCH-NO TO ST-DT-BATCH-NO
                      MOVE WS-BATCH-COUNT TO ST-DT-SEQ
                      MOVE WS-SL-CARD(K) TO ST-DT-CARD-NUMBER
                      MOVE WS-SL-FEED(K) TO ST-DT-FEED-ID
                      MOVE ST-DETAIL TO SETTLEMENT-RECORD
                      PERFORM PUT-SETTLEMENT-RECORD
                      MOVE WS-SL-CARD(K) TO WS-CARD-TEXT
                      PERFORM CARD-AS-NUMBER
                      COMPUTE WS-BATCH-HASH = MOD(WS-BATCH-HASH
                         + WS-PAN-NUM, WS-HASH-MODULUS)
                      COMPUTE WS-FILE-HASH = MOD(WS-FILE-HASH
                         + WS-PAN-NUM, WS-HASH-MODULUS)
                   END-IF
           END-PERFORM
           ADD WS-BATCH-COUNT TO WS-FILE-DETAILS
           MOVE SPACES TO ST-BATCH-TRAILER
           MOVE "BT" TO ST-BT-TYPE
           MOVE WS-BATCH-NO TO ST-BT-BATCH-NO
           MOVE WS-BATCH-COUNT TO ST-BT-COUNT
           MOVE WS-BATCH-HASH TO ST-BT-HASH
           MOVE ST-BATCH-TRAILER TO SETTLEMENT-RECORD
           PERFORM PUT-SETTLEMENT-RECORD
           .
       WRITE-ONE-BATCH-EXIT.
           EXIT.

       PUT-SETTLEMENT-RECORD.
           WRITE SETTLEMENT-RECORD
           ADD 1 TO WS-FILE-RECORDS
           .
       PUT-SETTLEMENT-RECORD-EXIT.
           EXIT.

      *    The digits of WS-CARD-TEXT taken as a number, into
      *    WS-PAN-NUM, for the hash totals.
       CARD-AS-NUMBER.
           MOVE 0 TO WS-PAN-NUM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 19
                   IF WS-CARD-TEXT(I:1) IS NUMERIC
                      COMPUTE WS-PAN-NUM = WS-PAN-NUM * 10
                         + NUMVAL(WS-CARD-TEXT(I:1))
                   END-IF
           END-PERFORM
           .
       CARD-AS-NUMBER-EXIT.
           EXIT.

      *    Reconciles SETLACK against the SETLFILE sent and adds
      *    everything rejected, unbalanced or unacknowledged to
      *    SETLEXCP.
       ENTRY "SETTLEMENT-RECON".
       SETTLEMENT-RECON.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-SETTLEMENT-PARMS
           MOVE CURRENT-DATE(9:4) TO WS-TIME-NOW
           PERFORM LOAD-SENT-FILE
           IF WS-FILE-ID = SPACES
              DISPLAY "SETTLEMENT-RECON: SETLFILE has no file header,"
                 " nothing to reconcile"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 0 TO WS-EXCEPTION-COUNT
           OPEN EXTEND EXCEPTION-REPORT-FILE
           PERFORM LOAD-ACKNOWLEDGEMENT
           PERFORM REPORT-RECON-EXCEPTIONS
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "SETTLEMENT-RECON: FILE " WS-FILE-ID " "
              WS-SENT-DETAILS " SENT, " WS-ACCEPTED-COUNT
              " ACCEPTED, " WS-REJECTED-COUNT " REJECTED, "
              WS-UNACKED-COUNT " UNACKNOWLEDGED"
           IF WS-EXCEPTION-COUNT > 0
              IF WS-TIME-NOW >= WS-CUTOFF
                 MOVE "CRITICAL" TO OA-SEVERITY
              ELSE
                 MOVE "WARNING" TO OA-SEVERITY
              END-IF
              MOVE WS-EXCEPTION-COUNT TO WS-COUNT-SHOW
              MOVE SPACES TO OA-MESSAGE
              STRING "SETTLEMENT " DELIMITED BY SIZE
                 WS-FILE-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
                 " EXCEPTIONS, CUTOFF " DELIMITED BY SIZE
                 WS-CUTOFF DELIMITED BY SIZE
                 ", SEE SETLEXCP" DELIMITED BY SIZE
                 INTO OA-MESSAGE
              END-STRING
              PERFORM WRITE-OPERATOR-ALERT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       SETTLEMENT-RECON-EXIT.
           EXIT.

       LOAD-SENT-FILE.
           MOVE SPACES TO WS-FILE-ID
           MOVE 0 TO WS-SENT-BATCHES
           MOVE 0 TO WS-SENT-DETAILS
           SET FILE-EOF TO FALSE
           OPEN INPUT SETTLEMENT-FILE
           PERFORM UNTIL FILE-EOF
                   READ SETTLEMENT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM TAKE-SENT-RECORD
                   END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE
           .
       LOAD-SENT-FILE-EXIT.
           EXIT.

       TAKE-SENT-RECORD.
           EVALUATE SETTLEMENT-RECORD(1:2)
           WHEN "FH"
              MOVE SETTLEMENT-RECORD TO ST-FILE-HEADER
              MOVE ST-FH-FILE-ID TO WS-FILE-ID
           WHEN "BH"
              IF WS-SENT-BATCHES < 100
                 MOVE SETTLEMENT-RECORD TO ST-BATCH-HEADER
                 ADD 1 TO WS-SENT-BATCHES
                 MOVE ST-BH-BATCH-NO TO WS-SB-NO(WS-SENT-BATCHES)
                 MOVE ST-BH-FEED-ID TO WS-SB-FEED(WS-SENT-BATCHES)
                 MOVE 0 TO WS-SB-COUNT(WS-SENT-BATCHES)
                 MOVE 0 TO WS-SB-HASH(WS-SENT-BATCHES)
                 MOVE "N" TO WS-SB-ACK(WS-SENT-BATCHES)
                 MOVE SPACES TO WS-SB-REASON(WS-SENT-BATCHES)
              END-IF
           WHEN "DT"
              IF WS-SENT-DETAILS < 10000
                 MOVE SETTLEMENT-RECORD TO ST-DETAIL
                 ADD 1 TO WS-SENT-DETAILS
                 MOVE ST-DT-BATCH-NO TO WS-SD-BATCH(WS-SENT-DETAILS)
                 MOVE ST-DT-SEQ TO WS-SD-SEQ(WS-SENT-DETAILS)
                 MOVE ST-DT-CARD-NUMBER
                    TO WS-SD-CARD(WS-SENT-DETAILS)
                 MOVE "N" TO WS-SD-REJECTED(WS-SENT-DETAILS)
                 MOVE SPACES TO WS-SD-REASON(WS-SENT-DETAILS)
              END-IF
           WHEN "BT"
              IF WS-SENT-BATCHES > 0
                 MOVE SETTLEMENT-RECORD TO ST-BATCH-TRAILER
                 MOVE ST-BT-COUNT TO WS-SB-COUNT(WS-SENT-BATCHES)
                 MOVE ST-BT-HASH TO WS-SB-HASH(WS-SENT-BATCHES)
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       TAKE-SENT-RECORD-EXIT.
           EXIT.

      *    Applies each acknowledgement line to the file, batch or
      *    record it names. A line for another file, for a batch or
      *    record not sent, or with a file or batch status other
      *    than A or R, is an exception in its own right; the file or
      *    batch it names stays unacknowledged.
       LOAD-ACKNOWLEDGEMENT.
           MOVE "N" TO WS-FILE-ACK
           MOVE SPACES TO WS-FILE-ACK-REASON
           SET FILE-EOF TO FALSE
           OPEN INPUT ACK-FILE
           PERFORM UNTIL FILE-EOF
                   READ ACK-FILE INTO SA-ACK-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF SA-ACK-RECORD NOT = SPACES
                            PERFORM TAKE-ACK-RECORD
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ACK-FILE
           .
       LOAD-ACKNOWLEDGEMENT-EXIT.
           EXIT.

       TAKE-ACK-RECORD.
           IF SA-FILE-ID NOT = WS-FILE-ID
              MOVE "ACK IS FOR ANOTHER FILE" TO WS-EXCEPTION-REASON
              PERFORM WRITE-ACK-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           IF (SA-FILE-ACK OR SA-BATCH-ACK)
              AND NOT SA-ACCEPTED AND NOT SA-REJECTED
              MOVE "ACK STATUS NOT A OR R" TO WS-EXCEPTION-REASON
              PERFORM WRITE-ACK-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
           WHEN SA-FILE-ACK
              MOVE SA-STATUS TO WS-FILE-ACK
              MOVE SA-REASON TO WS-FILE-ACK-REASON
           WHEN SA-BATCH-ACK
              PERFORM FIND-SENT-BATCH
              IF WS-FOUND-IDX = 0
                 MOVE "ACK FOR A BATCH NOT SENT"
                    TO WS-EXCEPTION-REASON
                 PERFORM WRITE-ACK-EXCEPTION
              ELSE
                 MOVE SA-STATUS TO WS-SB-ACK(WS-FOUND-IDX)
                 MOVE SA-COUNT TO WS-SB-ACK-COUNT(WS-FOUND-IDX)
                 MOVE SA-HASH TO WS-SB-ACK-HASH(WS-FOUND-IDX)
                 MOVE SA-REASON TO WS-SB-REASON(WS-FOUND-IDX)
              END-IF
           WHEN SA-DETAIL-REJECT
              MOVE 0 TO WS-FOUND-IDX
              IF SA-BATCH-NO IS NUMERIC AND SA-SEQ IS NUMERIC
                 MOVE SA-BATCH-NO TO WS-NUM-BATCH
                 MOVE SA-SEQ TO WS-NUM-SEQ
                 PERFORM VARYING K FROM 1 BY 1
                    UNTIL K > WS-SENT-DETAILS OR WS-FOUND-IDX > 0
                         IF WS-SD-BATCH(K) = WS-NUM-BATCH
                            AND WS-SD-SEQ(K) = WS-NUM-SEQ
                            MOVE K TO WS-FOUND-IDX
                         END-IF
                 END-PERFORM
              END-IF
              IF WS-FOUND-IDX = 0
                 MOVE "REJECT FOR A RECORD NOT SENT"
                    TO WS-EXCEPTION-REASON
                 PERFORM WRITE-ACK-EXCEPTION
              ELSE
                 MOVE "Y" TO WS-SD-REJECTED(WS-FOUND-IDX)
                 MOVE SA-REASON TO WS-SD-REASON(WS-FOUND-IDX)
              END-IF
           WHEN OTHER
              MOVE "ACK LINE TYPE NOT FA BA OR RJ"
                 TO WS-EXCEPTION-REASON
              PERFORM WRITE-ACK-EXCEPTION
           END-EVALUATE
           .
       TAKE-ACK-RECORD-EXIT.
           EXIT.

       FIND-SENT-BATCH.
           MOVE 0 TO WS-FOUND-IDX
           IF SA-BATCH-NO IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE SA-BATCH-NO TO WS-NUM-BATCH
           PERFORM VARYING B FROM 1 BY 1
              UNTIL B > WS-SENT-BATCHES OR WS-FOUND-IDX > 0
                   IF WS-SB-NO(B) = WS-NUM-BATCH
                      MOVE B TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           .
       FIND-SENT-BATCH-EXIT.
           EXIT.

       WRITE-ACK-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "ACK      " DELIMITED BY SIZE
              SA-ACK-RECORD(1:20) DELIMITED BY SIZE
              " -- " DELIMITED BY SIZE
              WS-EXCEPTION-REASON DELIMITED BY SIZE
              INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           .
       WRITE-ACK-EXCEPTION-EXIT.
           EXIT.

      *    Batch by batch: not acknowledged, rejected whole (or in a
      *    rejected file), received count or hash off, and then each
      *    record the acquirer refused.
       REPORT-RECON-EXCEPTIONS.
           MOVE 0 TO WS-ACCEPTED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-UNACKED-COUNT
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-SENT-BATCHES
                   EVALUATE TRUE
                   WHEN WS-FILE-ACK = "R"
                      MOVE WS-FILE-ACK-REASON TO WS-SB-REASON(B)
                      PERFORM REJECT-WHOLE-BATCH
                   WHEN WS-SB-ACK(B) = "R"
                      PERFORM REJECT-WHOLE-BATCH
                   WHEN WS-FILE-ACK NOT = "A"
                      OR WS-SB-ACK(B) NOT = "A"
                      ADD WS-SB-COUNT(B) TO WS-UNACKED-COUNT
                      MOVE "BATCH NOT ACKNOWLEDGED"
                         TO WS-EXCEPTION-REASON
                      IF WS-FILE-ACK NOT = "A"
                         MOVE "FILE NOT ACKNOWLEDGED"
                            TO WS-EXCEPTION-REASON
                      END-IF
                      PERFORM WRITE-BATCH-EXCEPTION
                   WHEN OTHER
                      PERFORM CHECK-BATCH-BALANCE
                      PERFORM VARYING K FROM 1 BY 1
                         UNTIL K > WS-SENT-DETAILS
                              IF WS-SD-BATCH(K) = WS-SB-NO(B)
                                 IF WS-SD-REJECTED(K) = "Y"
                                    ADD 1 TO WS-REJECTED-COUNT
                                    MOVE WS-SD-REASON(K)
                                       TO WS-EXCEPTION-REASON
                                    PERFORM WRITE-DETAIL-EXCEPTION
                                 ELSE
                                    ADD 1 TO WS-ACCEPTED-COUNT
                                 END-IF
                              END-IF
                      END-PERFORM
                   END-EVALUATE
           END-PERFORM
           .
       REPORT-RECON-EXCEPTIONS-EXIT.
           EXIT.

       REJECT-WHOLE-BATCH.
           ADD WS-SB-COUNT(B) TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-EXCEPTION-REASON
           STRING "BATCH REJECTED -- " DELIMITED BY SIZE
              WS-SB-REASON(B) DELIMITED BY SIZE
              INTO WS-EXCEPTION-REASON
           END-STRING
           PERFORM WRITE-BATCH-EXCEPTION
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SENT-DETAILS
                   IF WS-SD-BATCH(K) = WS-SB-NO(B)
                      MOVE WS-SB-REASON(B) TO WS-EXCEPTION-REASON
                      PERFORM WRITE-DETAIL-EXCEPTION
                   END-IF
           END-PERFORM
           .
       REJECT-WHOLE-BATCH-EXIT.
           EXIT.

      *    The acquirer's received count and hash against what the
      *    batch trailer sent; a difference means records went
      *    missing or were altered on the way.
       CHECK-BATCH-BALANCE.
           IF WS-SB-ACK-COUNT(B) IS NUMERIC
              AND WS-SB-ACK-HASH(B) IS NUMERIC
              IF WS-SB-ACK-COUNT(B) = WS-SB-COUNT(B)
                 AND WS-SB-ACK-HASH(B) = WS-SB-HASH(B)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES TO WS-EXCEPTION-REASON
           STRING "RECEIVED " DELIMITED BY SIZE
              WS-SB-ACK-COUNT(B) DELIMITED BY SIZE
              " OF " DELIMITED BY SIZE
              WS-SB-COUNT(B) DELIMITED BY SIZE
              " -- COUNT/HASH DIFFER" DELIMITED BY SIZE
              INTO WS-EXCEPTION-REASON
           END-STRING
           PERFORM WRITE-BATCH-EXCEPTION
           .
       CHECK-BATCH-BALANCE-EXIT.
           EXIT.

       WRITE-BATCH-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-SB-COUNT(B) TO WS-COUNT-SHOW
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "BATCH    " DELIMITED BY SIZE
              WS-SB-NO(B) DELIMITED BY SIZE
              " FEED " DELIMITED BY SIZE
              WS-SB-FEED(B) DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              " CARDS -- " DELIMITED BY SIZE
              WS-EXCEPTION-REASON DELIMITED BY SIZE
              INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           .
       WRITE-BATCH-EXCEPTION-EXIT.
           EXIT.

       WRITE-DETAIL-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-SD-CARD(K) TO WS-CARD-TEXT
           PERFORM PACK-CARD-DIGITS
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "REJECTED " DELIMITED BY SIZE
              WS-SD-BATCH(K) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-SD-SEQ(K) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MASKED-PAN DELIMITED BY SIZE
              " -- " DELIMITED BY SIZE
              WS-EXCEPTION-REASON DELIMITED BY SIZE
              INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           .
       WRITE-DETAIL-EXCEPTION-EXIT.
           EXIT.

      *    Picks the key in force on KS-LOOKUP-DATE -- see
      *    key-schedule.cpy. No schedule, or no entry yet in force,
      *    leaves key zero and the file in the clear.
       LOAD-KEY-SCHEDULE.
           MOVE 0 TO KS-KEY-IN-FORCE
           MOVE 0 TO KS-BEST-DATE
           SET KEY-EOF TO FALSE
           OPEN INPUT KEY-SCHEDULE-FILE
           PERFORM UNTIL KEY-EOF
                   READ KEY-SCHEDULE-FILE INTO KS-KEY-RECORD
                      AT END
                         SET KEY-EOF TO TRUE
                      NOT AT END
                         IF KS-EFFECTIVE-DATE IS NUMERIC
                            AND KS-ROTATION-KEY IS NUMERIC
                            AND KS-EFFECTIVE-DATE <= KS-LOOKUP-DATE
                            AND KS-EFFECTIVE-DATE >= KS-BEST-DATE
                            MOVE KS-EFFECTIVE-DATE TO KS-BEST-DATE
                            MOVE KS-ROTATION-KEY
                               TO KS-KEY-IN-FORCE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE KEY-SCHEDULE-FILE
           .
       LOAD-KEY-SCHEDULE-EXIT.
           EXIT.

      *    Rotates every digit of WS-CRYPT-TEXT by WS-CRYPT-SHIFT,
      *    mod ten; everything else passes through. Decrypt with ten
      *    minus the key mod ten.
       ROTATE-CARD-DIGITS.
           PERFORM VARYING WS-CRYPT-IDX FROM 1 BY 1
              UNTIL WS-CRYPT-IDX > WS-CRYPT-LEN
                   IF WS-CRYPT-TEXT(WS-CRYPT-IDX:1) IS NUMERIC
                      COMPUTE WS-CRYPT-DIGIT = MOD(
                         NUMVAL(WS-CRYPT-TEXT(WS-CRYPT-IDX:1))
                         + WS-CRYPT-SHIFT, 10)
                      MOVE WS-CRYPT-DIGIT
                         TO WS-CRYPT-TEXT(WS-CRYPT-IDX:1)
                   END-IF
           END-PERFORM
           .
       ROTATE-CARD-DIGITS-EXIT.
           EXIT.

      *    Appends one severity-coded line to the central ALERTS
      *    file. The caller fills OA-SEVERITY and OA-MESSAGE.
       WRITE-OPERATOR-ALERT.
           MOVE "SETTLEMENT" TO OA-PROGRAM-ID
           MOVE CURRENT-DATE TO OA-TIMESTAMP
           MOVE OA-ALERT-RECORD TO OPERATOR-ALERT-RECORD
           OPEN EXTEND OPERATOR-ALERT-FILE
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
           .
       WRITE-OPERATOR-ALERT-EXIT.
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
           DISPLAY "SETTLEMENT: PARMMST "
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
