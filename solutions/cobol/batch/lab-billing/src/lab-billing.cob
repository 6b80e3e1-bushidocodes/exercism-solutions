       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB-BILLING.
      *    Month-end billing for the partner labs. The labs were
      *    invoiced from a spreadsheet someone built off LABQRPT
      *    every month, and it was regularly wrong. This run reads
      *    the same pipeline evidence LAB-QUALITY-REPORT ranks --
      *    every sequence on RNATRPT, every failed translation on
      *    PROTEOUT -- and joins each sample back to its lab through
      *    SPECREG. Each lab is priced off the LABPRICE price master
      *    (see lab-billing.cpy): the sample fee once per sample, the
      *    re-run fee for each further run of it, the rush surcharge
      *    when the sample is on LABRUSH, and the QC-failure credit
      *    taken off automatically when the sample failed our own
      *    transcription or translation QC.
      *
      *    LABINVC carries one invoice per lab, a line per sample and
      *    the fee summary; ARINTF is the accounts-receivable
      *    interface, one detail per invoice under control totals.
      *    The billing month is the month of the business date and
      *    names every invoice. A sample not on SPECREG, or a lab
      *    with no price, is not invoiced but listed on BILLEXCP.
      *    So is a sample HAMMING-SWAP-CHECK holds on SAMPHOLD as a
      *    suspected swap. A held sample is not carried forward to a
      *    later month: once the lab's release lifts the hold, it is
      *    billed by hand off that BILLEXCP line.
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
           SELECT OPTIONAL TRANSCRIPTION-REPORT ASSIGN TO "RNATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROTEIN-CHAIN-FILE ASSIGN TO "PROTEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Price master and rush requests -- see lab-billing.cpy.
           SELECT LAB-PRICE-FILE ASSIGN TO "LABPRICE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LAB-RUSH-FILE ASSIGN TO "LABRUSH"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Sample hold register -- see sample-swap.cpy.
           SELECT OPTIONAL SAMPLE-HOLD-FILE ASSIGN TO "SAMPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-FILE ASSIGN TO "LABINVC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-INTERFACE-FILE ASSIGN TO "ARINTF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-EXCEPTION-FILE ASSIGN TO "BILLEXCP"
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
       FD  TRANSCRIPTION-REPORT.
       01  TRANSCRIPTION-REPORT-LINE  PIC X(120).
       FD  PROTEIN-CHAIN-FILE.
       01  PROTEIN-CHAIN-RECORD       PIC X(512).
       FD  LAB-PRICE-FILE.
       01  LAB-PRICE-RECORD           PIC X(42).
       FD  LAB-RUSH-FILE.
       01  LAB-RUSH-RECORD            PIC X(19).
       FD  SAMPLE-HOLD-FILE.
       01  SAMPLE-HOLD-RECORD         PIC X(62).
       FD  INVOICE-FILE.
       01  INVOICE-LINE               PIC X(100).
       FD  AR-INTERFACE-FILE.
       01  AR-INTERFACE-RECORD        PIC X(80).
       FD  BILLING-EXCEPTION-FILE.
       01  BILLING-EXCEPTION-LINE     PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-SPECREG-STATUS   PIC XX.
       01 WS-SPECREG-AVAIL-FLAG PIC 9   VALUE 0.
          88 REGISTRY-AVAILABLE         VALUE 1 FALSE 0.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-FAIL-TALLY       PIC 9(3).
       01 WS-SAMPLE-ID        PIC X(10).
       01 WS-PARSE-LEAD       PIC X(512).
       01 WS-PARSE-REST       PIC X(512).
       01 WS-PERIOD           PIC X(6).

      *    Every sample sequenced in the month: its lab, how many
      *    times it ran, whether it failed our QC, whether it was
      *    rushed. WS-SM-LAB is spaces for a sample SPECREG does not
      *    know.
       01 WS-SAMPLE-COUNT     PIC 9(4)  VALUE 0.
       01 WS-SAMPLE-TABLE.
          05 WS-SAMPLE-ENTRY OCCURS 2000.
             10 WS-SM-ID         PIC X(10).
             10 WS-SM-LAB        PIC X(10).
             10 WS-SM-RUNS       PIC 9(3).
             10 WS-SM-QC-FLAG    PIC X.
                88 SM-QC-FAILED           VALUE "Y".
             10 WS-SM-RUSH-FLAG  PIC X.
                88 SM-RUSHED              VALUE "Y".
             10 WS-SM-HOLD-FLAG  PIC X.
                88 SM-HELD                VALUE "Y".

      *    LABPRICE, one entry per lab.
       01 WS-PRICE-COUNT      PIC 9(3)  VALUE 0.
       01 WS-PRICE-TABLE.
          05 WS-PRICE-ENTRY OCCURS 200.
             10 WS-PR-LAB        PIC X(10).
             10 WS-PR-SAMPLE-FEE PIC 9(5)V99.
             10 WS-PR-RERUN-FEE  PIC 9(5)V99.
             10 WS-PR-RUSH       PIC 9(5)V99.
             10 WS-PR-CREDIT     PIC 9(5)V99.

      *    LABRUSH sample IDs.
       01 WS-RUSH-COUNT       PIC 9(4)  VALUE 0.
       01 WS-RUSH-TABLE.
          05 WS-RUSH-SAMPLE   PIC X(10) OCCURS 2000.

      *    Samples on hold on SAMPHOLD.
       01 WS-HELD-COUNT       PIC 9(4)  VALUE 0.
       01 WS-HELD-TABLE.
          05 WS-HELD-SAMPLE   PIC X(10) OCCURS 1000.
       01 WS-HELD-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 HELD-OVERFLOW              VALUE 1 FALSE 0.

      *    The labs with samples this month, in first-seen order.
       01 WS-LAB-COUNT        PIC 9(3)  VALUE 0.
       01 WS-LAB-TABLE.
          05 WS-LB-ID         PIC X(10) OCCURS 200.

      *    One invoice's tallies.
       01 WS-INV-SAMPLES      PIC 9(5).
       01 WS-INV-RERUNS       PIC 9(5).
       01 WS-INV-RUSHED       PIC 9(5).
       01 WS-INV-CREDITED     PIC 9(5).
       01 WS-INV-GROSS        PIC 9(9)V99.
       01 WS-INV-CREDIT       PIC 9(9)V99.
       01 WS-INV-NET          PIC S9(9)V99.
       01 WS-LINE-RERUNS      PIC 9(3).
       01 WS-LINE-RERUN       PIC 9(7)V99.
       01 WS-LINE-RUSH        PIC 9(7)V99.
       01 WS-LINE-CREDIT      PIC 9(7)V99.
       01 WS-LINE-NET         PIC S9(7)V99.
       01 WS-SUMMARY-AMOUNT   PIC 9(9)V99.
       01 WS-INVOICE-NO       PIC X(12).
       01 WS-INVOICE-SEQ      PIC 9(3)  VALUE 0.

      *    ARINTF control totals.
       01 WS-AR-RECORDS       PIC 9(6)  VALUE 0.
       01 WS-AR-GROSS-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-AR-CREDIT-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-AR-NET-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(6)  VALUE 0.
       01 WS-PRICE-ERROR      PIC X(40).

       01 WS-COUNT-SHOW       PIC ZZZZ9.
       01 WS-RUNS-SHOW        PIC ZZ9.
       01 WS-FEE-SHOW         PIC ZZ,ZZ9.99.
       01 WS-RERUN-SHOW       PIC ZZ,ZZ9.99.
       01 WS-RUSH-SHOW        PIC ZZ,ZZ9.99.
       01 WS-CREDIT-SHOW      PIC ZZ,ZZ9.99-.
       01 WS-NET-SHOW         PIC ZZZ,ZZ9.99-.
       01 WS-TOTAL-SHOW       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-PRICE-SHOW       PIC ZZ,ZZ9.99.

       77 I                   PIC 9(4).
       77 J                   PIC 9(4).
       77 P                   PIC 9(3).
       77 WS-FOUND-IDX        PIC 9(4).

      *    Shared billing layouts.
       COPY "lab-billing.cpy".
      *    Shared sample-swap layouts.
       COPY "sample-swap.cpy".
      *    Business date.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       LAB-BILLING.
           PERFORM LOAD-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE(1:6) TO WS-PERIOD
           PERFORM OPEN-SPECIMEN-REGISTRY
           IF NOT REGISTRY-AVAILABLE
              DISPLAY "LAB-BILLING: SPECREG unavailable, status "
                 WS-SPECREG-STATUS ", nothing invoiced"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-HELD-SAMPLES
           IF HELD-OVERFLOW
              DISPLAY "LAB-BILLING: more than 1000 samples on hold on"
                 " SAMPHOLD, nothing invoiced"
              CLOSE SPECIMEN-REGISTRY-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT BILLING-EXCEPTION-FILE
           MOVE SPACES TO BILLING-EXCEPTION-LINE
           STRING "LAB BILLING EXCEPTIONS, BILLING MONTH "
              DELIMITED BY SIZE
              WS-PERIOD DELIMITED BY SIZE
              INTO BILLING-EXCEPTION-LINE
           END-STRING
           WRITE BILLING-EXCEPTION-LINE
           PERFORM LOAD-PRICE-MASTER
           PERFORM LOAD-RUSH-REQUESTS
           PERFORM TALLY-TRANSCRIPTION-LINES
           PERFORM TALLY-TRANSLATION-FAILURES
           CLOSE SPECIMEN-REGISTRY-FILE

           OPEN OUTPUT INVOICE-FILE
           OPEN OUTPUT AR-INTERFACE-FILE
           PERFORM WRITE-AR-HEADER
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LAB-COUNT
                   PERFORM INVOICE-ONE-LAB
           END-PERFORM
           PERFORM LIST-UNREGISTERED-SAMPLES
           PERFORM LIST-HELD-SAMPLES
           PERFORM WRITE-AR-TRAILER
           CLOSE INVOICE-FILE
           CLOSE AR-INTERFACE-FILE
           CLOSE BILLING-EXCEPTION-FILE

           MOVE WS-AR-NET-TOTAL TO WS-TOTAL-SHOW
           DISPLAY "LAB-BILLING: " WS-PERIOD " " WS-INVOICE-SEQ
              " INVOICES, " WS-SAMPLE-COUNT " SAMPLES, NET "
              TRIM(WS-TOTAL-SHOW) ", " WS-EXCEPTION-COUNT
              " EXCEPTIONS"
           IF WS-EXCEPTION-COUNT > 0
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

      *    A price line must name a lab once and carry numeric
      *    amounts; a bad line is listed and the lab goes unpriced.
       LOAD-PRICE-MASTER.
           MOVE 0 TO WS-PRICE-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT LAB-PRICE-FILE
           PERFORM UNTIL FILE-EOF
                   READ LAB-PRICE-FILE INTO LP-PRICE-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF LP-PRICE-RECORD NOT = SPACES
                            PERFORM CHECK-ONE-PRICE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE LAB-PRICE-FILE
           .
       LOAD-PRICE-MASTER-EXIT.
           EXIT.

       CHECK-ONE-PRICE.
           MOVE SPACES TO WS-PRICE-ERROR
           EVALUATE TRUE
           WHEN LP-LAB-ID = SPACES
                MOVE "LAB ID MISSING" TO WS-PRICE-ERROR
           WHEN LP-SAMPLE-FEE IS NOT NUMERIC
             OR LP-RERUN-FEE IS NOT NUMERIC
             OR LP-RUSH-SURCHARGE IS NOT NUMERIC
             OR LP-QC-CREDIT IS NOT NUMERIC
                MOVE "AMOUNT NOT NUMERIC" TO WS-PRICE-ERROR
           WHEN WS-PRICE-COUNT NOT < 200
                MOVE "PRICE TABLE FULL" TO WS-PRICE-ERROR
           END-EVALUATE
           IF WS-PRICE-ERROR = SPACES
              PERFORM VARYING P FROM 1 BY 1
                 UNTIL P > WS-PRICE-COUNT
                      IF WS-PR-LAB(P) = LP-LAB-ID
                         MOVE "LAB PRICED TWICE" TO WS-PRICE-ERROR
                      END-IF
              END-PERFORM
           END-IF
           IF WS-PRICE-ERROR NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO BILLING-EXCEPTION-LINE
              STRING "LABPRICE " DELIMITED BY SIZE
                 LP-LAB-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-PRICE-ERROR DELIMITED BY SIZE
                 INTO BILLING-EXCEPTION-LINE
              END-STRING
              WRITE BILLING-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRICE-COUNT
           MOVE LP-LAB-ID TO WS-PR-LAB(WS-PRICE-COUNT)
           MOVE LP-SAMPLE-FEE TO WS-PR-SAMPLE-FEE(WS-PRICE-COUNT)
           MOVE LP-RERUN-FEE TO WS-PR-RERUN-FEE(WS-PRICE-COUNT)
           MOVE LP-RUSH-SURCHARGE TO WS-PR-RUSH(WS-PRICE-COUNT)
           MOVE LP-QC-CREDIT TO WS-PR-CREDIT(WS-PRICE-COUNT)
           .
       CHECK-ONE-PRICE-EXIT.
           EXIT.

       LOAD-RUSH-REQUESTS.
           MOVE 0 TO WS-RUSH-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT LAB-RUSH-FILE
           PERFORM UNTIL FILE-EOF
                   READ LAB-RUSH-FILE INTO LR-RUSH-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF LR-SAMPLE-ID NOT = SPACES
                            AND WS-RUSH-COUNT < 2000
                            ADD 1 TO WS-RUSH-COUNT
                            MOVE LR-SAMPLE-ID
                               TO WS-RUSH-SAMPLE(WS-RUSH-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE LAB-RUSH-FILE
           .
       LOAD-RUSH-REQUESTS-EXIT.
           EXIT.

      *    Only holds still in force; a released line bills as usual.
       LOAD-HELD-SAMPLES.
           MOVE 0 TO WS-HELD-COUNT
           SET HELD-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT SAMPLE-HOLD-FILE
           PERFORM UNTIL FILE-EOF
                   READ SAMPLE-HOLD-FILE INTO SH-HOLD-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF SH-SAMPLE-ID NOT = SPACES AND SH-HELD
                            IF WS-HELD-COUNT < 1000
                               ADD 1 TO WS-HELD-COUNT
                               MOVE SH-SAMPLE-ID
                                  TO WS-HELD-SAMPLE(WS-HELD-COUNT)
                            ELSE
                               SET HELD-OVERFLOW TO TRUE
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SAMPLE-HOLD-FILE
           .
       LOAD-HELD-SAMPLES-EXIT.
           EXIT.

      *    RNATRPT lines lead with the sample ID, one per run; a
      *    second line for the same sample is a re-run. " FAILED: "
      *    marks a sample our transcription QC rejected.
       TALLY-TRANSCRIPTION-LINES.
           SET FILE-EOF TO FALSE
           OPEN INPUT TRANSCRIPTION-REPORT
           PERFORM UNTIL FILE-EOF
                   READ TRANSCRIPTION-REPORT
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF TRANSCRIPTION-REPORT-LINE NOT = SPACES
                            MOVE TRANSCRIPTION-REPORT-LINE(1:10)
                               TO WS-SAMPLE-ID
                            PERFORM FIND-SAMPLE-SLOT
                            IF WS-FOUND-IDX > 0
                               ADD 1 TO WS-SM-RUNS(WS-FOUND-IDX)
                               MOVE 0 TO WS-FAIL-TALLY
                               INSPECT TRANSCRIPTION-REPORT-LINE
                                  TALLYING WS-FAIL-TALLY
                                  FOR ALL " FAILED: "
                               IF WS-FAIL-TALLY > 0
                                  SET SM-QC-FAILED(WS-FOUND-IDX)
                                     TO TRUE
                               END-IF
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TRANSCRIPTION-REPORT
           .
       TALLY-TRANSCRIPTION-LINES-EXIT.
           EXIT.

      *    PROTEOUT failure lines carry SAMPLE=<id> on the end; a
      *    failed translation is our QC failure too.
       TALLY-TRANSLATION-FAILURES.
           SET FILE-EOF TO FALSE
           OPEN INPUT PROTEIN-CHAIN-FILE
           PERFORM UNTIL FILE-EOF
                   READ PROTEIN-CHAIN-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF PROTEIN-CHAIN-RECORD(1:7) = "FAILED:"
                            INITIALIZE WS-PARSE-LEAD WS-PARSE-REST
                            UNSTRING PROTEIN-CHAIN-RECORD
                               DELIMITED BY "SAMPLE="
                               INTO WS-PARSE-LEAD, WS-PARSE-REST
                            END-UNSTRING
                            MOVE WS-PARSE-REST(1:10)
                               TO WS-SAMPLE-ID
                            PERFORM FIND-SAMPLE-SLOT
                            IF WS-FOUND-IDX > 0
                               SET SM-QC-FAILED(WS-FOUND-IDX)
                                  TO TRUE
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PROTEIN-CHAIN-FILE
           .
       TALLY-TRANSLATION-FAILURES-EXIT.
           EXIT.

      *    A sample seen for the first time is resolved to its lab
      *    and checked against the rush requests once.
       FIND-SAMPLE-SLOT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-SAMPLE-COUNT OR WS-FOUND-IDX > 0
                   IF WS-SM-ID(I) = WS-SAMPLE-ID
                      MOVE I TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-COUNT NOT < 2000
              DISPLAY "LAB-BILLING: SAMPLE TABLE FULL, "
                 WS-SAMPLE-ID " NOT BILLED"
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO BILLING-EXCEPTION-LINE
              STRING WS-SAMPLE-ID DELIMITED BY SIZE
                 " PAST THE 2000-SAMPLE TABLE -- NOT INVOICED"
                 DELIMITED BY SIZE
                 INTO BILLING-EXCEPTION-LINE
              END-STRING
              WRITE BILLING-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SAMPLE-COUNT
           MOVE WS-SAMPLE-COUNT TO WS-FOUND-IDX
           MOVE WS-SAMPLE-ID TO WS-SM-ID(WS-FOUND-IDX)
           MOVE 0 TO WS-SM-RUNS(WS-FOUND-IDX)
           MOVE "N" TO WS-SM-QC-FLAG(WS-FOUND-IDX)
           MOVE "N" TO WS-SM-RUSH-FLAG(WS-FOUND-IDX)
           MOVE "N" TO WS-SM-HOLD-FLAG(WS-FOUND-IDX)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HELD-COUNT
                   IF WS-HELD-SAMPLE(I) = WS-SAMPLE-ID
                      SET SM-HELD(WS-FOUND-IDX) TO TRUE
                   END-IF
           END-PERFORM
           MOVE SPACES TO WS-SM-LAB(WS-FOUND-IDX)
           MOVE WS-SAMPLE-ID TO SG-SAMPLE-ID
           READ SPECIMEN-REGISTRY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SG-LAB-ID TO WS-SM-LAB(WS-FOUND-IDX)
                 PERFORM NOTE-SAMPLE-LAB
           END-READ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUSH-COUNT
                   IF WS-RUSH-SAMPLE(I) = WS-SAMPLE-ID
                      SET SM-RUSHED(WS-FOUND-IDX) TO TRUE
                   END-IF
           END-PERFORM
           .
       FIND-SAMPLE-SLOT-EXIT.
           EXIT.

       NOTE-SAMPLE-LAB.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LAB-COUNT
                   IF WS-LB-ID(I) = SG-LAB-ID
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-LAB-COUNT < 200
              ADD 1 TO WS-LAB-COUNT
              MOVE SG-LAB-ID TO WS-LB-ID(WS-LAB-COUNT)
           ELSE
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO BILLING-EXCEPTION-LINE
              STRING WS-SAMPLE-ID DELIMITED BY SIZE
                 " LAB " DELIMITED BY SIZE
                 SG-LAB-ID DELIMITED BY SIZE
                 " PAST THE 200-LAB TABLE -- NOT INVOICED"
                 DELIMITED BY SIZE
                 INTO BILLING-EXCEPTION-LINE
              END-STRING
              WRITE BILLING-EXCEPTION-LINE
           END-IF
           .
       NOTE-SAMPLE-LAB-EXIT.
           EXIT.

      *    One invoice: heading, a line per sample with its charges,
      *    the fee summary at the lab's prices, and the ARINTF
      *    detail. A lab with no price is listed, not invoiced.
       INVOICE-ONE-LAB.
           MOVE 0 TO P
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-PRICE-COUNT OR P > 0
                   IF WS-PR-LAB(I) = WS-LB-ID(J)
                      MOVE I TO P
                   END-IF
           END-PERFORM
           IF P = 0
              MOVE 0 TO WS-INV-SAMPLES
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-SAMPLE-COUNT
                      IF WS-SM-LAB(I) = WS-LB-ID(J)
                         AND NOT SM-HELD(I)
                         ADD 1 TO WS-INV-SAMPLES
                      END-IF
              END-PERFORM
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE WS-INV-SAMPLES TO WS-COUNT-SHOW
              MOVE SPACES TO BILLING-EXCEPTION-LINE
              STRING WS-LB-ID(J) DELIMITED BY SIZE
                 " NO PRICE ON LABPRICE -- " DELIMITED BY SIZE
                 TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
                 " SAMPLE(S) NOT INVOICED" DELIMITED BY SIZE
                 INTO BILLING-EXCEPTION-LINE
              END-STRING
              WRITE BILLING-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INVOICE-SEQ
           MOVE SPACES TO WS-INVOICE-NO
           STRING "LB" DELIMITED BY SIZE
              WS-PERIOD DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-INVOICE-SEQ DELIMITED BY SIZE
              INTO WS-INVOICE-NO
           END-STRING
           MOVE 0 TO WS-INV-SAMPLES WS-INV-RERUNS WS-INV-RUSHED
              WS-INV-CREDITED WS-INV-GROSS WS-INV-CREDIT
           MOVE SPACES TO INVOICE-LINE
           STRING "INVOICE " DELIMITED BY SIZE
              WS-INVOICE-NO DELIMITED BY SIZE
              "   LAB " DELIMITED BY SIZE
              WS-LB-ID(J) DELIMITED BY SIZE
              "   BILLING MONTH " DELIMITED BY SIZE
              WS-PERIOD(1:4) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-PERIOD(5:2) DELIMITED BY SIZE
              "   DATED " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO INVOICE-LINE
           END-STRING
           WRITE INVOICE-LINE
           MOVE "SAMPLE     RUNS    SAMPLE FEE    RE-RUNS       RUSH"
              TO INVOICE-LINE
           MOVE "  QC CREDIT          NET" TO INVOICE-LINE(52:)
           WRITE INVOICE-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SAMPLE-COUNT
                   IF WS-SM-LAB(I) = WS-LB-ID(J)
                      AND NOT SM-HELD(I)
                      PERFORM WRITE-SAMPLE-LINE
                   END-IF
           END-PERFORM
           COMPUTE WS-INV-NET = WS-INV-GROSS - WS-INV-CREDIT

           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE WS-INV-SAMPLES TO WS-COUNT-SHOW
           MOVE WS-PR-SAMPLE-FEE(P) TO WS-PRICE-SHOW
           COMPUTE WS-SUMMARY-AMOUNT =
              WS-INV-SAMPLES * WS-PR-SAMPLE-FEE(P)
           MOVE "SAMPLES" TO WS-PARSE-LEAD
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-INV-RERUNS TO WS-COUNT-SHOW
           MOVE WS-PR-RERUN-FEE(P) TO WS-PRICE-SHOW
           COMPUTE WS-SUMMARY-AMOUNT =
              WS-INV-RERUNS * WS-PR-RERUN-FEE(P)
           MOVE "RE-RUNS" TO WS-PARSE-LEAD
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-INV-RUSHED TO WS-COUNT-SHOW
           MOVE WS-PR-RUSH(P) TO WS-PRICE-SHOW
           COMPUTE WS-SUMMARY-AMOUNT =
              WS-INV-RUSHED * WS-PR-RUSH(P)
           MOVE "RUSH SURCHARGES" TO WS-PARSE-LEAD
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-INV-CREDITED TO WS-COUNT-SHOW
           MOVE WS-PR-CREDIT(P) TO WS-PRICE-SHOW
           MOVE WS-INV-CREDIT TO WS-SUMMARY-AMOUNT
           MOVE "QC-FAILURE CREDITS" TO WS-PARSE-LEAD
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-INV-NET TO WS-TOTAL-SHOW
           MOVE SPACES TO INVOICE-LINE
           STRING "INVOICE TOTAL" DELIMITED BY SIZE
              INTO INVOICE-LINE
           END-STRING
           MOVE WS-TOTAL-SHOW TO INVOICE-LINE(50:15)
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE

           MOVE SPACES TO AR-DETAIL-RECORD
           MOVE "AD" TO AR-D-TYPE
           MOVE WS-INVOICE-NO TO AR-D-INVOICE-NO
           MOVE WS-LB-ID(J) TO AR-D-LAB-ID
           MOVE BD-BUSINESS-DATE TO AR-D-INVOICE-DATE
           MOVE WS-INV-GROSS TO AR-D-GROSS
           MOVE WS-INV-CREDIT TO AR-D-CREDIT
           MOVE WS-INV-NET TO AR-D-NET
           MOVE AR-DETAIL-RECORD TO AR-INTERFACE-RECORD
           WRITE AR-INTERFACE-RECORD
           ADD 1 TO WS-AR-RECORDS
           ADD WS-INV-GROSS TO WS-AR-GROSS-TOTAL
           ADD WS-INV-CREDIT TO WS-AR-CREDIT-TOTAL
           ADD WS-INV-NET TO WS-AR-NET-TOTAL
           .
       INVOICE-ONE-LAB-EXIT.
           EXIT.

      *    The sample fee once, the re-run fee for every run after
      *    the first, the surcharge if rushed, less the credit if it
      *    failed our QC.
       WRITE-SAMPLE-LINE.
           ADD 1 TO WS-INV-SAMPLES
           COMPUTE WS-LINE-RERUNS = WS-SM-RUNS(I) - 1
           COMPUTE WS-LINE-RERUN =
              WS-LINE-RERUNS * WS-PR-RERUN-FEE(P)
           ADD WS-LINE-RERUNS TO WS-INV-RERUNS
           MOVE 0 TO WS-LINE-RUSH
           IF SM-RUSHED(I)
              MOVE WS-PR-RUSH(P) TO WS-LINE-RUSH
              ADD 1 TO WS-INV-RUSHED
           END-IF
           MOVE 0 TO WS-LINE-CREDIT
           IF SM-QC-FAILED(I)
              MOVE WS-PR-CREDIT(P) TO WS-LINE-CREDIT
              ADD 1 TO WS-INV-CREDITED
           END-IF
           COMPUTE WS-LINE-NET = WS-PR-SAMPLE-FEE(P) + WS-LINE-RERUN
              + WS-LINE-RUSH - WS-LINE-CREDIT
           COMPUTE WS-INV-GROSS = WS-INV-GROSS + WS-PR-SAMPLE-FEE(P)
              + WS-LINE-RERUN + WS-LINE-RUSH
           ADD WS-LINE-CREDIT TO WS-INV-CREDIT
           MOVE WS-SM-RUNS(I) TO WS-RUNS-SHOW
           MOVE WS-PR-SAMPLE-FEE(P) TO WS-FEE-SHOW
           MOVE WS-LINE-RERUN TO WS-RERUN-SHOW
           MOVE WS-LINE-RUSH TO WS-RUSH-SHOW
           COMPUTE WS-CREDIT-SHOW = 0 - WS-LINE-CREDIT
           MOVE WS-LINE-NET TO WS-NET-SHOW
           MOVE SPACES TO INVOICE-LINE
           STRING WS-SM-ID(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RUNS-SHOW DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-FEE-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-RERUN-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-RUSH-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-CREDIT-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-NET-SHOW DELIMITED BY SIZE
              INTO INVOICE-LINE
           END-STRING
           WRITE INVOICE-LINE
           .
       WRITE-SAMPLE-LINE-EXIT.
           EXIT.

      *    Fee summary line: what, how many, at what price, total.
      *    The caller names the fee in WS-PARSE-LEAD.
       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-AMOUNT TO WS-TOTAL-SHOW
           MOVE SPACES TO INVOICE-LINE
           STRING WS-PARSE-LEAD(1:20) DELIMITED BY SIZE
              TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " AT " DELIMITED BY SIZE
              TRIM(WS-PRICE-SHOW) DELIMITED BY SIZE
              INTO INVOICE-LINE
           END-STRING
           MOVE WS-TOTAL-SHOW TO INVOICE-LINE(50:15)
           WRITE INVOICE-LINE
           .
       WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *    Samples SPECREG does not know cannot be billed to anyone.
       LIST-UNREGISTERED-SAMPLES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SAMPLE-COUNT
                   IF WS-SM-LAB(I) = SPACES
                      ADD 1 TO WS-EXCEPTION-COUNT
                      MOVE SPACES TO BILLING-EXCEPTION-LINE
                      STRING WS-SM-ID(I) DELIMITED BY SIZE
                         " NOT ON SPECREG -- NOT INVOICED"
                         DELIMITED BY SIZE
                         INTO BILLING-EXCEPTION-LINE
                      END-STRING
                      WRITE BILLING-EXCEPTION-LINE
                   END-IF
           END-PERFORM
           .
       LIST-UNREGISTERED-SAMPLES-EXIT.
           EXIT.

      *    Samples on hold as suspected swaps, to be billed by hand
      *    once released.
       LIST-HELD-SAMPLES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SAMPLE-COUNT
                   IF WS-SM-LAB(I) NOT = SPACES AND SM-HELD(I)
                      ADD 1 TO WS-EXCEPTION-COUNT
                      MOVE SPACES TO BILLING-EXCEPTION-LINE
                      STRING WS-SM-ID(I) DELIMITED BY SIZE
                         " LAB " DELIMITED BY SIZE
                         WS-SM-LAB(I) DELIMITED BY SIZE
                         " HELD ON SAMPHOLD AS A SUSPECTED SWAP"
                         DELIMITED BY SIZE
                         " -- NOT INVOICED, BILL AFTER RELEASE"
                         DELIMITED BY SIZE
                         INTO BILLING-EXCEPTION-LINE
                      END-STRING
                      WRITE BILLING-EXCEPTION-LINE
                   END-IF
           END-PERFORM
           .
       LIST-HELD-SAMPLES-EXIT.
           EXIT.

       WRITE-AR-HEADER.
           MOVE SPACES TO AR-HEADER-RECORD
           MOVE "AH" TO AR-H-TYPE
           MOVE WS-PERIOD TO AR-H-PERIOD
           MOVE BD-BUSINESS-DATE TO AR-H-CREATED-DATE
           MOVE "LABBILLING" TO AR-H-SOURCE
           MOVE AR-HEADER-RECORD TO AR-INTERFACE-RECORD
           WRITE AR-INTERFACE-RECORD
           MOVE 1 TO WS-AR-RECORDS
           .
       WRITE-AR-HEADER-EXIT.
           EXIT.

       WRITE-AR-TRAILER.
           ADD 1 TO WS-AR-RECORDS
           MOVE SPACES TO AR-TRAILER-RECORD
           MOVE "AT" TO AR-T-TYPE
           MOVE WS-INVOICE-SEQ TO AR-T-DETAIL-COUNT
           MOVE WS-AR-GROSS-TOTAL TO AR-T-GROSS-TOTAL
           MOVE WS-AR-CREDIT-TOTAL TO AR-T-CREDIT-TOTAL
           MOVE WS-AR-NET-TOTAL TO AR-T-NET-TOTAL
           MOVE WS-AR-RECORDS TO AR-T-RECORD-COUNT
           MOVE AR-TRAILER-RECORD TO AR-INTERFACE-RECORD
           WRITE AR-INTERFACE-RECORD
           .
       WRITE-AR-TRAILER-EXIT.
           EXIT.

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
