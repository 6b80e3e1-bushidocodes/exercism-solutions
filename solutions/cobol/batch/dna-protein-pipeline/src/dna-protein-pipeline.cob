      *    sharply is flagged as possible contamination. That
      *    analysis used to be done off-site and came back a week
      *    later.
      *
      *    ENTRY DNA-PROTEIN-ORF-SCAN is the open-reading-frame scan.
      *    The run above reads each sequence only in the frame it is
      *    given, so the lab used to re-key samples shifted one or
      *    two bases and reverse-complemented to find the coding
      *    region. The scan has RNA-TRANSCRIPTION-FRAMES transcribe
      *    all three forward and all three reverse-complement frames
      *    and SCAN-OPEN-READING-FRAMES translate them, then lists
      *    every reading frame of at least the PARMMST MINCODONS
      *    length (default 5) to ORFRPT with its frame, start and
      *    stop, and writes the longest per sample to ORFLONG for
      *    downstream use -- see orf-scan.cpy. A sample
      *    HAMMING-SWAP-CHECK holds on SAMPHOLD as a suspected swap
      *    is scanned and reported but kept off ORFLONG until the
      *    lab releases it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CODON-USAGE-REPORT ASSIGN TO "CODONRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Open-reading-frame scan files -- see orf-scan.cpy.
           SELECT OPTIONAL RNA-FRAME-FILE ASSIGN TO "RNAFRAME"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ORF-SCAN-FILE ASSIGN TO "ORFSCAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORF-REPORT ASSIGN TO "ORFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORF-LONGEST-FILE ASSIGN TO "ORFLONG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Sample hold register -- see sample-swap.cpy.
           SELECT OPTIONAL SAMPLE-HOLD-FILE ASSIGN TO "SAMPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  RNA-SEQUENCE-RECORD        PIC X(512).
       FD  CODON-USAGE-REPORT.
       01  CODON-USAGE-LINE           PIC X(80).
       FD  RNA-FRAME-FILE.
       01  RNA-FRAME-RECORD           PIC X(82).
       FD  ORF-SCAN-FILE.
       01  ORF-SCAN-RECORD            PIC X(411).
       FD  ORF-REPORT.
       01  ORF-REPORT-LINE            PIC X(360).
       FD  ORF-LONGEST-FILE.
       01  ORF-LONGEST-RECORD         PIC X(411).
       FD  SAMPLE-HOLD-FILE.
       01  SAMPLE-HOLD-RECORD         PIC X(62).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD        PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RPT-EOF-FLAG     PIC 9     VALUE 0.
       77 B2                  PIC 9.
       77 B3                  PIC 9.

      *    Open-reading-frame scan. RNAFRAME drives the sample list
      *    -- a sample with no reading frame at all has nothing on
      *    ORFSCAN -- and ORFSCAN is matched against it in the same
      *    order.
       01 WS-FRAME-EOF-FLAG   PIC 9     VALUE 0.
          88 FRAME-EOF                  VALUE 1 FALSE 0.
       01 WS-ORF-EOF-FLAG     PIC 9     VALUE 0.
          88 ORF-EOF                    VALUE 1 FALSE 0.
       01 WS-SAMPLE-OPEN-FLAG PIC 9     VALUE 0.
          88 SAMPLE-OPEN                VALUE 1 FALSE 0.
       01 WS-SAMPLE-FAIL-FLAG PIC 9     VALUE 0.
          88 SAMPLE-FAILED              VALUE 1 FALSE 0.
       01 WS-ORF-SAMPLE-ID    PIC X(10).
       01 WS-BEST-ORF         PIC X(411).
       01 WS-BEST-CODONS      PIC 9(3).
       01 WS-SAMPLE-ORFS      PIC 9(4).
       01 WS-MIN-CODONS       PIC 9(3)  VALUE 5.
       01 WS-ORF-SAMPLES      PIC 9(6)  VALUE 0.
       01 WS-ORF-REPORTED     PIC 9(6)  VALUE 0.
       01 WS-ORF-NONE         PIC 9(6)  VALUE 0.
       01 WS-ORF-FAILED       PIC 9(6)  VALUE 0.
       01 WS-ORF-LONGEST      PIC 9(6)  VALUE 0.
       01 WS-ORF-HELD         PIC 9(6)  VALUE 0.

      *    Samples on hold on SAMPHOLD.
       01 WS-HOLD-EOF-FLAG    PIC 9     VALUE 0.
          88 HOLD-EOF                   VALUE 1 FALSE 0.
       01 WS-HELD-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 HELD-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-SAMPLE-HELD-FLAG PIC 9     VALUE 0.
          88 SAMPLE-HELD                VALUE 1 FALSE 0.
       01 WS-HELD-COUNT       PIC 9(4)  VALUE 0.
       01 WS-HELD-TABLE.
          05 WS-HELD-SAMPLE   PIC X(10) OCCURS 1000.
       77 H                   PIC 9(4).

      *    Shared open-reading-frame layouts.
       COPY "orf-scan.cpy".
      *    Shared sample-swap layouts.
       COPY "sample-swap.cpy".
      *    Central parameter lookup.
       COPY "central-parm.cpy".
      *    Business date.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       DNA-PROTEIN-PIPELINE.
           SET TRANSCRIPTION-FAILED TO FALSE
           .
       JUDGE-ONE-TRANSCRIPT-EXIT.
           EXIT.

      *    The six-frame scan. The transcription and translation
      *    steps write RNAFRAME and ORFSCAN, so the normal run's
      *    RNASEQIN, RNATRPT and PROTEOUT are left alone.
       ENTRY "DNA-PROTEIN-ORF-SCAN".
       DNA-PROTEIN-ORF-SCAN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-ORF-PARMS
           PERFORM LOAD-HELD-SAMPLES
           IF HELD-OVERFLOW
              DISPLAY "DNA-PROTEIN-ORF-SCAN: more than 1000 samples"
                 " on hold on SAMPHOLD, scan skipped"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "DNA-PROTEIN-ORF-SCAN: starting six-frame "
              "transcription"
           MOVE 0 TO RETURN-CODE
           CALL "RNA-TRANSCRIPTION-FRAMES"
           IF RETURN-CODE NOT = 0
              DISPLAY "DNA-PROTEIN-ORF-SCAN: transcription failed,"
                 " scan skipped"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "DNA-PROTEIN-ORF-SCAN: scanning reading frames"
           CALL "SCAN-OPEN-READING-FRAMES"

           MOVE 0 TO WS-ORF-SAMPLES
           MOVE 0 TO WS-ORF-REPORTED
           MOVE 0 TO WS-ORF-NONE
           MOVE 0 TO WS-ORF-FAILED
           MOVE 0 TO WS-ORF-LONGEST
           MOVE 0 TO WS-ORF-HELD
           SET SAMPLE-OPEN TO FALSE
           SET FRAME-EOF TO FALSE
           SET ORF-EOF TO FALSE
           OPEN INPUT RNA-FRAME-FILE
           OPEN INPUT ORF-SCAN-FILE
           OPEN OUTPUT ORF-REPORT
           OPEN OUTPUT ORF-LONGEST-FILE
           MOVE SPACES TO ORF-REPORT-LINE
           STRING "OPEN READING FRAMES OF " DELIMITED BY SIZE
              WS-MIN-CODONS DELIMITED BY SIZE
              " CODONS OR MORE, BUSINESS DATE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO ORF-REPORT-LINE
           END-STRING
           WRITE ORF-REPORT-LINE
           PERFORM READ-NEXT-ORF
           PERFORM UNTIL FRAME-EOF
                   READ RNA-FRAME-FILE INTO RF-FRAME-RECORD
                      AT END
                         SET FRAME-EOF TO TRUE
                      NOT AT END
                         IF NOT SAMPLE-OPEN
                            OR RF-SAMPLE-ID NOT = WS-ORF-SAMPLE-ID
                            PERFORM FINISH-ORF-SAMPLE
                            PERFORM START-ORF-SAMPLE
                         END-IF
                   END-READ
           END-PERFORM
           PERFORM FINISH-ORF-SAMPLE
           MOVE SPACES TO ORF-REPORT-LINE
           STRING "SAMPLES=" DELIMITED BY SIZE
              WS-ORF-SAMPLES DELIMITED BY SIZE
              " READING FRAMES=" DELIMITED BY SIZE
              WS-ORF-REPORTED DELIMITED BY SIZE
              " NONE FOUND=" DELIMITED BY SIZE
              WS-ORF-NONE DELIMITED BY SIZE
              " TRANSCRIPTION FAILURES=" DELIMITED BY SIZE
              WS-ORF-FAILED DELIMITED BY SIZE
              " HELD=" DELIMITED BY SIZE
              WS-ORF-HELD DELIMITED BY SIZE
              INTO ORF-REPORT-LINE
           END-STRING
           WRITE ORF-REPORT-LINE
           CLOSE RNA-FRAME-FILE
           CLOSE ORF-SCAN-FILE
           CLOSE ORF-REPORT
           CLOSE ORF-LONGEST-FILE
           DISPLAY "DNA-PROTEIN-ORF-SCAN: " WS-ORF-SAMPLES
              " SAMPLES, " WS-ORF-REPORTED " READING FRAMES, "
              WS-ORF-LONGEST " LONGEST, " WS-ORF-FAILED " FAILED, "
              WS-ORF-HELD " HELD -- see ORFRPT"
           IF WS-ORF-FAILED > 0 OR WS-ORF-HELD > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST entry in force on the business date; an absent or
      *    unusable entry leaves the default.
       LOAD-ORF-PARMS.
           MOVE "DNA-PROTEIN-PIPE" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "MINCODONS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 999
                 COMPUTE WS-MIN-CODONS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-ORF-PARMS-EXIT.
           EXIT.

      *    Only holds still in force; a released sample goes out as
      *    usual.
       LOAD-HELD-SAMPLES.
           MOVE 0 TO WS-HELD-COUNT
           SET HELD-OVERFLOW TO FALSE
           SET HOLD-EOF TO FALSE
           OPEN INPUT SAMPLE-HOLD-FILE
           PERFORM UNTIL HOLD-EOF
                   READ SAMPLE-HOLD-FILE INTO SH-HOLD-RECORD
                      AT END
                         SET HOLD-EOF TO TRUE
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

       READ-NEXT-ORF.
           READ ORF-SCAN-FILE INTO OR-ORF-RECORD
              AT END
                 SET ORF-EOF TO TRUE
           END-READ
           .
       READ-NEXT-ORF-EXIT.
           EXIT.

      *    Takes every ORFSCAN line for the sample: each reading frame
      *    long enough goes on the report, and the longest that
      *    translated is kept -- on a tie, the first found.
       START-ORF-SAMPLE.
           SET SAMPLE-OPEN TO TRUE
           SET SAMPLE-FAILED TO FALSE
           MOVE RF-SAMPLE-ID TO WS-ORF-SAMPLE-ID
           MOVE SPACES TO WS-BEST-ORF
           MOVE 0 TO WS-BEST-CODONS
           MOVE 0 TO WS-SAMPLE-ORFS
           ADD 1 TO WS-ORF-SAMPLES
           PERFORM UNTIL ORF-EOF
              OR OR-SAMPLE-ID NOT = WS-ORF-SAMPLE-ID
                   PERFORM TAKE-ONE-ORF
                   PERFORM READ-NEXT-ORF
           END-PERFORM
           .
       START-ORF-SAMPLE-EXIT.
           EXIT.

       TAKE-ONE-ORF.
           MOVE SPACES TO ORF-REPORT-LINE
           IF OR-FRAME = SPACES
              SET SAMPLE-FAILED TO TRUE
              STRING OR-SAMPLE-ID DELIMITED BY SIZE
                 " TRANSCRIPTION " DELIMITED BY SIZE
                 TRIM(OR-PROTEIN) DELIMITED BY SIZE
                 INTO ORF-REPORT-LINE
              END-STRING
              WRITE ORF-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           IF OR-CODONS < WS-MIN-CODONS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SAMPLE-ORFS
           ADD 1 TO WS-ORF-REPORTED
           STRING OR-SAMPLE-ID DELIMITED BY SIZE
              " FRAME " DELIMITED BY SIZE
              OR-FRAME DELIMITED BY SIZE
              " START " DELIMITED BY SIZE
              OR-START DELIMITED BY SIZE
              " STOP " DELIMITED BY SIZE
              OR-STOP DELIMITED BY SIZE
              " CODONS " DELIMITED BY SIZE
              OR-CODONS DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRIM(OR-PROTEIN) DELIMITED BY SIZE
              INTO ORF-REPORT-LINE
           END-STRING
           WRITE ORF-REPORT-LINE
           IF OR-PROTEIN(1:7) NOT = "FAILED:"
              AND OR-CODONS > WS-BEST-CODONS
              MOVE OR-CODONS TO WS-BEST-CODONS
              MOVE OR-ORF-RECORD TO WS-BEST-ORF
           END-IF
           .
       TAKE-ONE-ORF-EXIT.
           EXIT.

       FINISH-ORF-SAMPLE.
           IF NOT SAMPLE-OPEN
              EXIT PARAGRAPH
           END-IF
           IF SAMPLE-FAILED
              ADD 1 TO WS-ORF-FAILED
              EXIT PARAGRAPH
           END-IF
           SET SAMPLE-HELD TO FALSE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HELD-COUNT
                   IF WS-HELD-SAMPLE(H) = WS-ORF-SAMPLE-ID
                      SET SAMPLE-HELD TO TRUE
                   END-IF
           END-PERFORM
           IF SAMPLE-HELD AND WS-BEST-CODONS > 0
              ADD 1 TO WS-ORF-HELD
              MOVE SPACES TO ORF-REPORT-LINE
              STRING WS-ORF-SAMPLE-ID DELIMITED BY SIZE
                 " HELD ON SAMPHOLD AS A SUSPECTED SWAP --"
                 DELIMITED BY SIZE
                 " LONGEST FRAME NOT RELEASED TO ORFLONG"
                 DELIMITED BY SIZE
                 INTO ORF-REPORT-LINE
              END-STRING
              WRITE ORF-REPORT-LINE
           END-IF
           IF WS-BEST-CODONS > 0 AND NOT SAMPLE-HELD
              ADD 1 TO WS-ORF-LONGEST
              MOVE WS-BEST-ORF TO ORF-LONGEST-RECORD
              WRITE ORF-LONGEST-RECORD
           END-IF
           IF WS-SAMPLE-ORFS = 0
              ADD 1 TO WS-ORF-NONE
              MOVE SPACES TO ORF-REPORT-LINE
              STRING WS-ORF-SAMPLE-ID DELIMITED BY SIZE
                 " NO OPEN READING FRAME OF " DELIMITED BY SIZE
                 WS-MIN-CODONS DELIMITED BY SIZE
                 " CODONS OR MORE" DELIMITED BY SIZE
                 INTO ORF-REPORT-LINE
              END-STRING
              WRITE ORF-REPORT-LINE
           END-IF
           .
       FINISH-ORF-SAMPLE-EXIT.
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
           DISPLAY "DNA-PROTEIN-PIPELINE: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.
