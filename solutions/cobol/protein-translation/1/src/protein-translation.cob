           SELECT PROTEIN-CHAIN-FILE ASSIGN TO "PROTEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-FILE-STATUS.
      *    Six-frame transcripts in, open reading frames out, for the
      *    pipeline's ORF scan -- see orf-scan.cpy.
           SELECT RNA-FRAME-FILE ASSIGN TO "RNAFRAME"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORF-SCAN-FILE ASSIGN TO "ORFSCAN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared batch-metrics file -- see metrics.cpy.
           SELECT OPTIONAL METRICS-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  RNA-SEQUENCE-RECORD   PIC X(4000).
       FD  PROTEIN-CHAIN-FILE.
       01  PROTEIN-CHAIN-RECORD  PIC X(8000).
       FD  RNA-FRAME-FILE.
       01  RNA-FRAME-RECORD      PIC X(82).
       FD  ORF-SCAN-FILE.
       01  ORF-SCAN-RECORD       PIC X(411).
       FD  METRICS-FILE.
       01  METRICS-RECORD        PIC X(69).
       FD  BUSINESS-DATE-FILE.
       01 WS-STREAM-FAIL-COUNT  PIC 9(6)  VALUE 0.
       01 WS-STREAM-READ-COUNT  PIC 9(6)  VALUE 0.

      * Open-reading-frame scan state: whether the scan is inside a
      * frame opened by an AUG, where it opened, and its length.
       01 WS-ORF-FLAG           PIC 9     VALUE 0.
          88 IN-OPEN-FRAME                VALUE 1 FALSE 0.
       01 WS-ORF-START-PTR      PIC 9(4).
       01 WS-ORF-CODONS         PIC 9(3).
       01 WS-ORF-COUNT          PIC 9(6)  VALUE 0.
       01 WS-FRAME-READ-COUNT   PIC 9(6)  VALUE 0.
       01 WS-FRAME-SHIFT        PIC 9.
       01 WS-MAP-POS            PIC 9(4).

      *    Shared open-reading-frame layouts.
       COPY "orf-scan.cpy".
      *    Shared batch-metrics record layout.
       COPY "metrics.cpy".
      *    Shared processing-date fields.
           END-EVALUATE
           .

      * Scans every frame on RNA-FRAME-FILE for open reading frames
      * -- an AUG through the first stop codon in the same frame --
      * and writes each one found to ORF-SCAN-FILE with its start
      * and stop positions on the submitted DNA and its chain,
      * translated codon by codon through APPEND-STREAM-CODON. An
      * AUG inside an open frame does not open another; a frame
      * still open at the end of the transcript has no stop and is
      * not a reading frame. Reachable as its own entry point.
       ENTRY "SCAN-OPEN-READING-FRAMES".
       SCAN-OPEN-READING-FRAMES.
           MOVE 0 TO WS-SEQ-EOF-FLAG
           MOVE 0 TO WS-ORF-COUNT
           MOVE 0 TO WS-FRAME-READ-COUNT
           OPEN INPUT RNA-FRAME-FILE
           OPEN OUTPUT ORF-SCAN-FILE
           PERFORM UNTIL SEQ-EOF
                   READ RNA-FRAME-FILE INTO RF-FRAME-RECORD
                      AT END
                         SET SEQ-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FRAME-READ-COUNT
                         PERFORM SCAN-ONE-FRAME
                   END-READ
           END-PERFORM
           CLOSE RNA-FRAME-FILE
           CLOSE ORF-SCAN-FILE
           DISPLAY "SCAN-OPEN-READING-FRAMES: " WS-FRAME-READ-COUNT
              " FRAMES, " WS-ORF-COUNT " OPEN READING FRAMES"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       SCAN-ONE-FRAME.
           IF RF-TRANSCRIPTION-FAILED
              MOVE SPACES TO OR-ORF-RECORD
              MOVE RF-SAMPLE-ID TO OR-SAMPLE-ID
              MOVE 0 TO OR-START OR-STOP OR-CODONS
              MOVE RF-TRANSCRIPT TO OR-PROTEIN
              MOVE OR-ORF-RECORD TO ORF-SCAN-RECORD
              WRITE ORF-SCAN-RECORD
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FRAME-SHIFT =
              FUNCTION NUMVAL(RF-FRAME(2:1)) - 1
           MOVE SPACES TO WS-TRANSCRIPT
           MOVE RF-TRANSCRIPT TO WS-TRANSCRIPT
           MOVE 0 TO WS-TRANSCRIPT-LEN
           IF RF-TRANSCRIPT NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(RF-TRANSCRIPT
                 TRAILING)) TO WS-TRANSCRIPT-LEN
           END-IF
           SET IN-OPEN-FRAME TO FALSE
           PERFORM VARYING WS-STREAM-PTR FROM 1 BY 3
              UNTIL WS-STREAM-PTR + 2 > WS-TRANSCRIPT-LEN
                   PERFORM SCAN-ONE-CODON
           END-PERFORM
           .
       SCAN-ONE-FRAME-EXIT.
           EXIT.

       SCAN-ONE-CODON.
           MOVE WS-TRANSCRIPT(WS-STREAM-PTR:3) TO WS-STREAM-CODON
           IF NOT IN-OPEN-FRAME
              IF WS-STREAM-CODON NOT = "AUG"
                 EXIT PARAGRAPH
              END-IF
              SET IN-OPEN-FRAME TO TRUE
              MOVE WS-STREAM-PTR TO WS-ORF-START-PTR
              MOVE 0 TO WS-ORF-CODONS
              INITIALIZE WS-CHAIN
              MOVE 1 TO WS-CHAIN-PTR
              INITIALIZE WS-ERROR
           END-IF
           EVALUATE WS-STREAM-CODON
           WHEN "UAA"
           WHEN "UAG"
           WHEN "UGA"
                PERFORM WRITE-ONE-ORF
                SET IN-OPEN-FRAME TO FALSE
           WHEN OTHER
                ADD 1 TO WS-ORF-CODONS
                IF WS-ERROR = SPACES
                   PERFORM APPEND-STREAM-CODON
                END-IF
           END-EVALUATE
           .
       SCAN-ONE-CODON-EXIT.
           EXIT.

      * Frame positions map back onto the DNA as submitted: past the
      * frame's shift on a forward frame, and counted back from the
      * end of the sequence on a reverse-complement frame.
       WRITE-ONE-ORF.
           ADD 1 TO WS-ORF-COUNT
           MOVE SPACES TO OR-ORF-RECORD
           MOVE RF-SAMPLE-ID TO OR-SAMPLE-ID
           MOVE RF-FRAME TO OR-FRAME
           MOVE WS-ORF-START-PTR TO WS-MAP-POS
           PERFORM MAP-FRAME-POSITION
           MOVE WS-MAP-POS TO OR-START
           COMPUTE WS-MAP-POS = WS-STREAM-PTR + 2
           PERFORM MAP-FRAME-POSITION
           MOVE WS-MAP-POS TO OR-STOP
           MOVE WS-ORF-CODONS TO OR-CODONS
           MOVE WS-TRANSCRIPT(WS-ORF-START-PTR:
              WS-STREAM-PTR + 3 - WS-ORF-START-PTR) TO OR-TRANSCRIPT
           IF WS-ERROR NOT = SPACES
              MOVE WS-FAIL-POSITION TO WS-MAP-POS
              PERFORM MAP-FRAME-POSITION
              MOVE WS-MAP-POS TO WS-FAIL-POSITION
              STRING "FAILED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ERROR) DELIMITED BY SIZE
                 " AT " DELIMITED BY SIZE
                 WS-FAIL-POSITION DELIMITED BY SIZE
                 INTO OR-PROTEIN
              END-STRING
           ELSE
              MOVE WS-CHAIN TO OR-PROTEIN
           END-IF
           MOVE OR-ORF-RECORD TO ORF-SCAN-RECORD
           WRITE ORF-SCAN-RECORD
           .
       WRITE-ONE-ORF-EXIT.
           EXIT.

       MAP-FRAME-POSITION.
           ADD WS-FRAME-SHIFT TO WS-MAP-POS
           IF RF-REVERSE-FRAME
              COMPUTE WS-MAP-POS = RF-SEQ-LEN - WS-MAP-POS + 1
           END-IF
           .
       MAP-FRAME-POSITION-EXIT.
           EXIT.

      *    Appends this run's metrics record for the weekly
      *    throughput trend and the batch-window forecast -- see
      *    metrics.cpy.
