               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPTION-REPORT ASSIGN TO "RNATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The six reading frames of each sequence, transcribed, for
      *    the pipeline's open-reading-frame scan -- see orf-scan.cpy.
           SELECT RNA-FRAME-FILE ASSIGN TO "RNAFRAME"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared batch-metrics file -- see metrics.cpy.
           SELECT OPTIONAL METRICS-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 RS-SEQUENCE          PIC X(64).
       FD  TRANSCRIPTION-REPORT.
       01  TRANSCRIPTION-REPORT-LINE  PIC X(120).
       FD  RNA-FRAME-FILE.
       01  RNA-FRAME-RECORD       PIC X(82).
       FD  METRICS-FILE.
       01  METRICS-RECORD         PIC X(69).
       FD  BUSINESS-DATE-FILE.
       01 WS-SEQ-COUNT      PIC 9(6)  VALUE 0.
       01 WS-BAD-SEQ-COUNT  PIC 9(6)  VALUE 0.

      *    Six-frame support for the open-reading-frame scan.
       01 WS-FORWARD-RNA    PIC X(64).
       01 WS-REVERSE-DNA    PIC X(64).
       01 WS-FRAME-LEN      PIC 99.
       01 WS-FRAME-SHIFT    PIC 9.
       01 WS-FRAME-NUMBER   PIC 9.
       01 WS-FRAME-COUNT    PIC 9(6)  VALUE 0.

      *    Shared open-reading-frame layouts.
       COPY "orf-scan.cpy".
      *    Shared batch-metrics record layout.
       COPY "metrics.cpy".
      *    Shared processing-date fields.
       TRANSCRIBE-ONE-SEQUENCE-EXIT.
           EXIT.

      *    Writes the six reading frames of every DNA sequence to
      *    RNA-FRAME-FILE for the pipeline's open-reading-frame scan:
      *    the sequence as given from base 1, 2 and 3, then its
      *    reverse complement from base 1, 2 and 3, each transcribed
      *    through TRANSCRIBE-DNA as the lab used to do by hand. A
      *    sequence with a bad base gets the one failure line.
      *    Reachable as its own entry point for the pipeline driver.
       ENTRY "RNA-TRANSCRIPTION-FRAMES".
       RNA-TRANSCRIPTION-FRAMES.
           MOVE 0 TO WS-SEQ-COUNT
           MOVE 0 TO WS-BAD-SEQ-COUNT
           MOVE 0 TO WS-FRAME-COUNT
           SET SEQ-EOF TO FALSE
           OPEN INPUT DNA-SEQUENCE-FILE
           OPEN OUTPUT RNA-FRAME-FILE
           PERFORM UNTIL SEQ-EOF
                   READ DNA-SEQUENCE-FILE
                      AT END
                         SET SEQ-EOF TO TRUE
                      NOT AT END
                         IF DS-SEQUENCE NOT = SPACES
                            PERFORM FRAME-ONE-SEQUENCE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DNA-SEQUENCE-FILE
           CLOSE RNA-FRAME-FILE
           DISPLAY "RNA-TRANSCRIPTION FRAMES: " WS-SEQ-COUNT
              " SEQUENCES, " WS-FRAME-COUNT " FRAMES, "
              WS-BAD-SEQ-COUNT " FAILED"
           IF WS-SEQ-COUNT = 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       RNA-TRANSCRIPTION-FRAMES-EXIT.
           EXIT.

       FRAME-ONE-SEQUENCE.
           ADD 1 TO WS-SEQ-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DS-SEQUENCE TRAILING))
              TO WS-FRAME-LEN
           MOVE SPACES TO RF-FRAME-RECORD
           MOVE DS-SAMPLE-ID TO RF-SAMPLE-ID
           MOVE WS-FRAME-LEN TO RF-SEQ-LEN
           MOVE DS-SEQUENCE TO WS-COMPLEMENT
           PERFORM TRANSCRIBE-DNA
           IF WS-ERROR NOT = SPACES
              ADD 1 TO WS-BAD-SEQ-COUNT
              STRING "FAILED: " DELIMITED BY SIZE
                 WS-ERROR DELIMITED BY SIZE
                 INTO RF-TRANSCRIPT
              END-STRING
              MOVE RF-FRAME-RECORD TO RNA-FRAME-RECORD
              WRITE RNA-FRAME-RECORD
              EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPLEMENT TO WS-FORWARD-RNA
           MOVE SPACES TO WS-REVERSE-DNA
           MOVE FUNCTION REVERSE(DS-SEQUENCE(1:WS-FRAME-LEN))
              TO WS-REVERSE-DNA
           INSPECT WS-REVERSE-DNA CONVERTING "ACGT" TO "TGCA"
           MOVE WS-REVERSE-DNA TO WS-COMPLEMENT
           PERFORM TRANSCRIBE-DNA
           PERFORM VARYING WS-FRAME-SHIFT FROM 0 BY 1
              UNTIL WS-FRAME-SHIFT > 2
                   MOVE SPACES TO RF-TRANSCRIPT
                   COMPUTE WS-FRAME-NUMBER = WS-FRAME-SHIFT + 1
                   MOVE "+" TO RF-FRAME(1:1)
                   MOVE WS-FRAME-NUMBER TO RF-FRAME(2:1)
                   MOVE WS-FORWARD-RNA(WS-FRAME-SHIFT + 1:)
                      TO RF-TRANSCRIPT
                   MOVE RF-FRAME-RECORD TO RNA-FRAME-RECORD
                   WRITE RNA-FRAME-RECORD
                   ADD 1 TO WS-FRAME-COUNT
           END-PERFORM
           PERFORM VARYING WS-FRAME-SHIFT FROM 0 BY 1
              UNTIL WS-FRAME-SHIFT > 2
                   MOVE SPACES TO RF-TRANSCRIPT
                   COMPUTE WS-FRAME-NUMBER = WS-FRAME-SHIFT + 1
                   MOVE "-" TO RF-FRAME(1:1)
                   MOVE WS-FRAME-NUMBER TO RF-FRAME(2:1)
                   MOVE WS-COMPLEMENT(WS-FRAME-SHIFT + 1:)
                      TO RF-TRANSCRIPT
                   MOVE RF-FRAME-RECORD TO RNA-FRAME-RECORD
                   WRITE RNA-FRAME-RECORD
                   ADD 1 TO WS-FRAME-COUNT
           END-PERFORM
           .
       FRAME-ONE-SEQUENCE-EXIT.
           EXIT.

      *    Appends this run's metrics record for the weekly
      *    throughput trend and the batch-window forecast -- see
      *    metrics.cpy.
