      * Shared open-reading-frame scan layouts. The pipeline read each
      * sequence only in the frame it was given, starting at base 1,
      * and the lab re-ran samples by hand shifted one or two bases
      * and reverse-complemented to find the coding region.
      *
      * RNAFRAME: RNA-TRANSCRIPTION-FRAMES writes six lines per DNASEQIN
      * sequence -- frames +1 +2 +3, the sequence from base 1, 2 and
      * 3, then -1 -2 -3, its reverse complement from base 1, 2 and 3
      * -- each transcribed through TRANSCRIBE-DNA. RF-SEQ-LEN is the
      * DNA length, for mapping frame positions back onto the
      * sequence. A sequence that fails transcription gets one line
      * with RF-FRAME blank and the failure in RF-TRANSCRIPT.
       01 RF-FRAME-RECORD.
          05 RF-SAMPLE-ID        PIC X(10).
          05 FILLER              PIC X.
          05 RF-FRAME            PIC X(2).
             88 RF-TRANSCRIPTION-FAILED  VALUE SPACES.
             88 RF-REVERSE-FRAME         VALUE "-1" "-2" "-3".
          05 FILLER              PIC X.
          05 RF-SEQ-LEN          PIC 9(3).
          05 FILLER              PIC X.
          05 RF-TRANSCRIPT       PIC X(64).
      * ORFSCAN and ORFLONG: one line per open reading frame, an AUG
      * through the first in-frame stop codon, as SCAN-OPEN-READING-
      * FRAMES finds them. OR-START and OR-STOP are base positions on
      * the DNA sequence as submitted -- the first base of the AUG
      * and the last of the stop codon, so on a reverse frame the
      * start is the higher. OR-CODONS counts the amino acids, stop
      * codon excluded; OR-PROTEIN is the chain as PROTEOUT spells
      * it, or the FAILED line when a codon would not translate. A
      * sample that failed transcription carries OR-FRAME blank and
      * the failure in OR-PROTEIN. ORFLONG, written by the pipeline,
      * holds the longest reading frame per sample at or over the
      * minimum length.
       01 OR-ORF-RECORD.
          05 OR-SAMPLE-ID        PIC X(10).
          05 FILLER              PIC X.
          05 OR-FRAME            PIC X(2).
          05 FILLER              PIC X.
          05 OR-START            PIC 9(3).
          05 FILLER              PIC X.
          05 OR-STOP             PIC 9(3).
          05 FILLER              PIC X.
          05 OR-CODONS           PIC 9(3).
          05 FILLER              PIC X.
          05 OR-TRANSCRIPT       PIC X(64).
          05 FILLER              PIC X.
          05 OR-PROTEIN          PIC X(320).
