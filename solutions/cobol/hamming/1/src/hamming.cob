               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-LIST-FILE ASSIGN TO "CORRREVW"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Sample-swap check: the lab's submissions name the sample
      *    behind each survivor; retained references, the hold
      *    register, the lab's releases and the suspect report --
      *    see sample-swap.cpy.
           SELECT OPTIONAL DNA-SUBMISSION-FILE ASSIGN TO "DNASEQIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAMPLE-REFERENCE-FILE ASSIGN TO "SAMPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-SAMPLE-ID
               FILE STATUS IS WS-SAMPREF-STATUS.
           SELECT OPTIONAL SAMPLE-HOLD-FILE ASSIGN TO "SAMPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SWAP-RELEASE-FILE ASSIGN TO "SWAPREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWAP-SUSPECT-REPORT ASSIGN TO "SWAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  REVIEW-LIST-LINE       PIC X(90).
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD  PIC X(38).
       FD  DNA-SUBMISSION-FILE.
       01  DNA-SUBMISSION-RECORD.
           02 DQ-SAMPLE-ID        PIC X(10).
           02 FILLER              PIC X.
           02 DQ-SEQUENCE         PIC X(64).
       FD  SAMPLE-REFERENCE-FILE.
       01  SAMPLE-REFERENCE-RECORD.
           02 RF-SAMPLE-ID        PIC X(10).
           02 FILLER              PIC X(138).
       FD  SAMPLE-HOLD-FILE.
       01  SAMPLE-HOLD-RECORD     PIC X(62).
       FD  SWAP-RELEASE-FILE.
       01  SWAP-RELEASE-RECORD    PIC X(31).
       FD  SWAP-SUSPECT-REPORT.
       01  SWAP-SUSPECT-LINE      PIC X(132).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).

       WORKING-STORAGE SECTION.
      * Widened from PIC X(32) -- sequencing QA runs full-length reads
       01 WS-INPUT-KEY        PIC 9(2)  VALUE 0.
       01 WS-OUTPUT-KEY       PIC 9(2)  VALUE 0.

      *    Sample-swap check: each survivor is named by the first
      *    unused DNASEQIN submission with the same sequence, then
      *    measured against its sample's retained reference. Over
      *    WS-SWAP-LIMIT mismatches -- or a length that differs --
      *    it is a swap suspect, and the closest other reference
      *    names the likely true owner.
       01 WS-SWAP-LIMIT       PIC 9(3)  VALUE 5.
       01 WS-SWAP-EOF-FLAG    PIC 9     VALUE 0.
          88 SWAP-EOF                   VALUE 1 FALSE 0.
       01 WS-LENGTH-DIFF-FLAG PIC 9     VALUE 0.
          88 LENGTH-DIFFERS             VALUE 1 FALSE 0.
       01 WS-HOLDS-CHANGED-FLAG PIC 9   VALUE 0.
          88 HOLDS-CHANGED              VALUE 1 FALSE 0.
      *    SAMPHOLD or the refused SWAPREL lines larger than their
      *    tables stop the step, as both are rewritten from the lines
      *    held. SAMPREF is read by key and never held whole.
       01 WS-SAMPREF-STATUS   PIC XX.
       01 WS-REF-FOUND-FLAG   PIC 9     VALUE 0.
          88 REF-FOUND                  VALUE 1 FALSE 0.
       01 WS-HOLD-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 HOLD-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-REL-OVERFLOW-FLAG  PIC 9   VALUE 0.
          88 REL-OVERFLOW               VALUE 1 FALSE 0.
       01 WS-SUB-COUNT        PIC 9(4)  VALUE 0.
       01 WS-SUB-TABLE.
          05 WS-SUB-ENTRY OCCURS 1000.
             10 WS-SUB-SAMPLE    PIC X(10).
             10 WS-SUB-SEQUENCE  PIC X(64).
             10 WS-SUB-USED      PIC X.
       01 WS-HOLD-COUNT       PIC 9(4)  VALUE 0.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-LINE     PIC X(62) OCCURS 1000.
       01 WS-REL-COUNT        PIC 9(4)  VALUE 0.
       01 WS-REL-TABLE.
          05 WS-REL-LINE      PIC X(31) OCCURS 1000.
       01 WS-REL-REASON       PIC X(30).
       01 WS-SWAP-STRAND      PIC X(500).
       01 WS-SWAP-LEN         PIC 9(3).
       77 WS-SWAP-PTR         PIC 9(3).
       01 WS-SWAP-SAMPLE      PIC X(10).
       01 WS-OWN-DIST         PIC 9(3).
       01 WS-OWNER-SAMPLE     PIC X(10).
       01 WS-OWNER-DIST       PIC 9(3).
       01 WS-HOLD-SAMPLE      PIC X(10).
       01 WS-HOLD-PAIRED      PIC X(10).
       01 WS-SWAP-SUSPECT-COUNT  PIC 9(6)  VALUE 0.
       01 WS-SWAP-MATCH-COUNT    PIC 9(6)  VALUE 0.
       01 WS-SWAP-NEW-REF-COUNT  PIC 9(6)  VALUE 0.
       01 WS-SWAP-NO-ID-COUNT    PIC 9(6)  VALUE 0.
       01 WS-HOLD-ADDED-COUNT    PIC 9(6)  VALUE 0.
       01 WS-RELEASED-COUNT      PIC 9(6)  VALUE 0.
       01 WS-REL-REFUSED-COUNT   PIC 9(6)  VALUE 0.
       77 SW-I                PIC 9(4).
      *    The night's survivors, checked and decrypted as in
      *    all-pairs mode but held apart from its 100-strand matrix
      *    table: every survivor is checked or none, so a NUCSURV
      *    past the table -- as many as DNASEQIN submissions held --
      *    stops the step.
       01 WS-SWAP-SURV-COUNT  PIC 9(4)  VALUE 0.
       01 WS-SWAP-SURV-TABLE.
          05 WS-SWAP-SURV-STRAND PIC X(500) OCCURS 1000.
       77 SW-S                PIC 9(4).
       77 SW-K                PIC 9(4).
       77 SW-R                PIC 9(4).

      *    Shared sample-swap layouts.
       COPY "sample-swap.cpy".
      *    Central parameter lookup.
       COPY "central-parm.cpy".

       PROCEDURE DIVISION.
      *    Top-level entry point. HAMMING-BATCH also needs this
      *    comparison logic internally for each strand pair, so the
       BUILD-POSITION-DETAIL-EXIT.
           EXIT.

      *    Sample-swap check: every NUCSURV survivor (checked and
      *    decrypted as in all-pairs mode) against the retained
      *    reference for its sample. A sample sequenced for the
      *    first time has its sequence retained as the reference;
      *    one too far from its reference goes on SWAPRPT with the
      *    likely true owner, and both samples are held on SAMPHOLD
      *    until the lab releases them. More than 1000 survivors
      *    on NUCSURV stops the step with RETURN-CODE 8, nothing
      *    checked. Reachable as its own entry point.
       ENTRY "HAMMING-SWAP-CHECK".
       HAMMING-SWAP-CHECK.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-SWAP-PARMS
           PERFORM LOAD-SWAP-SURVIVORS
           IF WS-IC-ERROR NOT = SPACES
              DISPLAY "HAMMING SWAP-CHECK: " WS-IC-ERROR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-DNA-SUBMISSIONS
           PERFORM LOAD-SAMPLE-HOLDS
           IF HOLD-OVERFLOW
              DISPLAY "HAMMING SWAP-CHECK: more than 1000 lines on"
                 " SAMPHOLD, nothing checked"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 0 TO WS-SWAP-SUSPECT-COUNT
           MOVE 0 TO WS-SWAP-MATCH-COUNT
           MOVE 0 TO WS-SWAP-NEW-REF-COUNT
           MOVE 0 TO WS-SWAP-NO-ID-COUNT
           MOVE 0 TO WS-HOLD-ADDED-COUNT
           SET HOLDS-CHANGED TO FALSE

           OPEN I-O SAMPLE-REFERENCE-FILE
           IF WS-SAMPREF-STATUS NOT = "00" AND NOT = "05"
              DISPLAY "HAMMING SWAP-CHECK: SAMPREF unavailable, status "
                 WS-SAMPREF-STATUS ", nothing checked"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SWAP-SUSPECT-REPORT
           MOVE SPACES TO SWAP-SUSPECT-LINE
           STRING "SAMPLE SWAP SUSPECTS, BUSINESS DATE "
              DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              ", DISTANCE LIMIT " DELIMITED BY SIZE
              WS-SWAP-LIMIT DELIMITED BY SIZE
              INTO SWAP-SUSPECT-LINE
           END-STRING
           WRITE SWAP-SUSPECT-LINE
           PERFORM VARYING SW-S FROM 1 BY 1
              UNTIL SW-S > WS-SWAP-SURV-COUNT
                   PERFORM SWAP-CHECK-ONE-SURVIVOR
           END-PERFORM
           MOVE SPACES TO SWAP-SUSPECT-LINE
           STRING "SURVIVORS=" DELIMITED BY SIZE
              WS-SWAP-SURV-COUNT DELIMITED BY SIZE
              " MATCHED=" DELIMITED BY SIZE
              WS-SWAP-MATCH-COUNT DELIMITED BY SIZE
              " NEW REFERENCES=" DELIMITED BY SIZE
              WS-SWAP-NEW-REF-COUNT DELIMITED BY SIZE
              " SUSPECTS=" DELIMITED BY SIZE
              WS-SWAP-SUSPECT-COUNT DELIMITED BY SIZE
              " NO SAMPLE ID=" DELIMITED BY SIZE
              WS-SWAP-NO-ID-COUNT DELIMITED BY SIZE
              " HELD=" DELIMITED BY SIZE
              WS-HOLD-ADDED-COUNT DELIMITED BY SIZE
              INTO SWAP-SUSPECT-LINE
           END-STRING
           WRITE SWAP-SUSPECT-LINE
           CLOSE SAMPLE-REFERENCE-FILE
           CLOSE SWAP-SUSPECT-REPORT
           IF HOLDS-CHANGED
              PERFORM SAVE-SAMPLE-HOLDS
           END-IF

           DISPLAY "HAMMING SWAP-CHECK: " WS-SWAP-SURV-COUNT
              " SURVIVORS, " WS-SWAP-SUSPECT-COUNT " SUSPECTS, "
              WS-HOLD-ADDED-COUNT " SAMPLES HELD -- see SWAPRPT"
           IF WS-SWAP-SUSPECT-COUNT > 0 OR WS-SWAP-NO-ID-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       HAMMING-SWAP-CHECK-EXIT.
           EXIT.

      *    NUCSURV read through as LOAD-ALL-SURVIVORS reads it, into
      *    the swap check's own table.
       LOAD-SWAP-SURVIVORS.
           MOVE 0 TO WS-SWAP-SURV-COUNT
           MOVE 0 TO WS-HAM-STRAND-COUNT
           SET HAMMING-EOF TO FALSE
           SET HAM-TRAILER-SEEN TO FALSE
           INITIALIZE WS-IC-ERROR
           OPEN INPUT HAMMING-INPUT-FILE
           PERFORM VERIFY-INPUT-HEADER
           PERFORM LOAD-HANDOFF-KEY
           PERFORM UNTIL HAMMING-EOF OR HAM-TRAILER-SEEN
              OR WS-IC-ERROR NOT = SPACES
                   READ HAMMING-INPUT-FILE INTO WS-DNA-1
                      AT END
                         SET HAMMING-EOF TO TRUE
                         MOVE "TRAILER MISSING ON NUCSURV"
                            TO WS-IC-ERROR
                      NOT AT END
                         IF WS-DNA-1(1:3) = "TRL"
                            MOVE WS-DNA-1 TO WS-DNA-2
                            PERFORM VERIFY-INPUT-TRAILER
                         ELSE
                            ADD 1 TO WS-HAM-STRAND-COUNT
                            PERFORM DECRYPT-FIRST-STRAND
                            IF WS-SWAP-SURV-COUNT < 1000
                               ADD 1 TO WS-SWAP-SURV-COUNT
                               MOVE WS-DNA-1 TO WS-SWAP-SURV-STRAND
                                  (WS-SWAP-SURV-COUNT)
                            ELSE
                               MOVE
                                 "MORE THAN 1000 SURVIVORS ON NUCSURV"
                                  TO WS-IC-ERROR
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE HAMMING-INPUT-FILE
           .
       LOAD-SWAP-SURVIVORS-EXIT.
           EXIT.

      *    PARMMST entry in force on the business date; an absent or
      *    unusable entry leaves the default.
       LOAD-SWAP-PARMS.
           MOVE "HAMMING" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "SWAPDIST" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND
              AND FUNCTION TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF FUNCTION NUMVAL(PP-FOUND-VALUE) >= 0
                 AND FUNCTION NUMVAL(PP-FOUND-VALUE) <= 500
                 COMPUTE WS-SWAP-LIMIT =
                    FUNCTION NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-SWAP-PARMS-EXIT.
           EXIT.

       SWAP-CHECK-ONE-SURVIVOR.
           MOVE WS-SWAP-SURV-STRAND(SW-S) TO WS-SWAP-STRAND
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SWAP-STRAND))
              TO WS-SWAP-LEN
           PERFORM FIND-SURVIVOR-SAMPLE
           IF WS-SWAP-SAMPLE = SPACES
              ADD 1 TO WS-SWAP-NO-ID-COUNT
              MOVE SPACES TO SWAP-SUSPECT-LINE
              STRING "SURVIVOR " DELIMITED BY SIZE
                 SW-S DELIMITED BY SIZE
                 " NOT ON DNASEQIN -- NO SAMPLE ID, NOT CHECKED"
                 DELIMITED BY SIZE
                 INTO SWAP-SUSPECT-LINE
              END-STRING
              WRITE SWAP-SUSPECT-LINE
              EXIT PARAGRAPH
           END-IF
           SET REF-FOUND TO TRUE
           MOVE WS-SWAP-SAMPLE TO RF-SAMPLE-ID
           READ SAMPLE-REFERENCE-FILE INTO SR-REFERENCE-RECORD
              KEY IS RF-SAMPLE-ID
              INVALID KEY
                 SET REF-FOUND TO FALSE
           END-READ
           IF NOT REF-FOUND
              PERFORM RETAIN-NEW-REFERENCE
              EXIT PARAGRAPH
           END-IF

           SET LENGTH-DIFFERS TO FALSE
           MOVE 0 TO WS-OWN-DIST
           IF FUNCTION LENGTH(FUNCTION TRIM(SR-SEQUENCE))
              NOT = WS-SWAP-LEN
              SET LENGTH-DIFFERS TO TRUE
           ELSE
              MOVE WS-SWAP-STRAND TO WS-DNA-1
              MOVE SR-SEQUENCE TO WS-DNA-2
              PERFORM COMPARE-STRANDS
              MOVE WS-HAMMING TO WS-OWN-DIST
           END-IF
           IF NOT LENGTH-DIFFERS AND WS-OWN-DIST <= WS-SWAP-LIMIT
              ADD 1 TO WS-SWAP-MATCH-COUNT
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SWAP-SUSPECT-COUNT
           PERFORM FIND-LIKELY-OWNER
           MOVE SPACES TO SWAP-SUSPECT-LINE
           MOVE 1 TO WS-SWAP-PTR
           IF LENGTH-DIFFERS
              STRING WS-SWAP-SAMPLE DELIMITED BY SIZE
                 " LENGTH DIFFERS FROM RETAINED REFERENCE"
                 DELIMITED BY SIZE
                 INTO SWAP-SUSPECT-LINE WITH POINTER WS-SWAP-PTR
              END-STRING
           ELSE
              STRING WS-SWAP-SAMPLE DELIMITED BY SIZE
                 " DISTANCE " DELIMITED BY SIZE
                 WS-OWN-DIST DELIMITED BY SIZE
                 " FROM RETAINED REFERENCE" DELIMITED BY SIZE
                 INTO SWAP-SUSPECT-LINE WITH POINTER WS-SWAP-PTR
              END-STRING
           END-IF
           IF WS-OWNER-SAMPLE = SPACES
              STRING " -- NO OTHER REFERENCE COMPARABLE, SAMPLE HELD"
                 DELIMITED BY SIZE
                 INTO SWAP-SUSPECT-LINE WITH POINTER WS-SWAP-PTR
              END-STRING
           ELSE
              STRING " -- LIKELY OWNER " DELIMITED BY SIZE
                 WS-OWNER-SAMPLE DELIMITED BY SIZE
                 " DISTANCE " DELIMITED BY SIZE
                 WS-OWNER-DIST DELIMITED BY SIZE
                 ", BOTH HELD" DELIMITED BY SIZE
                 INTO SWAP-SUSPECT-LINE WITH POINTER WS-SWAP-PTR
              END-STRING
           END-IF
           WRITE SWAP-SUSPECT-LINE
           MOVE WS-SWAP-SAMPLE TO WS-HOLD-SAMPLE
           MOVE WS-OWNER-SAMPLE TO WS-HOLD-PAIRED
           PERFORM HOLD-ONE-SAMPLE
           IF WS-OWNER-SAMPLE NOT = SPACES
              MOVE WS-OWNER-SAMPLE TO WS-HOLD-SAMPLE
              MOVE WS-SWAP-SAMPLE TO WS-HOLD-PAIRED
              PERFORM HOLD-ONE-SAMPLE
           END-IF
           .
       SWAP-CHECK-ONE-SURVIVOR-EXIT.
           EXIT.

      *    The first submission not yet claimed whose sequence is the
      *    survivor's names it, so a sample submitted twice in a
      *    night is named twice.
       FIND-SURVIVOR-SAMPLE.
           MOVE SPACES TO WS-SWAP-SAMPLE
           PERFORM VARYING SW-I FROM 1 BY 1
              UNTIL SW-I > WS-SUB-COUNT
                   IF WS-SUB-USED(SW-I) = "N"
                      AND WS-SUB-SEQUENCE(SW-I) = WS-SWAP-STRAND
                      MOVE "Y" TO WS-SUB-USED(SW-I)
                      MOVE WS-SUB-SAMPLE(SW-I) TO WS-SWAP-SAMPLE
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           .
       FIND-SURVIVOR-SAMPLE-EXIT.
           EXIT.

      *    The closest reference of the same length belonging to any
      *    other sample, read through SAMPREF in sample order; on a
      *    tie, the lowest sample ID.
       FIND-LIKELY-OWNER.
           MOVE SPACES TO WS-OWNER-SAMPLE
           MOVE 999 TO WS-OWNER-DIST
           SET SWAP-EOF TO FALSE
           MOVE LOW-VALUES TO RF-SAMPLE-ID
           START SAMPLE-REFERENCE-FILE KEY IS NOT < RF-SAMPLE-ID
              INVALID KEY
                 SET SWAP-EOF TO TRUE
           END-START
           PERFORM UNTIL SWAP-EOF
                   READ SAMPLE-REFERENCE-FILE NEXT RECORD
                      INTO SR-REFERENCE-RECORD
                      AT END
                         SET SWAP-EOF TO TRUE
                      NOT AT END
                         PERFORM WEIGH-ONE-REFERENCE
                   END-READ
           END-PERFORM
           .
       FIND-LIKELY-OWNER-EXIT.
           EXIT.

       WEIGH-ONE-REFERENCE.
           IF SR-SAMPLE-ID NOT = WS-SWAP-SAMPLE
              AND FUNCTION LENGTH(FUNCTION TRIM(SR-SEQUENCE))
                 = WS-SWAP-LEN
              MOVE WS-SWAP-STRAND TO WS-DNA-1
              MOVE SR-SEQUENCE TO WS-DNA-2
              PERFORM COMPARE-STRANDS
              IF WS-HAMMING < WS-OWNER-DIST
                 MOVE WS-HAMMING TO WS-OWNER-DIST
                 MOVE SR-SAMPLE-ID TO WS-OWNER-SAMPLE
              END-IF
           END-IF
           .
       WEIGH-ONE-REFERENCE-EXIT.
           EXIT.

       RETAIN-NEW-REFERENCE.
           ADD 1 TO WS-SWAP-NEW-REF-COUNT
           MOVE SPACES TO SR-REFERENCE-RECORD
           MOVE WS-SWAP-SAMPLE TO SR-SAMPLE-ID
           MOVE BD-BUSINESS-DATE TO SR-RETAINED-DATE
           MOVE WS-SWAP-STRAND TO SR-SEQUENCE
           MOVE SR-REFERENCE-RECORD TO SAMPLE-REFERENCE-RECORD
           WRITE SAMPLE-REFERENCE-RECORD
              INVALID KEY
                 DISPLAY "HAMMING SWAP-CHECK: cannot retain reference"
                    " for " WS-SWAP-SAMPLE ", status "
                    WS-SAMPREF-STATUS
           END-WRITE
           .
       RETAIN-NEW-REFERENCE-EXIT.
           EXIT.

      *    A sample already on hold stays on its first hold.
       HOLD-ONE-SAMPLE.
           PERFORM VARYING SW-I FROM 1 BY 1
              UNTIL SW-I > WS-HOLD-COUNT
                   MOVE WS-HOLD-LINE(SW-I) TO SH-HOLD-RECORD
                   IF SH-SAMPLE-ID = WS-HOLD-SAMPLE AND SH-HELD
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-HOLD-COUNT NOT < 1000
              DISPLAY "HAMMING SWAP-CHECK: HOLD REGISTER FULL, "
                 WS-HOLD-SAMPLE " NOT HELD"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SH-HOLD-RECORD
           MOVE WS-HOLD-SAMPLE TO SH-SAMPLE-ID
           SET SH-HELD TO TRUE
           MOVE BD-BUSINESS-DATE TO SH-HOLD-DATE
           MOVE WS-HOLD-PAIRED TO SH-PAIRED-SAMPLE
           ADD 1 TO WS-HOLD-COUNT
           MOVE SH-HOLD-RECORD TO WS-HOLD-LINE(WS-HOLD-COUNT)
           ADD 1 TO WS-HOLD-ADDED-COUNT
           SET HOLDS-CHANGED TO TRUE
           .
       HOLD-ONE-SAMPLE-EXIT.
           EXIT.

       LOAD-DNA-SUBMISSIONS.
           MOVE 0 TO WS-SUB-COUNT
           SET SWAP-EOF TO FALSE
           OPEN INPUT DNA-SUBMISSION-FILE
           PERFORM UNTIL SWAP-EOF
                   READ DNA-SUBMISSION-FILE
                      AT END
                         SET SWAP-EOF TO TRUE
                      NOT AT END
                         IF DQ-SAMPLE-ID NOT = SPACES
                            AND DQ-SEQUENCE NOT = SPACES
                            AND WS-SUB-COUNT < 1000
                            ADD 1 TO WS-SUB-COUNT
                            MOVE DQ-SAMPLE-ID
                               TO WS-SUB-SAMPLE(WS-SUB-COUNT)
                            MOVE DQ-SEQUENCE
                               TO WS-SUB-SEQUENCE(WS-SUB-COUNT)
                            MOVE "N" TO WS-SUB-USED(WS-SUB-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DNA-SUBMISSION-FILE
           .
       LOAD-DNA-SUBMISSIONS-EXIT.
           EXIT.

      *    A released hold has done its work: it is left off the
      *    table, and so off SAMPHOLD the next time it is saved.
       LOAD-SAMPLE-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           SET HOLD-OVERFLOW TO FALSE
           SET SWAP-EOF TO FALSE
           OPEN INPUT SAMPLE-HOLD-FILE
           PERFORM UNTIL SWAP-EOF
                   READ SAMPLE-HOLD-FILE
                      AT END
                         SET SWAP-EOF TO TRUE
                      NOT AT END
                         MOVE SAMPLE-HOLD-RECORD TO SH-HOLD-RECORD
                         IF SAMPLE-HOLD-RECORD NOT = SPACES
                            AND NOT SH-RELEASED
                            AND WS-HOLD-COUNT NOT < 1000
                            SET HOLD-OVERFLOW TO TRUE
                         END-IF
                         IF SAMPLE-HOLD-RECORD NOT = SPACES
                            AND NOT SH-RELEASED
                            AND WS-HOLD-COUNT < 1000
                            ADD 1 TO WS-HOLD-COUNT
                            MOVE SAMPLE-HOLD-RECORD
                               TO WS-HOLD-LINE(WS-HOLD-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SAMPLE-HOLD-FILE
           .
       LOAD-SAMPLE-HOLDS-EXIT.
           EXIT.

       SAVE-SAMPLE-HOLDS.
           OPEN OUTPUT SAMPLE-HOLD-FILE
           PERFORM VARYING SW-I FROM 1 BY 1
              UNTIL SW-I > WS-HOLD-COUNT
                   MOVE WS-HOLD-LINE(SW-I) TO SAMPLE-HOLD-RECORD
                   WRITE SAMPLE-HOLD-RECORD
           END-PERFORM
           CLOSE SAMPLE-HOLD-FILE
           .
       SAVE-SAMPLE-HOLDS-EXIT.
           EXIT.

      *    The lab's releases off SWAPREL: each lifts the hold in
      *    force on its sample, stamped with the business date and
      *    who released it. A line naming no held sample, or no
      *    releaser, is refused and stays on SWAPREL. Reachable as
      *    its own entry point.
       ENTRY "HAMMING-SWAP-RELEASE".
       HAMMING-SWAP-RELEASE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-SAMPLE-HOLDS
           IF HOLD-OVERFLOW
              DISPLAY "HAMMING SWAP-RELEASE: more than 1000 lines on"
                 " SAMPHOLD, nothing released"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 0 TO WS-RELEASED-COUNT
           MOVE 0 TO WS-REL-REFUSED-COUNT
           MOVE 0 TO WS-REL-COUNT
           SET REL-OVERFLOW TO FALSE
           SET SWAP-EOF TO FALSE
           OPEN INPUT SWAP-RELEASE-FILE
           PERFORM UNTIL SWAP-EOF
                   READ SWAP-RELEASE-FILE INTO XR-RELEASE-RECORD
                      AT END
                         SET SWAP-EOF TO TRUE
                      NOT AT END
                         IF XR-RELEASE-RECORD NOT = SPACES
                            PERFORM RELEASE-ONE-SAMPLE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SWAP-RELEASE-FILE
           IF REL-OVERFLOW
              DISPLAY "HAMMING SWAP-RELEASE: more than 1000 refused"
                 " lines on SWAPREL, nothing released"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SWAP-RELEASE-FILE
           PERFORM VARYING SW-R FROM 1 BY 1
              UNTIL SW-R > WS-REL-COUNT
                   MOVE WS-REL-LINE(SW-R) TO SWAP-RELEASE-RECORD
                   WRITE SWAP-RELEASE-RECORD
           END-PERFORM
           CLOSE SWAP-RELEASE-FILE
           IF WS-RELEASED-COUNT > 0
              PERFORM SAVE-SAMPLE-HOLDS
           END-IF
           DISPLAY "HAMMING SWAP-RELEASE: " WS-RELEASED-COUNT
              " RELEASED, " WS-REL-REFUSED-COUNT " REFUSED"
           IF WS-REL-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       HAMMING-SWAP-RELEASE-EXIT.
           EXIT.

       RELEASE-ONE-SAMPLE.
           MOVE SPACES TO WS-REL-REASON
           MOVE 0 TO SW-K
           IF XR-RELEASED-BY = SPACES
              MOVE "RELEASED BY MISSING" TO WS-REL-REASON
           ELSE
              PERFORM VARYING SW-I FROM 1 BY 1
                 UNTIL SW-I > WS-HOLD-COUNT OR SW-K > 0
                      MOVE WS-HOLD-LINE(SW-I) TO SH-HOLD-RECORD
                      IF SH-SAMPLE-ID = XR-SAMPLE-ID AND SH-HELD
                         MOVE SW-I TO SW-K
                      END-IF
              END-PERFORM
              IF SW-K = 0
                 MOVE "SAMPLE NOT ON HOLD" TO WS-REL-REASON
              END-IF
           END-IF
           IF WS-REL-REASON NOT = SPACES
              ADD 1 TO WS-REL-REFUSED-COUNT
              DISPLAY "HAMMING SWAP-RELEASE: REFUSED "
                 XR-SAMPLE-ID " " WS-REL-REASON
              IF WS-REL-COUNT < 1000
                 ADD 1 TO WS-REL-COUNT
                 MOVE XR-RELEASE-RECORD TO WS-REL-LINE(WS-REL-COUNT)
              ELSE
                 SET REL-OVERFLOW TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-LINE(SW-K) TO SH-HOLD-RECORD
           SET SH-RELEASED TO TRUE
           MOVE BD-BUSINESS-DATE TO SH-RELEASE-DATE
           MOVE XR-RELEASED-BY TO SH-RELEASED-BY
           MOVE SH-HOLD-RECORD TO WS-HOLD-LINE(SW-K)
           ADD 1 TO WS-RELEASED-COUNT
           .
       RELEASE-ONE-SAMPLE-EXIT.
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
           DISPLAY "HAMMING: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

      *    Appends this run's metrics record for the weekly
      *    throughput trend -- see metrics.cpy.
       WRITE-METRICS-RECORD.
