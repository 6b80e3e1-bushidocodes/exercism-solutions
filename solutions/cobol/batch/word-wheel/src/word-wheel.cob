       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORD-WHEEL.
      *    Daily word-wheel puzzle for the word-game content team,
      *    built from the anagram dictionary (ANAGDICT) instead of by
      *    hand. The wheel is the letters of one base word of
      *    WHEELSIZE letters (PARMMST WORD-WHEEL, default 7), one of
      *    them the required center letter; the answers are every
      *    dictionary word of at least MINLENGTH letters (default 4)
      *    spelled from the wheel, each letter used once, that uses
      *    the center letter.
      *
      *    Every dictionary word of a usable length goes through
      *    ISOGRAM-STRICT's character rule (its ISOGRAM-STRICT-BATCH
      *    file mode): a base word must not repeat a letter, and
      *    neither can an answer when each wheel letter is used
      *    once. A base word whose letters were published as a wheel
      *    on WHEELHST within REUSEDAYS of the business date (default
      *    365) -- the same word or an anagram of it -- is passed
      *    over. The candidates are tried from a point that moves
      *    with the business date, each with its letters in turn as
      *    the center, and the first puzzle whose answer count falls
      *    between MINANSWERS and MAXANSWERS (defaults 10 and 40) is
      *    published. Its answers are scored by SCRABBLE-SCORE
      *    (through its WORD-WHEEL-SCORE file mode).
      *
      *    WHEELPUZ carries the puzzle and its answer key, and the
      *    puzzle is added to WHEELHST (see word-wheel.cpy), which
      *    keeps only the puzzles within REUSEDAYS. A rerun on the
      *    same business date replaces that date's puzzle. No
      *    puzzle in range, or a dictionary too large for the work
      *    table, stops the run with return code 8 and WHEELHST
      *    untouched.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The anagram dictionary, kept by DICT-HYGIENE.
           SELECT OPTIONAL ANAGRAM-DICT-FILE ASSIGN TO "ANAGDICT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from ISOGRAM-STRICT-BATCH.
           SELECT STRICT-IN-FILE ASSIGN TO "ISOGIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STRICT-OUT-FILE ASSIGN TO "ISOGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from WORD-WHEEL-SCORE.
           SELECT SCORE-IN-FILE ASSIGN TO "WHEELIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCORE-OUT-FILE ASSIGN TO "WHEELSCR"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Published puzzles -- see word-wheel.cpy.
           SELECT OPTIONAL WHEEL-HISTORY-FILE ASSIGN TO "WHEELHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHEEL-PUZZLE-FILE ASSIGN TO "WHEELPUZ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ANAGRAM-DICT-FILE.
       01  ANAGRAM-DICT-RECORD     PIC X(20).
       FD  STRICT-IN-FILE.
       01  STRICT-IN-RECORD        PIC X(60).
       FD  STRICT-OUT-FILE.
       01  STRICT-OUT-RECORD.
           02 SO-RESULT            PIC 9.
              88 SO-IS-ISOGRAM               VALUE 1.
           02 FILLER               PIC X.
           02 SO-INVALID-FLAG      PIC X.
              88 SO-HAS-INVALID-CHAR         VALUE 'Y'.
           02 FILLER               PIC X.
           02 SO-PHRASE            PIC X(60).
       FD  SCORE-IN-FILE.
       01  SCORE-IN-RECORD         PIC X(60).
       FD  SCORE-OUT-FILE.
       01  SCORE-OUT-RECORD        PIC X(64).
       FD  WHEEL-HISTORY-FILE.
       01  WHEEL-HISTORY-LINE      PIC X(41).
       FD  WHEEL-PUZZLE-FILE.
       01  WHEEL-PUZZLE-LINE       PIC X(80).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD     PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD    PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG     PIC 9     VALUE 0.
          88 FILE-EOF                    VALUE 1 FALSE 0.
       01 WS-OVERFLOW-FLAG     PIC X     VALUE 'N'.
          88 TABLE-OVERFLOW              VALUE 'Y' FALSE 'N'.
       01 WS-PUZZLE-FLAG       PIC 9     VALUE 0.
          88 PUZZLE-FOUND                VALUE 1 FALSE 0.
       01 WS-FIT-WORD-FLAG     PIC 9     VALUE 0.
          88 WORD-FITS                   VALUE 1 FALSE 0.

      *    Run parameters -- see the header for the defaults.
       01 WS-WHEEL-SIZE        PIC 9     VALUE 7.
       01 WS-MIN-LENGTH        PIC 9     VALUE 4.
       01 WS-MIN-ANSWERS       PIC 9(3)  VALUE 10.
       01 WS-MAX-ANSWERS       PIC 9(3)  VALUE 40.
       01 WS-REUSE-DAYS        PIC 9(3)  VALUE 365.
       01 WS-DAY-NUMBER        PIC 9(7).
       01 WS-CUTOFF-DATE       PIC X(8).
       01 WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).

      *    Every dictionary word of a usable length, upper case, in
      *    dictionary order. WW-FIT-FLAG is set afresh for each base
      *    word tried: the word is an isogram spelled from the wheel.
       01 WS-WORD-MAX          PIC 9(4)  VALUE 5000.
       01 WS-WORD-COUNT        PIC 9(4)  VALUE 0.
       01 WS-WORD-TABLE.
          05 WS-WORD-ENTRY OCCURS 5000.
             10 WW-WORD        PIC X(20).
             10 WW-LENGTH      PIC 99.
             10 WW-ISOGRAM-FLAG PIC X.
                88 WW-ISOGRAM            VALUE 'Y' FALSE 'N'.
             10 WW-FIT-FLAG    PIC X.
                88 WW-FITS-WHEEL         VALUE 'Y' FALSE 'N'.
       01 WS-NEW-WORD          PIC X(20).
       01 WS-NEW-LENGTH        PIC 99.
       01 WS-LAST-WORD         PIC X(20).
       01 WS-TALLY             PIC 99.

      *    Base word candidates, as subscripts of WS-WORD-TABLE.
       01 WS-CAND-COUNT        PIC 9(4)  VALUE 0.
       01 WS-CAND-TABLE.
          05 WS-CAND-WORD-IDX  PIC 9(4) OCCURS 5000.

      *    WHEELHST as read, less any line for the business date
      *    and any published before the reuse cutoff. HT-LETTERS is
      *    the base word's letters in alphabetical order.
       01 WS-HIST-MAX          PIC 9(4)  VALUE 3000.
       01 WS-HIST-COUNT        PIC 9(4)  VALUE 0.
       01 WS-HIST-TABLE.
          05 WS-HIST-ENTRY OCCURS 3000.
             10 HT-DATE        PIC X(8).
             10 HT-BASE-WORD   PIC X(20).
             10 HT-LETTERS     PIC X(20).
             10 HT-LINE        PIC X(41).
       01 WS-REPLACED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-PRUNED-COUNT      PIC 9(4)  VALUE 0.
       01 WS-BARRED-FLAG       PIC 9     VALUE 0.
          88 BASE-BARRED                 VALUE 1 FALSE 0.

      *    The wheel being tried: slot 1-26 of WS-WHEEL-HAS is A-Z.
       01 WS-WHEEL-LETTERS.
          05 WS-WHEEL-HAS      PIC X OCCURS 26.
       01 WS-BASE-IDX          PIC 9(4).
       01 WS-BASE-WORD         PIC X(20).
       01 WS-CENTER-POS        PIC 9.
       01 WS-CENTER-LETTER     PIC X.
       01 WS-CENTER-COUNT      PIC 9(4).
       01 WS-CHAR              PIC X.

      *    SORT-LETTERS work fields.
       01 WS-SORT-IN           PIC X(20).
       01 WS-SORT-OUT          PIC X(20).
       01 WS-SORT-CHAR         PIC X.
       01 WS-SORT-PTR          PIC 99.
       01 WS-SORT-TALLY        PIC 99.
       01 WS-BASE-LETTERS      PIC X(20).

      *    The published puzzle's answer key, in dictionary order.
       01 WS-ANSWER-COUNT      PIC 9(3)  VALUE 0.
       01 WS-ANSWER-TABLE.
          05 WS-ANSWER-ENTRY OCCURS 500.
             10 WA-WORD        PIC X(20).
             10 WA-LENGTH      PIC 99.
             10 WA-SCORE       PIC 99.
       01 WS-SCORE-COUNT       PIC 9(3)  VALUE 0.
       01 WS-SCORED-WORD       PIC X(20).
       01 WS-SCORED-POINTS     PIC X(2).
       01 WS-TOTAL-SCORE       PIC 9(5)  VALUE 0.

      *    Counters for the run summary.
       01 WS-DICT-READ         PIC 9(5)  VALUE 0.
       01 WS-STRICT-COUNT      PIC 9(4)  VALUE 0.
       01 WS-BASE-TOTAL        PIC 9(4)  VALUE 0.
       01 WS-BARRED-COUNT      PIC 9(4)  VALUE 0.
       01 WS-BASES-TRIED       PIC 9(4)  VALUE 0.

      *    Puzzle file edit fields.
       01 WS-OUTER-TEXT        PIC X(20).
       01 WS-TEXT-PTR          PIC 9(3).
       01 WS-COUNT-SHOW        PIC ZZ9.
       01 WS-TOTAL-SHOW        PIC Z(4)9.
       01 WS-LENGTH-SHOW       PIC Z9.
       01 WS-POINTS-SHOW       PIC Z9.
       77 I                    PIC 9(4).
       77 J                    PIC 9(4).
       77 K                    PIC 9(4).
       77 C                    PIC 99.

      *    Shared word-wheel history layout.
       COPY "word-wheel.cpy".
      *    Shared central parameter lookup fields.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       WORD-WHEEL.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-WHEEL-PARMS
           COMPUTE WS-DAY-NUMBER =
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
           COMPUTE WS-CUTOFF-DATE-NUM =
              DATE-OF-INTEGER(WS-DAY-NUMBER - WS-REUSE-DAYS)
           PERFORM LOAD-HISTORY
           PERFORM LOAD-DICTIONARY
           IF TABLE-OVERFLOW
              DISPLAY "WORD-WHEEL: more than " WS-WORD-MAX
                 " usable words or " WS-HIST-MAX
                 " published puzzles -- NO PUZZLE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM STAGE-STRICT-CHECK
           CALL "ISOGRAM-STRICT-BATCH"
           MOVE 0 TO RETURN-CODE
           PERFORM APPLY-STRICT-VERDICTS
           IF WS-STRICT-COUNT NOT = WS-WORD-COUNT
              DISPLAY "WORD-WHEEL: " WS-WORD-COUNT
                 " WORDS STAGED BUT " WS-STRICT-COUNT
                 " CAME BACK -- NO PUZZLE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM BUILD-CANDIDATE-LIST
           PERFORM PICK-PUZZLE
           IF NOT PUZZLE-FOUND
              DISPLAY "WORD-WHEEL: " WS-BASE-TOTAL " BASE WORDS, "
                 WS-BARRED-COUNT " PUBLISHED WITHIN "
                 WS-REUSE-DAYS " DAYS, NONE OF THE REST GIVES "
                 WS-MIN-ANSWERS " TO " WS-MAX-ANSWERS
                 " ANSWERS -- NO PUZZLE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM COLLECT-ANSWERS
           PERFORM STAGE-ANSWER-SCORING
           CALL "WORD-WHEEL-SCORE"
           MOVE 0 TO RETURN-CODE
           PERFORM APPLY-ANSWER-SCORES
           IF WS-SCORE-COUNT NOT = WS-ANSWER-COUNT
              DISPLAY "WORD-WHEEL: " WS-ANSWER-COUNT
                 " ANSWERS STAGED BUT " WS-SCORE-COUNT
                 " SCORED -- NO PUZZLE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-PUZZLE-FILE
           PERFORM SAVE-HISTORY

           DISPLAY "WORD-WHEEL: " WS-DICT-READ " DICTIONARY WORDS, "
              WS-BASE-TOTAL " BASE WORDS, " WS-BARRED-COUNT
              " PUBLISHED WITHIN " WS-REUSE-DAYS " DAYS, "
              WS-BASES-TRIED " TRIED"
           DISPLAY "WORD-WHEEL: " BD-BUSINESS-DATE " BASE "
              TRIM(WS-BASE-WORD) " CENTER " WS-CENTER-LETTER ", "
              WS-ANSWER-COUNT " ANSWERS, " WS-TOTAL-SCORE " POINTS"
           IF WS-REPLACED-COUNT > 0
              DISPLAY "WORD-WHEEL: PUZZLE FOR " BD-BUSINESS-DATE
                 " REPLACED"
           END-IF
           IF WS-PRUNED-COUNT > 0
              DISPLAY "WORD-WHEEL: " WS-PRUNED-COUNT
                 " PUZZLES OLDER THAN " WS-CUTOFF-DATE
                 " DROPPED FROM WHEELHST"
           END-IF
           GOBACK.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default. MINLENGTH cannot
      *    exceed the wheel, nor MINANSWERS MAXANSWERS.
       LOAD-WHEEL-PARMS.
           MOVE "WORD-WHEEL" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "WHEELSIZE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 5
                 AND NUMVAL(PP-FOUND-VALUE) <= 9
                 COMPUTE WS-WHEEL-SIZE = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "MINLENGTH" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 2
                 AND NUMVAL(PP-FOUND-VALUE) <= WS-WHEEL-SIZE
                 COMPUTE WS-MIN-LENGTH = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           IF WS-MIN-LENGTH > WS-WHEEL-SIZE
              MOVE WS-WHEEL-SIZE TO WS-MIN-LENGTH
           END-IF
           MOVE "MINANSWERS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 500
                 COMPUTE WS-MIN-ANSWERS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "MAXANSWERS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 500
                 COMPUTE WS-MAX-ANSWERS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           IF WS-MAX-ANSWERS < WS-MIN-ANSWERS
              MOVE WS-MIN-ANSWERS TO WS-MAX-ANSWERS
           END-IF
           MOVE "REUSEDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 999
                 COMPUTE WS-REUSE-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-WHEEL-PARMS-EXIT.
           EXIT.

      *    Every published puzzle except the business date's own,
      *    which this run replaces, and those older than the reuse
      *    cutoff, which can no longer bar a base word and are not
      *    written back.
       LOAD-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT WHEEL-HISTORY-FILE
           PERFORM UNTIL FILE-EOF
                   READ WHEEL-HISTORY-FILE INTO WH-HISTORY-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         EVALUATE TRUE
                         WHEN WH-HISTORY-RECORD = SPACES
                              CONTINUE
                         WHEN WH-PUBLISH-DATE = BD-BUSINESS-DATE
                              ADD 1 TO WS-REPLACED-COUNT
                         WHEN WH-PUBLISH-DATE < WS-CUTOFF-DATE
                              ADD 1 TO WS-PRUNED-COUNT
                         WHEN WS-HIST-COUNT >= WS-HIST-MAX
                              SET TABLE-OVERFLOW TO TRUE
                         WHEN OTHER
                              ADD 1 TO WS-HIST-COUNT
                              MOVE WH-PUBLISH-DATE
                                 TO HT-DATE(WS-HIST-COUNT)
                              MOVE WH-BASE-WORD
                                 TO HT-BASE-WORD(WS-HIST-COUNT)
                              MOVE WH-BASE-WORD TO WS-SORT-IN
                              PERFORM SORT-LETTERS
                              MOVE WS-SORT-OUT
                                 TO HT-LETTERS(WS-HIST-COUNT)
                              MOVE WH-HISTORY-RECORD
                                 TO HT-LINE(WS-HIST-COUNT)
                         END-EVALUATE
                   END-READ
           END-PERFORM
           CLOSE WHEEL-HISTORY-FILE
           .
       LOAD-HISTORY-EXIT.
           EXIT.

      *    Every dictionary word of MINLENGTH to WHEELSIZE letters,
      *    folded to upper case. A word with a blank or hyphen in it
      *    cannot be spelled from a wheel and is passed over, as is a
      *    repeat of the word before it.
       LOAD-DICTIONARY.
           MOVE 0 TO WS-WORD-COUNT
           MOVE SPACES TO WS-LAST-WORD
           SET FILE-EOF TO FALSE
           OPEN INPUT ANAGRAM-DICT-FILE
           PERFORM UNTIL FILE-EOF
                   READ ANAGRAM-DICT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-DICT-READ
                         PERFORM ADD-DICT-WORD
                   END-READ
           END-PERFORM
           CLOSE ANAGRAM-DICT-FILE
           .
       LOAD-DICTIONARY-EXIT.
           EXIT.

       ADD-DICT-WORD.
           IF ANAGRAM-DICT-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE UPPER-CASE(TRIM(ANAGRAM-DICT-RECORD)) TO WS-NEW-WORD
           MOVE LENGTH(TRIM(WS-NEW-WORD)) TO WS-NEW-LENGTH
           IF WS-NEW-LENGTH < WS-MIN-LENGTH
              OR WS-NEW-LENGTH > WS-WHEEL-SIZE
              OR WS-NEW-WORD = WS-LAST-WORD
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-NEW-WORD(1:WS-NEW-LENGTH) TALLYING WS-TALLY
              FOR ALL " " "-"
           IF WS-TALLY > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-WORD-COUNT >= WS-WORD-MAX
              SET TABLE-OVERFLOW TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WORD-COUNT
           MOVE WS-NEW-WORD TO WW-WORD(WS-WORD-COUNT)
           MOVE WS-NEW-LENGTH TO WW-LENGTH(WS-WORD-COUNT)
           SET WW-ISOGRAM(WS-WORD-COUNT) TO FALSE
           SET WW-FITS-WHEEL(WS-WORD-COUNT) TO FALSE
           MOVE WS-NEW-WORD TO WS-LAST-WORD
           .
       ADD-DICT-WORD-EXIT.
           EXIT.

      *    Writes every usable word to the ISOGRAM-STRICT-BATCH
      *    input.
       STAGE-STRICT-CHECK.
           OPEN OUTPUT STRICT-IN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WORD-COUNT
                   MOVE SPACES TO STRICT-IN-RECORD
                   MOVE WW-WORD(I) TO STRICT-IN-RECORD
                   WRITE STRICT-IN-RECORD
           END-PERFORM
           CLOSE STRICT-IN-FILE
           .
       STAGE-STRICT-CHECK-EXIT.
           EXIT.

      *    Reads the verdicts back in staging order. Only a word with
      *    no repeated letter and no digit or accented letter can be
      *    a base word or an answer.
       APPLY-STRICT-VERDICTS.
           MOVE 0 TO WS-STRICT-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT STRICT-OUT-FILE
           PERFORM UNTIL FILE-EOF
                   READ STRICT-OUT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-STRICT-COUNT
                         IF WS-STRICT-COUNT <= WS-WORD-COUNT
                            AND SO-IS-ISOGRAM
                            AND NOT SO-HAS-INVALID-CHAR
                            SET WW-ISOGRAM(WS-STRICT-COUNT) TO TRUE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE STRICT-OUT-FILE
           .
       APPLY-STRICT-VERDICTS-EXIT.
           EXIT.

      *    Base words: isograms of exactly WHEELSIZE letters not
      *    published on or after the reuse cutoff.
       BUILD-CANDIDATE-LIST.
           MOVE 0 TO WS-CAND-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WORD-COUNT
                   IF WW-ISOGRAM(I)
                      AND WW-LENGTH(I) = WS-WHEEL-SIZE
                      ADD 1 TO WS-BASE-TOTAL
                      PERFORM CHECK-BASE-HISTORY
                      IF BASE-BARRED
                         ADD 1 TO WS-BARRED-COUNT
                      ELSE
                         ADD 1 TO WS-CAND-COUNT
                         MOVE I TO WS-CAND-WORD-IDX(WS-CAND-COUNT)
                      END-IF
                   END-IF
           END-PERFORM
           .
       BUILD-CANDIDATE-LIST-EXIT.
           EXIT.

      *    An anagram of a published base word makes the same
      *    wheel, so the letters are compared, not the words.
       CHECK-BASE-HISTORY.
           SET BASE-BARRED TO FALSE
           MOVE WW-WORD(I) TO WS-SORT-IN
           PERFORM SORT-LETTERS
           MOVE WS-SORT-OUT TO WS-BASE-LETTERS
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-HIST-COUNT OR BASE-BARRED
                   IF HT-LETTERS(J) = WS-BASE-LETTERS
                      SET BASE-BARRED TO TRUE
                   END-IF
           END-PERFORM
           .
       CHECK-BASE-HISTORY-EXIT.
           EXIT.

      *    WS-SORT-IN's letters A-Z in alphabetical order, repeats
      *    kept, into WS-SORT-OUT.
       SORT-LETTERS.
           MOVE SPACES TO WS-SORT-OUT
           MOVE 1 TO WS-SORT-PTR
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 26
                   MOVE CHAR(ORD("A") + C - 1) TO WS-SORT-CHAR
                   MOVE 0 TO WS-SORT-TALLY
                   INSPECT WS-SORT-IN TALLYING WS-SORT-TALLY
                      FOR ALL WS-SORT-CHAR
                   PERFORM WS-SORT-TALLY TIMES
                           STRING WS-SORT-CHAR DELIMITED BY SIZE
                              INTO WS-SORT-OUT
                              WITH POINTER WS-SORT-PTR
                           END-STRING
                   END-PERFORM
           END-PERFORM
           .
       SORT-LETTERS-EXIT.
           EXIT.

      *    The candidates are tried from a starting point that moves
      *    on a word a day, wrapping round the list, so consecutive
      *    days do not walk the dictionary in alphabetical order.
       PICK-PUZZLE.
           SET PUZZLE-FOUND TO FALSE
           IF WS-CAND-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 0 BY 1
              UNTIL K >= WS-CAND-COUNT OR PUZZLE-FOUND
                   COMPUTE J = MOD(WS-DAY-NUMBER + K, WS-CAND-COUNT)
                      + 1
                   MOVE WS-CAND-WORD-IDX(J) TO WS-BASE-IDX
                   ADD 1 TO WS-BASES-TRIED
                   PERFORM TRY-BASE-WORD
           END-PERFORM
           .
       PICK-PUZZLE-EXIT.
           EXIT.

      *    Marks the words spelled from the base word's letters, then
      *    tries each letter as the center, again from a point that
      *    moves with the date.
       TRY-BASE-WORD.
           MOVE WW-WORD(WS-BASE-IDX) TO WS-BASE-WORD
           MOVE SPACES TO WS-WHEEL-LETTERS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WHEEL-SIZE
                   COMPUTE C = ORD(WS-BASE-WORD(J:1)) - ORD("A") + 1
                   MOVE "Y" TO WS-WHEEL-HAS(C)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WORD-COUNT
                   PERFORM MARK-FITTING-WORD
           END-PERFORM
           PERFORM VARYING J FROM 0 BY 1
              UNTIL J >= WS-WHEEL-SIZE OR PUZZLE-FOUND
                   COMPUTE WS-CENTER-POS =
                      MOD(WS-DAY-NUMBER + J, WS-WHEEL-SIZE) + 1
                   MOVE WS-BASE-WORD(WS-CENTER-POS:1)
                      TO WS-CENTER-LETTER
                   PERFORM COUNT-CENTER-ANSWERS
                   IF WS-CENTER-COUNT >= WS-MIN-ANSWERS
                      AND WS-CENTER-COUNT <= WS-MAX-ANSWERS
                      SET PUZZLE-FOUND TO TRUE
                   END-IF
           END-PERFORM
           .
       TRY-BASE-WORD-EXIT.
           EXIT.

      *    Word I fits when it is an isogram and every letter of it
      *    is on the wheel.
       MARK-FITTING-WORD.
           SET WW-FITS-WHEEL(I) TO FALSE
           IF NOT WW-ISOGRAM(I)
              EXIT PARAGRAPH
           END-IF
           SET WORD-FITS TO TRUE
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WW-LENGTH(I) OR NOT WORD-FITS
                   MOVE WW-WORD(I)(J:1) TO WS-CHAR
                   COMPUTE C = ORD(WS-CHAR) - ORD("A") + 1
                   IF C < 1 OR C > 26
                      SET WORD-FITS TO FALSE
                   ELSE
                      IF WS-WHEEL-HAS(C) NOT = "Y"
                         SET WORD-FITS TO FALSE
                      END-IF
                   END-IF
           END-PERFORM
           IF WORD-FITS
              SET WW-FITS-WHEEL(I) TO TRUE
           END-IF
           .
       MARK-FITTING-WORD-EXIT.
           EXIT.

       COUNT-CENTER-ANSWERS.
           MOVE 0 TO WS-CENTER-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WORD-COUNT
                   IF WW-FITS-WHEEL(I)
                      MOVE 0 TO WS-TALLY
                      INSPECT WW-WORD(I) TALLYING WS-TALLY
                         FOR ALL WS-CENTER-LETTER
                      IF WS-TALLY > 0
                         ADD 1 TO WS-CENTER-COUNT
                      END-IF
                   END-IF
           END-PERFORM
           .
       COUNT-CENTER-ANSWERS-EXIT.
           EXIT.

      *    The chosen puzzle's answers, base word included.
       COLLECT-ANSWERS.
           MOVE 0 TO WS-ANSWER-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WORD-COUNT
                   IF WW-FITS-WHEEL(I)
                      MOVE 0 TO WS-TALLY
                      INSPECT WW-WORD(I) TALLYING WS-TALLY
                         FOR ALL WS-CENTER-LETTER
                      IF WS-TALLY > 0
                         ADD 1 TO WS-ANSWER-COUNT
                         MOVE WW-WORD(I) TO WA-WORD(WS-ANSWER-COUNT)
                         MOVE WW-LENGTH(I)
                            TO WA-LENGTH(WS-ANSWER-COUNT)
                         MOVE 0 TO WA-SCORE(WS-ANSWER-COUNT)
                      END-IF
                   END-IF
           END-PERFORM
           .
       COLLECT-ANSWERS-EXIT.
           EXIT.

      *    Writes the answers to the WORD-WHEEL-SCORE input.
       STAGE-ANSWER-SCORING.
           OPEN OUTPUT SCORE-IN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ANSWER-COUNT
                   MOVE SPACES TO SCORE-IN-RECORD
                   MOVE WA-WORD(I) TO SCORE-IN-RECORD
                   WRITE SCORE-IN-RECORD
           END-PERFORM
           CLOSE SCORE-IN-FILE
           .
       STAGE-ANSWER-SCORING-EXIT.
           EXIT.

      *    Reads the word/score lines back in staging order. A line
      *    that is not the answer staged in its place is not counted,
      *    so the run stops rather than publish a wrong key.
       APPLY-ANSWER-SCORES.
           MOVE 0 TO WS-SCORE-COUNT
           MOVE 0 TO WS-TOTAL-SCORE
           SET FILE-EOF TO FALSE
           OPEN INPUT SCORE-OUT-FILE
           PERFORM UNTIL FILE-EOF
                   READ SCORE-OUT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM APPLY-ONE-SCORE
                   END-READ
           END-PERFORM
           CLOSE SCORE-OUT-FILE
           .
       APPLY-ANSWER-SCORES-EXIT.
           EXIT.

       APPLY-ONE-SCORE.
           IF WS-SCORE-COUNT >= WS-ANSWER-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCORED-WORD
           MOVE SPACES TO WS-SCORED-POINTS
           UNSTRING SCORE-OUT-RECORD DELIMITED BY ALL SPACE
              INTO WS-SCORED-WORD WS-SCORED-POINTS
           END-UNSTRING
           IF WS-SCORED-WORD NOT = WA-WORD(WS-SCORE-COUNT + 1)
              OR WS-SCORED-POINTS IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCORE-COUNT
           MOVE WS-SCORED-POINTS TO WA-SCORE(WS-SCORE-COUNT)
           ADD WA-SCORE(WS-SCORE-COUNT) TO WS-TOTAL-SCORE
           .
       APPLY-ONE-SCORE-EXIT.
           EXIT.

      *    The puzzle as set -- the center letter and the other
      *    letters in alphabetical order, so the base word is not
      *    given away -- then the answer key.
       WRITE-PUZZLE-FILE.
           OPEN OUTPUT WHEEL-PUZZLE-FILE
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           STRING "WORD WHEEL FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO WHEEL-PUZZLE-LINE
           END-STRING
           WRITE WHEEL-PUZZLE-LINE
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           WRITE WHEEL-PUZZLE-LINE

           MOVE SPACES TO WS-OUTER-TEXT
           MOVE 1 TO WS-TEXT-PTR
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 26
                   IF WS-WHEEL-HAS(C) = "Y"
                      AND CHAR(ORD("A") + C - 1) NOT = WS-CENTER-LETTER
                      STRING CHAR(ORD("A") + C - 1) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         INTO WS-OUTER-TEXT
                         WITH POINTER WS-TEXT-PTR
                      END-STRING
                   END-IF
           END-PERFORM
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           STRING "CENTER LETTER   " DELIMITED BY SIZE
              WS-CENTER-LETTER DELIMITED BY SIZE
              INTO WHEEL-PUZZLE-LINE
           END-STRING
           WRITE WHEEL-PUZZLE-LINE
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           STRING "OUTER LETTERS   " DELIMITED BY SIZE
              WS-OUTER-TEXT DELIMITED BY SIZE
              INTO WHEEL-PUZZLE-LINE
           END-STRING
           WRITE WHEEL-PUZZLE-LINE
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           WRITE WHEEL-PUZZLE-LINE
           MOVE WS-ANSWER-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           STRING "FIND " DELIMITED BY SIZE
              TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " WORDS OF " DELIMITED BY SIZE
              WS-MIN-LENGTH DELIMITED BY SIZE
              " OR MORE LETTERS. EVERY WORD USES THE CENTER LETTER,"
                 DELIMITED BY SIZE
              INTO WHEEL-PUZZLE-LINE
           END-STRING
           WRITE WHEEL-PUZZLE-LINE
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           STRING "EACH LETTER ONCE. AT LEAST ONE WORD USES ALL "
                 DELIMITED BY SIZE
              WS-WHEEL-SIZE DELIMITED BY SIZE
              " LETTERS." DELIMITED BY SIZE
              INTO WHEEL-PUZZLE-LINE
           END-STRING
           WRITE WHEEL-PUZZLE-LINE

           MOVE SPACES TO WHEEL-PUZZLE-LINE
           WRITE WHEEL-PUZZLE-LINE
           MOVE "ANSWER KEY" TO WHEEL-PUZZLE-LINE
           WRITE WHEEL-PUZZLE-LINE
           MOVE "WORD                 LETTERS  SCORE"
              TO WHEEL-PUZZLE-LINE
           WRITE WHEEL-PUZZLE-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ANSWER-COUNT
                   PERFORM WRITE-ANSWER-LINE
           END-PERFORM
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           WRITE WHEEL-PUZZLE-LINE
           MOVE WS-TOTAL-SCORE TO WS-TOTAL-SHOW
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           STRING "TOTAL " DELIMITED BY SIZE
              TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " WORDS, " DELIMITED BY SIZE
              TRIM(WS-TOTAL-SHOW) DELIMITED BY SIZE
              " POINTS. BASE WORD " DELIMITED BY SIZE
              TRIM(WS-BASE-WORD) DELIMITED BY SIZE
              INTO WHEEL-PUZZLE-LINE
           END-STRING
           WRITE WHEEL-PUZZLE-LINE
           CLOSE WHEEL-PUZZLE-FILE
           .
       WRITE-PUZZLE-FILE-EXIT.
           EXIT.

       WRITE-ANSWER-LINE.
           MOVE SPACES TO WHEEL-PUZZLE-LINE
           MOVE WA-LENGTH(I) TO WS-LENGTH-SHOW
           MOVE WA-SCORE(I) TO WS-POINTS-SHOW
           MOVE WA-WORD(I) TO WHEEL-PUZZLE-LINE(1:20)
           MOVE WS-LENGTH-SHOW TO WHEEL-PUZZLE-LINE(27:2)
           MOVE WS-POINTS-SHOW TO WHEEL-PUZZLE-LINE(34:2)
           IF WA-LENGTH(I) = WS-WHEEL-SIZE
              MOVE "ALL LETTERS" TO WHEEL-PUZZLE-LINE(38:11)
           END-IF
           WRITE WHEEL-PUZZLE-LINE
           .
       WRITE-ANSWER-LINE-EXIT.
           EXIT.

      *    Rewrites WHEELHST with the puzzle just published added;
      *    the puzzles dropped at load are not carried forward.
       SAVE-HISTORY.
           OPEN OUTPUT WHEEL-HISTORY-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HIST-COUNT
                   MOVE HT-LINE(I) TO WHEEL-HISTORY-LINE
                   WRITE WHEEL-HISTORY-LINE
           END-PERFORM
           MOVE SPACES TO WH-HISTORY-RECORD
           MOVE BD-BUSINESS-DATE TO WH-PUBLISH-DATE
           MOVE WS-BASE-WORD TO WH-BASE-WORD
           MOVE WS-CENTER-LETTER TO WH-CENTER-LETTER
           MOVE WS-ANSWER-COUNT TO WH-ANSWER-COUNT
           MOVE WS-TOTAL-SCORE TO WH-TOTAL-SCORE
           MOVE WH-HISTORY-RECORD TO WHEEL-HISTORY-LINE
           WRITE WHEEL-HISTORY-LINE
           CLOSE WHEEL-HISTORY-FILE
           .
       SAVE-HISTORY-EXIT.
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
           DISPLAY "WORD-WHEEL: PARMMST "
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
