       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICT-HYGIENE.
      *    Cleans and rebuilds ANAGDICT, the word list ANAGRAM,
      *    BEST-WORD-FINDER and the word-quality run all read. Left
      *    alone the file collects duplicates, mixed case, and words
      *    carrying digits or accented letters that quietly never
      *    match anything.
      *
      *    Every entry is screened by ISOGRAM-STRICT's character rule
      *    (through its ISOGRAM-STRICT-BATCH file mode) -- only the
      *    invalid-character verdict is used, a word with a repeated
      *    letter is of course still a word. Surviving entries are
      *    trimmed and folded to upper case (BEST-WORD-FINDER folds
      *    to upper case and ANAGRAM compares case-blind), sorted,
      *    and de-duplicated, and the result replaces ANAGDICT. The
      *    previous file is kept as ANAGBKUP.
      *
      *    The content team's add/remove cards (DICTTRAN) are applied
      *    in the same pass, so dictionary edits are no longer made
      *    with a text editor: an added word goes through the same
      *    screening as the rest, and a remove card drops every
      *    entry that folds to the same word.
      *
      *    DICTCHG lists every word dropped, changed, added or
      *    removed, with the reason. Rejected cards and remove cards
      *    for a word not on file set return code 4; ANAGDICT is
      *    still rebuilt. A dictionary too large for the work table
      *    stops the run with return code 8 and ANAGDICT untouched.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The dictionary itself, read in full then rewritten.
           SELECT OPTIONAL ANAGRAM-DICT-FILE ASSIGN TO "ANAGDICT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Previous generation of ANAGDICT, replaced every run.
           SELECT DICT-BACKUP-FILE ASSIGN TO "ANAGBKUP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Content team add/remove cards.
           SELECT OPTIONAL DICT-TRAN-FILE ASSIGN TO "DICTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from ISOGRAM-STRICT-BATCH.
           SELECT STRICT-IN-FILE ASSIGN TO "ISOGIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STRICT-OUT-FILE ASSIGN TO "ISOGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DICT-CHANGE-FILE ASSIGN TO "DICTCHG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ANAGRAM-DICT-FILE.
       01  ANAGRAM-DICT-RECORD     PIC X(20).
       FD  DICT-BACKUP-FILE.
       01  DICT-BACKUP-RECORD      PIC X(20).
       FD  DICT-TRAN-FILE.
       01  DICT-TRAN-RECORD.
           02 DT-ACTION            PIC X.
              88 DT-ADD-WORD                 VALUE 'A'.
              88 DT-REMOVE-WORD              VALUE 'R'.
           02 FILLER               PIC X.
           02 DT-WORD              PIC X(20).
       FD  STRICT-IN-FILE.
       01  STRICT-IN-RECORD        PIC X(60).
       FD  STRICT-OUT-FILE.
       01  STRICT-OUT-RECORD.
           02 SO-RESULT            PIC 9.
           02 FILLER               PIC X.
           02 SO-INVALID-FLAG      PIC X.
              88 SO-HAS-INVALID-CHAR         VALUE 'Y'.
           02 FILLER               PIC X.
           02 SO-PHRASE            PIC X(60).
       FD  DICT-CHANGE-FILE.
       01  DICT-CHANGE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DICT-EOF-FLAG     PIC 9     VALUE 0.
          88 DICT-EOF                    VALUE 1 FALSE 0.
       01 WS-TRAN-EOF-FLAG     PIC 9     VALUE 0.
          88 TRAN-EOF                    VALUE 1 FALSE 0.
       01 WS-STRICT-EOF-FLAG   PIC 9     VALUE 0.
          88 STRICT-EOF                  VALUE 1 FALSE 0.
       01 WS-OVERFLOW-FLAG     PIC X     VALUE 'N'.
          88 TABLE-OVERFLOW              VALUE 'Y' FALSE 'N'.

      *    Every dictionary entry, then every add card, in the order
      *    read. DH-SOURCE tells the report which it was; DH-STATUS
      *    is K while the entry is still headed for the new file.
       01 WS-DICT-MAX          PIC 9(4)  VALUE 5000.
       01 WS-DICT-COUNT        PIC 9(4)  VALUE 0.
       01 WS-DICT-TABLE.
          05 WS-DICT-ENTRY OCCURS 5000.
             10 DH-RAW-WORD    PIC X(20).
             10 DH-WORD        PIC X(20).
             10 DH-SOURCE      PIC X.
                88 DH-FROM-FILE          VALUE 'F'.
                88 DH-FROM-CARD          VALUE 'A'.
             10 DH-STATUS      PIC X.
                88 DH-KEPT               VALUE 'K'.
                88 DH-DROPPED            VALUE 'D'.
       01 WS-DICT-SWAP         PIC X(42).

      *    Remove cards, applied once the words are folded.
       01 WS-REMOVE-COUNT      PIC 9(4)  VALUE 0.
       01 WS-REMOVE-TABLE.
          05 WS-REMOVE-WORD    PIC X(20) OCCURS 500.
       01 WS-REMOVE-HITS       PIC 9(4).

       01 WS-FILE-WORD-COUNT   PIC 9(4)  VALUE 0.
       01 WS-CARD-COUNT        PIC 9(4)  VALUE 0.
       01 WS-CARD-REJECT-COUNT PIC 9(4)  VALUE 0.
       01 WS-REMOVE-MISS-COUNT PIC 9(4)  VALUE 0.
       01 WS-STRICT-COUNT      PIC 9(4)  VALUE 0.
       01 WS-DROP-COUNT        PIC 9(4)  VALUE 0.
       01 WS-CHANGE-COUNT      PIC 9(4)  VALUE 0.
       01 WS-ADDED-COUNT       PIC 9(4)  VALUE 0.
       01 WS-REMOVED-COUNT     PIC 9(4)  VALUE 0.
       01 WS-WRITTEN-COUNT     PIC 9(4)  VALUE 0.
       01 WS-DIGIT-COUNT       PIC 9(2).
       01 WS-LAST-WORD         PIC X(20).

      *    One DICTCHG line.
       01 WS-CHG-ACTION        PIC X(8).
       01 WS-CHG-OLD-WORD      PIC X(20).
       01 WS-CHG-NEW-WORD      PIC X(20).
       01 WS-CHG-REASON        PIC X(40).
       01 WS-DROP-REASON       PIC X(30).
       77 I                    PIC 9(4).
       77 J                    PIC 9(4).

       PROCEDURE DIVISION.
       DICT-HYGIENE.
           OPEN OUTPUT DICT-CHANGE-FILE
           MOVE "DICT-HYGIENE -- ANAGDICT CHANGE REPORT"
              TO DICT-CHANGE-RECORD
           WRITE DICT-CHANGE-RECORD
           MOVE SPACES TO DICT-CHANGE-RECORD
           STRING "ACTION   " DELIMITED BY SIZE
              "WORD AS READ         " DELIMITED BY SIZE
              "WORD AS FILED        " DELIMITED BY SIZE
              "REASON" DELIMITED BY SIZE
              INTO DICT-CHANGE-RECORD
           END-STRING
           WRITE DICT-CHANGE-RECORD

           PERFORM LOAD-DICTIONARY
           PERFORM LOAD-TRANSACTION-CARDS
           IF TABLE-OVERFLOW
              DISPLAY "DICT-HYGIENE: more than " WS-DICT-MAX
                 " words -- ANAGDICT NOT REBUILT"
              CLOSE DICT-CHANGE-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM BACKUP-DICTIONARY
           PERFORM STAGE-STRICT-CHECK
           CALL "ISOGRAM-STRICT-BATCH"
           MOVE 0 TO RETURN-CODE
           PERFORM APPLY-STRICT-VERDICTS
           IF WS-STRICT-COUNT NOT = WS-DICT-COUNT
              DISPLAY "DICT-HYGIENE: " WS-DICT-COUNT
                 " WORDS STAGED BUT " WS-STRICT-COUNT
                 " CAME BACK -- ANAGDICT NOT REBUILT"
              CLOSE DICT-CHANGE-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REMOVE-COUNT
                   PERFORM APPLY-REMOVE-CARD
           END-PERFORM
           PERFORM SORT-DICTIONARY
           PERFORM DROP-DUPLICATES
           PERFORM REPORT-ADDED-WORDS
           PERFORM WRITE-DICTIONARY

           MOVE SPACES TO DICT-CHANGE-RECORD
           WRITE DICT-CHANGE-RECORD
           MOVE SPACES TO DICT-CHANGE-RECORD
           STRING "READ " DELIMITED BY SIZE
              WS-FILE-WORD-COUNT DELIMITED BY SIZE
              "  CARDS " DELIMITED BY SIZE
              WS-CARD-COUNT DELIMITED BY SIZE
              "  DROPPED " DELIMITED BY SIZE
              WS-DROP-COUNT DELIMITED BY SIZE
              "  CHANGED " DELIMITED BY SIZE
              WS-CHANGE-COUNT DELIMITED BY SIZE
              "  ADDED " DELIMITED BY SIZE
              WS-ADDED-COUNT DELIMITED BY SIZE
              "  REMOVED " DELIMITED BY SIZE
              WS-REMOVED-COUNT DELIMITED BY SIZE
              "  FILED " DELIMITED BY SIZE
              WS-WRITTEN-COUNT DELIMITED BY SIZE
              INTO DICT-CHANGE-RECORD
           END-STRING
           WRITE DICT-CHANGE-RECORD
           CLOSE DICT-CHANGE-FILE

           DISPLAY "DICT-HYGIENE: " WS-FILE-WORD-COUNT " READ, "
              WS-DROP-COUNT " DROPPED, " WS-CHANGE-COUNT
              " CHANGED, " WS-ADDED-COUNT " ADDED, "
              WS-REMOVED-COUNT " REMOVED, " WS-WRITTEN-COUNT
              " FILED"
           IF WS-CARD-REJECT-COUNT > 0 OR WS-REMOVE-MISS-COUNT > 0
              DISPLAY "DICT-HYGIENE: " WS-CARD-REJECT-COUNT
                 " CARDS REJECTED, " WS-REMOVE-MISS-COUNT
                 " REMOVE CARDS NOT ON FILE"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Every ANAGDICT line, blank ones included, so the report can
      *    account for each line of the old file.
       LOAD-DICTIONARY.
           MOVE 0 TO WS-DICT-COUNT
           SET DICT-EOF TO FALSE
           OPEN INPUT ANAGRAM-DICT-FILE
           PERFORM UNTIL DICT-EOF
                   READ ANAGRAM-DICT-FILE
                      AT END
                         SET DICT-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FILE-WORD-COUNT
                         IF WS-DICT-COUNT >= WS-DICT-MAX
                            SET TABLE-OVERFLOW TO TRUE
                         ELSE
                            ADD 1 TO WS-DICT-COUNT
                            MOVE ANAGRAM-DICT-RECORD
                               TO DH-RAW-WORD(WS-DICT-COUNT)
                            MOVE SPACES TO DH-WORD(WS-DICT-COUNT)
                            SET DH-FROM-FILE(WS-DICT-COUNT) TO TRUE
                            SET DH-KEPT(WS-DICT-COUNT) TO TRUE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ANAGRAM-DICT-FILE
           .
       LOAD-DICTIONARY-EXIT.
           EXIT.

      *    Add cards join the table behind the file's own words, so a
      *    word already on file keeps its place and the card is the
      *    one reported as a duplicate. Remove cards are held until
      *    the words are folded.
       LOAD-TRANSACTION-CARDS.
           SET TRAN-EOF TO FALSE
           OPEN INPUT DICT-TRAN-FILE
           PERFORM UNTIL TRAN-EOF
                   READ DICT-TRAN-FILE
                      AT END
                         SET TRAN-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-CARD-COUNT
                         PERFORM ACCEPT-TRANSACTION-CARD
                   END-READ
           END-PERFORM
           CLOSE DICT-TRAN-FILE
           .
       LOAD-TRANSACTION-CARDS-EXIT.
           EXIT.

       ACCEPT-TRANSACTION-CARD.
           MOVE SPACES TO WS-CHG-NEW-WORD
           MOVE DT-WORD TO WS-CHG-OLD-WORD
           EVALUATE TRUE
              WHEN DT-WORD = SPACES
                 MOVE "NO WORD ON CARD" TO WS-CHG-REASON
                 PERFORM REJECT-TRANSACTION-CARD
              WHEN DT-ADD-WORD
                 IF WS-DICT-COUNT >= WS-DICT-MAX
                    SET TABLE-OVERFLOW TO TRUE
                 ELSE
                    ADD 1 TO WS-DICT-COUNT
                    MOVE DT-WORD TO DH-RAW-WORD(WS-DICT-COUNT)
                    MOVE SPACES TO DH-WORD(WS-DICT-COUNT)
                    SET DH-FROM-CARD(WS-DICT-COUNT) TO TRUE
                    SET DH-KEPT(WS-DICT-COUNT) TO TRUE
                 END-IF
              WHEN DT-REMOVE-WORD
                 IF WS-REMOVE-COUNT >= 500
                    MOVE "MORE THAN 500 REMOVE CARDS" TO WS-CHG-REASON
                    PERFORM REJECT-TRANSACTION-CARD
                 ELSE
                    ADD 1 TO WS-REMOVE-COUNT
                    MOVE UPPER-CASE(TRIM(DT-WORD))
                       TO WS-REMOVE-WORD(WS-REMOVE-COUNT)
                 END-IF
              WHEN OTHER
                 MOVE "ACTION NOT A OR R" TO WS-CHG-REASON
                 PERFORM REJECT-TRANSACTION-CARD
           END-EVALUATE
           .
       ACCEPT-TRANSACTION-CARD-EXIT.
           EXIT.

       REJECT-TRANSACTION-CARD.
           ADD 1 TO WS-CARD-REJECT-COUNT
           MOVE "REJECTED" TO WS-CHG-ACTION
           PERFORM WRITE-CHANGE-LINE
           .
       REJECT-TRANSACTION-CARD-EXIT.
           EXIT.

      *    Writes every entry, as read, to the ISOGRAM-STRICT-BATCH
      *    input.
       STAGE-STRICT-CHECK.
           OPEN OUTPUT STRICT-IN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DICT-COUNT
                   MOVE SPACES TO STRICT-IN-RECORD
                   MOVE DH-RAW-WORD(I) TO STRICT-IN-RECORD
                   WRITE STRICT-IN-RECORD
           END-PERFORM
           CLOSE STRICT-IN-FILE
           .
       STAGE-STRICT-CHECK-EXIT.
           EXIT.

      *    Reads the verdicts back in staging order. A flagged entry
      *    is dropped; the rest are trimmed and folded, and a word
      *    that reads differently afterwards is reported as changed.
       APPLY-STRICT-VERDICTS.
           MOVE 0 TO WS-STRICT-COUNT
           SET STRICT-EOF TO FALSE
           OPEN INPUT STRICT-OUT-FILE
           PERFORM UNTIL STRICT-EOF
                   READ STRICT-OUT-FILE
                      AT END
                         SET STRICT-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-STRICT-COUNT
                         IF WS-STRICT-COUNT <= WS-DICT-COUNT
                            MOVE WS-STRICT-COUNT TO I
                            PERFORM SCREEN-DICT-ENTRY
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE STRICT-OUT-FILE
           .
       APPLY-STRICT-VERDICTS-EXIT.
           EXIT.

       SCREEN-DICT-ENTRY.
           MOVE DH-RAW-WORD(I) TO WS-CHG-OLD-WORD
           EVALUATE TRUE
              WHEN DH-RAW-WORD(I) = SPACES
                 MOVE "BLANK LINE" TO WS-DROP-REASON
                 PERFORM DROP-DICT-ENTRY
              WHEN SO-HAS-INVALID-CHAR
                 MOVE 0 TO WS-DIGIT-COUNT
                 INSPECT DH-RAW-WORD(I) TALLYING WS-DIGIT-COUNT
                    FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
                 IF WS-DIGIT-COUNT > 0
                    MOVE "CONTAINS A DIGIT" TO WS-DROP-REASON
                 ELSE
                    MOVE "ACCENTED LETTER OR SYMBOL"
                       TO WS-DROP-REASON
                 END-IF
                 PERFORM DROP-DICT-ENTRY
              WHEN OTHER
                 MOVE UPPER-CASE(TRIM(DH-RAW-WORD(I)))
                    TO DH-WORD(I)
                 IF DH-WORD(I) NOT = DH-RAW-WORD(I)
                    AND DH-FROM-FILE(I)
                    ADD 1 TO WS-CHANGE-COUNT
                    MOVE "CHANGED" TO WS-CHG-ACTION
                    MOVE DH-WORD(I) TO WS-CHG-NEW-WORD
                    IF TRIM(DH-RAW-WORD(I)) = DH-RAW-WORD(I)
                       MOVE "FOLDED TO UPPER CASE" TO WS-CHG-REASON
                    ELSE
                       MOVE "LEADING BLANKS REMOVED, UPPER CASE"
                          TO WS-CHG-REASON
                    END-IF
                    PERFORM WRITE-CHANGE-LINE
                 END-IF
           END-EVALUATE
           .
       SCREEN-DICT-ENTRY-EXIT.
           EXIT.

      *    Drops entry I with the reason already in WS-DROP-REASON,
      *    noting on the line when the word came from an add card.
       DROP-DICT-ENTRY.
           SET DH-DROPPED(I) TO TRUE
           ADD 1 TO WS-DROP-COUNT
           MOVE "DROPPED" TO WS-CHG-ACTION
           MOVE SPACES TO WS-CHG-NEW-WORD
           IF DH-FROM-CARD(I)
              MOVE SPACES TO WS-CHG-REASON
              STRING "ADD CARD, " DELIMITED BY SIZE
                 TRIM(WS-DROP-REASON) DELIMITED BY SIZE
                 INTO WS-CHG-REASON
              END-STRING
           ELSE
              MOVE WS-DROP-REASON TO WS-CHG-REASON
           END-IF
           PERFORM WRITE-CHANGE-LINE
           .
       DROP-DICT-ENTRY-EXIT.
           EXIT.

      *    Remove card I drops every kept entry that folds to its
      *    word -- duplicates included.
       APPLY-REMOVE-CARD.
           MOVE 0 TO WS-REMOVE-HITS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DICT-COUNT
                   IF DH-KEPT(J)
                      AND DH-WORD(J) = WS-REMOVE-WORD(I)
                      SET DH-DROPPED(J) TO TRUE
                      ADD 1 TO WS-REMOVE-HITS
                      ADD 1 TO WS-REMOVED-COUNT
                      MOVE "REMOVED" TO WS-CHG-ACTION
                      MOVE DH-RAW-WORD(J) TO WS-CHG-OLD-WORD
                      MOVE SPACES TO WS-CHG-NEW-WORD
                      MOVE "REMOVE CARD" TO WS-CHG-REASON
                      PERFORM WRITE-CHANGE-LINE
                   END-IF
           END-PERFORM
           IF WS-REMOVE-HITS = 0
              ADD 1 TO WS-REMOVE-MISS-COUNT
              MOVE "REJECTED" TO WS-CHG-ACTION
              MOVE WS-REMOVE-WORD(I) TO WS-CHG-OLD-WORD
              MOVE SPACES TO WS-CHG-NEW-WORD
              MOVE "REMOVE CARD, WORD NOT ON FILE" TO WS-CHG-REASON
              PERFORM WRITE-CHANGE-LINE
           END-IF
           .
       APPLY-REMOVE-CARD-EXIT.
           EXIT.

      *    Bubble sort on the folded word. Only a strictly greater
      *    word is swapped, so equal words keep their read order and
      *    the file's own copy stays ahead of a card's.
       SORT-DICTIONARY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-DICT-COUNT
                   PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-DICT-COUNT - I
                           IF DH-WORD(J) > DH-WORD(J + 1)
                              MOVE WS-DICT-ENTRY(J) TO WS-DICT-SWAP
                              MOVE WS-DICT-ENTRY(J + 1)
                                 TO WS-DICT-ENTRY(J)
                              MOVE WS-DICT-SWAP
                                 TO WS-DICT-ENTRY(J + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       SORT-DICTIONARY-EXIT.
           EXIT.

      *    With the table in word order, a kept word equal to the
      *    last kept word is a duplicate.
       DROP-DUPLICATES.
           MOVE SPACES TO WS-LAST-WORD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DICT-COUNT
                   IF DH-KEPT(I)
                      IF DH-WORD(I) = WS-LAST-WORD
                         MOVE DH-RAW-WORD(I) TO WS-CHG-OLD-WORD
                         MOVE "DUPLICATE OF A FILED WORD"
                            TO WS-DROP-REASON
                         PERFORM DROP-DICT-ENTRY
                      ELSE
                         MOVE DH-WORD(I) TO WS-LAST-WORD
                      END-IF
                   END-IF
           END-PERFORM
           .
       DROP-DUPLICATES-EXIT.
           EXIT.

       REPORT-ADDED-WORDS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DICT-COUNT
                   IF DH-KEPT(I) AND DH-FROM-CARD(I)
                      ADD 1 TO WS-ADDED-COUNT
                      MOVE "ADDED" TO WS-CHG-ACTION
                      MOVE DH-RAW-WORD(I) TO WS-CHG-OLD-WORD
                      MOVE DH-WORD(I) TO WS-CHG-NEW-WORD
                      MOVE "ADD CARD" TO WS-CHG-REASON
                      PERFORM WRITE-CHANGE-LINE
                   END-IF
           END-PERFORM
           .
       REPORT-ADDED-WORDS-EXIT.
           EXIT.

      *    ANAGBKUP gets the file exactly as it was read, so a bad
      *    card run can be put back by copying it over ANAGDICT.
       BACKUP-DICTIONARY.
           OPEN OUTPUT DICT-BACKUP-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DICT-COUNT
                   IF DH-FROM-FILE(I)
                      MOVE DH-RAW-WORD(I) TO DICT-BACKUP-RECORD
                      WRITE DICT-BACKUP-RECORD
                   END-IF
           END-PERFORM
           CLOSE DICT-BACKUP-FILE
           .
       BACKUP-DICTIONARY-EXIT.
           EXIT.

       WRITE-DICTIONARY.
           MOVE 0 TO WS-WRITTEN-COUNT
           OPEN OUTPUT ANAGRAM-DICT-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DICT-COUNT
                   IF DH-KEPT(I)
                      MOVE DH-WORD(I) TO ANAGRAM-DICT-RECORD
                      WRITE ANAGRAM-DICT-RECORD
                      ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
           END-PERFORM
           CLOSE ANAGRAM-DICT-FILE
           .
       WRITE-DICTIONARY-EXIT.
           EXIT.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO DICT-CHANGE-RECORD
           STRING WS-CHG-ACTION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CHG-OLD-WORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CHG-NEW-WORD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CHG-REASON DELIMITED BY SIZE
              INTO DICT-CHANGE-RECORD
           END-STRING
           WRITE DICT-CHANGE-RECORD
           .
       WRITE-CHANGE-LINE-EXIT.
           EXIT.
