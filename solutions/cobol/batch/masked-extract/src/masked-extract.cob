       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKED-EXTRACT.
      *    Builds the test region's masters from production with the
      *    people taken out of them. A fix that needed realistic data
      *    used to mean copying ROSTERIDX, GUARDMST, PATMAST,
      *    SCOREMST and CARDFILE into test as they stood, real names,
      *    addresses and card numbers included. This run writes the
      *    test copies instead:
      *
      *       ROSTERIDX -> TESTROST   student names replaced
      *       GUARDMST  -> TESTGURD   student and guardian names
      *                               replaced, addresses scrambled
      *       PATMAST   -> TESTPAT    copied as it stands, it holds
      *                               no names or card numbers
      *       SCOREMST  -> TESTSCOR   player names replaced
      *       CARDFILE  -> TESTCARD   card numbers replaced
      *
      *    A person gets one test name everywhere. A name is taken
      *    through SUBJIDX to its subject -- under the file's own
      *    scope first, then any scope -- so "SMITH, JOHN" on
      *    SCOREMST and "John Smith" on ROSTERIDX come out as the
      *    same test person; a name SUBJIDX does not know stands for
      *    itself. The same student is the same test name on
      *    ROSTERIDX and GUARDMST, so the guardian-to-student and
      *    other name joins still hold in test. Test names are made
      *    from the first and last name lists below, never equal any
      *    production name, and keep the production name's form:
      *    "LAST, FIRST" when it has a comma, "FIRST LAST" when not.
      *    Guardian addresses are rebuilt from the street and town
      *    lists, one address per test guardian; a blank address
      *    line stays blank.
      *
      *    A card number keeps its BIN (first six digits), its length
      *    and the position of any spaces or dashes in the field; the
      *    account digits become a running test account and the last
      *    digit its LUHN check digit. The same production card is
      *    the same test card wherever it appears. A number that is
      *    not 13 to 19 digits long becomes a 16-digit test card
      *    under BIN 999999.
      *
      *    School IDs, game sequences, patient IDs, feed IDs and
      *    every other key part are carried unchanged, and names are
      *    replaced one for one, so each output has the same keys in
      *    the same number as its master. MASKRPT is the control
      *    report: records in and out for each file, then a re-read
      *    of every output proving no production name or card number
      *    survived, every test card passes LUHN and every count
      *    balances. RETURN-CODE is 8 when a master cannot be read or
      *    the control check fails -- the test set must not be
      *    loaded then.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROSTERIDX-STATUS.
           SELECT GUARDIAN-MASTER-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GUARDMST-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATMAST-STATUS.
           SELECT SCORE-MASTER-FILE ASSIGN TO "SCOREMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHM-KEY
               FILE STATUS IS WS-SCOREMST-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDFILE-STATUS.
      *    Subject identity master -- see subject-identity.cpy.
           SELECT OPTIONAL SUBJECT-IDENTITY-FILE ASSIGN TO "SUBJIDX"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The test region's copies, same layouts and keys.
           SELECT TEST-ROSTER-FILE ASSIGN TO "TESTROST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TESTROST-STATUS.
           SELECT TEST-GUARDIAN-FILE ASSIGN TO "TESTGURD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TG-KEY
               FILE STATUS IS WS-TESTGURD-STATUS.
           SELECT TEST-PATIENT-FILE ASSIGN TO "TESTPAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-PATIENT-ID
               FILE STATUS IS WS-TESTPAT-STATUS.
           SELECT TEST-SCORE-FILE ASSIGN TO "TESTSCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-TESTSCOR-STATUS.
           SELECT TEST-CARD-FILE ASSIGN TO "TESTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  GUARDIAN-MASTER-FILE.
       01  GUARDIAN-MASTER-RECORD.
           02 GM-KEY.
              05 GM-SCHOOL-ID     PIC X(3).
              05 GM-NAME          PIC X(60).
           02 GM-GUARDIAN-NAME    PIC X(40).
           02 GM-ADDRESS-1        PIC X(30).
           02 GM-ADDRESS-2        PIC X(30).
           02 GM-ADDRESS-3        PIC X(30).
       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           02 PM-PATIENT-ID       PIC X(10).
           02 PM-LAST-TEST-DATE   PIC 9(8).
           02 PM-LAST-SCORE       PIC 9(4).
           02 PM-ALLERGEN-LIST    PIC X(108).
       FD  SCORE-MASTER-FILE.
       01  SCORE-MASTER-RECORD.
           02 SHM-KEY.
              05 SHM-PLAYER-NAME  PIC X(20).
              05 SHM-GAME-SEQ     PIC 9(4).
           02 SHM-GAME-SCORE      PIC 9(5).
           02 SHM-GAME-DATE       PIC 9(8).
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           02 CF-CARD-NUMBER      PIC X(32).
           02 CF-FEED-ID          PIC X(4).
       FD  SUBJECT-IDENTITY-FILE.
       01  SUBJECT-IDENTITY-RECORD PIC X(78).
       FD  TEST-ROSTER-FILE.
       01  TEST-ROSTER-RECORD.
           02 TR-KEY.
              05 TR-SCHOOL-ID     PIC X(3).
              05 TR-NAME          PIC X(60).
           02 TR-GRADE            PIC 9.
           02 TR-SECTION          PIC X(2).
       FD  TEST-GUARDIAN-FILE.
       01  TEST-GUARDIAN-RECORD.
           02 TG-KEY.
              05 TG-SCHOOL-ID     PIC X(3).
              05 TG-NAME          PIC X(60).
           02 TG-GUARDIAN-NAME    PIC X(40).
           02 TG-ADDRESS-1        PIC X(30).
           02 TG-ADDRESS-2        PIC X(30).
           02 TG-ADDRESS-3        PIC X(30).
       FD  TEST-PATIENT-FILE.
       01  TEST-PATIENT-RECORD.
           02 TP-PATIENT-ID       PIC X(10).
           02 FILLER              PIC X(120).
       FD  TEST-SCORE-FILE.
       01  TEST-SCORE-RECORD.
           02 TS-KEY.
              05 TS-PLAYER-NAME   PIC X(20).
              05 TS-GAME-SEQ      PIC 9(4).
           02 TS-GAME-SCORE       PIC 9(5).
           02 TS-GAME-DATE        PIC 9(8).
       FD  TEST-CARD-FILE.
       01  TEST-CARD-RECORD.
           02 TC-CARD-NUMBER      PIC X(32).
           02 TC-FEED-ID          PIC X(4).
       FD  MASK-REPORT-FILE.
       01  MASK-REPORT-LINE       PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ROSTERIDX-STATUS PIC XX.
       01 WS-GUARDMST-STATUS  PIC XX.
       01 WS-PATMAST-STATUS   PIC XX.
       01 WS-SCOREMST-STATUS  PIC XX.
       01 WS-CARDFILE-STATUS  PIC XX.
       01 WS-TESTROST-STATUS  PIC XX.
       01 WS-TESTGURD-STATUS  PIC XX.
       01 WS-TESTPAT-STATUS   PIC XX.
       01 WS-TESTSCOR-STATUS  PIC XX.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-OPEN-FAILED-FLAG PIC 9     VALUE 0.
          88 MASTER-OPEN-FAILED         VALUE 1 FALSE 0.
       01 WS-CONTROL-FAILED-FLAG PIC 9  VALUE 0.
          88 CONTROL-FAILED             VALUE 1 FALSE 0.

      *    The five masters in report order, with this run's counts.
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 5.
             10 WS-FL-MASTER  PIC X(10).
             10 WS-FL-OUTPUT  PIC X(10).
             10 WS-FL-IN      PIC 9(6).
             10 WS-FL-OUT     PIC 9(6).
             10 WS-FL-REREAD  PIC 9(6).
             10 WS-FL-MASKED  PIC 9(6).
             10 WS-FL-DUPLICATES PIC 9(6).
             10 WS-FL-SURVIVORS  PIC 9(6).
       77 F                   PIC 9.

      *    Every production name and card number, for choosing test
      *    values that differ from all of them and for the control
      *    re-read.
       01 WS-TABLE-MAX        PIC 9(5)  VALUE 10000.
       01 WS-ORIG-NAME-COUNT  PIC 9(5)  VALUE 0.
       01 WS-ORIG-NAME-TABLE.
          05 WS-ON-NAME PIC X(60) OCCURS 10000.
       01 WS-ORIG-CARD-COUNT  PIC 9(5)  VALUE 0.
       01 WS-ORIG-CARD-TABLE.
          05 WS-OC-DIGITS PIC X(32) OCCURS 10000.

      *    One entry per person met: "S" and the SUBJIDX subject ID,
      *    or "N" and the name itself, with the test name number.
       01 WS-PERSON-COUNT     PIC 9(5)  VALUE 0.
       01 WS-PERSON-TABLE.
          05 WS-PERSON-ENTRY OCCURS 10000.
             10 WS-PN-KEY     PIC X(61).
             10 WS-PN-FAKE    PIC 9(5).
       01 WS-PERSON-KEY       PIC X(61).
       01 WS-PERSON-FAKE      PIC 9(5).
       01 WS-NEXT-FAKE        PIC 9(5)  VALUE 0.

      *    One entry per production card number met, with its test
      *    card.
       01 WS-CARD-MAP-COUNT   PIC 9(5)  VALUE 0.
       01 WS-CARD-MAP-TABLE.
          05 WS-CARD-MAP-ENTRY OCCURS 10000.
             10 WS-CM-ORIGINAL PIC X(32).
             10 WS-CM-TEST    PIC X(19).
       01 WS-NEXT-ACCOUNT     PIC 9(12) VALUE 0.

      *    Test name parts. Twenty first names by twenty-five last
      *    names gives five hundred people before the last name
      *    takes a number; none is long enough to overflow the
      *    twenty-character SCOREMST player name.
       01 WS-FIRST-NAMES.
          05 FILLER  PIC X(6) VALUE "ALEX".
          05 FILLER  PIC X(6) VALUE "BLAIR".
          05 FILLER  PIC X(6) VALUE "CASEY".
          05 FILLER  PIC X(6) VALUE "DANA".
          05 FILLER  PIC X(6) VALUE "EDEN".
          05 FILLER  PIC X(6) VALUE "FINLEY".
          05 FILLER  PIC X(6) VALUE "GRAY".
          05 FILLER  PIC X(6) VALUE "HARPER".
          05 FILLER  PIC X(6) VALUE "INDIGO".
          05 FILLER  PIC X(6) VALUE "JORDAN".
          05 FILLER  PIC X(6) VALUE "KAI".
          05 FILLER  PIC X(6) VALUE "LOGAN".
          05 FILLER  PIC X(6) VALUE "MORGAN".
          05 FILLER  PIC X(6) VALUE "NOEL".
          05 FILLER  PIC X(6) VALUE "OAKLEY".
          05 FILLER  PIC X(6) VALUE "PARKER".
          05 FILLER  PIC X(6) VALUE "QUINN".
          05 FILLER  PIC X(6) VALUE "REESE".
          05 FILLER  PIC X(6) VALUE "SAGE".
          05 FILLER  PIC X(6) VALUE "TAYLOR".
       01 WS-FIRST-NAME-LIST REDEFINES WS-FIRST-NAMES.
          05 WS-FIRST-NAME  PIC X(6) OCCURS 20.
       01 WS-LAST-NAMES.
          05 FILLER  PIC X(9) VALUE "ASHDOWN".
          05 FILLER  PIC X(9) VALUE "BRIMLEY".
          05 FILLER  PIC X(9) VALUE "CALLOWAY".
          05 FILLER  PIC X(9) VALUE "DENHOLM".
          05 FILLER  PIC X(9) VALUE "ELSWORTH".
          05 FILLER  PIC X(9) VALUE "FAIRLEY".
          05 FILLER  PIC X(9) VALUE "GARROWAY".
          05 FILLER  PIC X(9) VALUE "HOLLINS".
          05 FILLER  PIC X(9) VALUE "IVERSON".
          05 FILLER  PIC X(9) VALUE "JESSOP".
          05 FILLER  PIC X(9) VALUE "KINGSLEY".
          05 FILLER  PIC X(9) VALUE "LANGDALE".
          05 FILLER  PIC X(9) VALUE "MARLOWE".
          05 FILLER  PIC X(9) VALUE "NETHERBY".
          05 FILLER  PIC X(9) VALUE "ORMSBY".
          05 FILLER  PIC X(9) VALUE "PENROSE".
          05 FILLER  PIC X(9) VALUE "QUARRY".
          05 FILLER  PIC X(9) VALUE "RADCLIFFE".
          05 FILLER  PIC X(9) VALUE "SELWYN".
          05 FILLER  PIC X(9) VALUE "THORNBURY".
          05 FILLER  PIC X(9) VALUE "UPTON".
          05 FILLER  PIC X(9) VALUE "VARLEY".
          05 FILLER  PIC X(9) VALUE "WENTWORTH".
          05 FILLER  PIC X(9) VALUE "YARDLEY".
          05 FILLER  PIC X(9) VALUE "ZELLER".
       01 WS-LAST-NAME-LIST REDEFINES WS-LAST-NAMES.
          05 WS-LAST-NAME   PIC X(9) OCCURS 25.
       01 WS-STREETS.
          05 FILLER  PIC X(14) VALUE "ELM STREET".
          05 FILLER  PIC X(14) VALUE "MAPLE AVENUE".
          05 FILLER  PIC X(14) VALUE "CEDAR LANE".
          05 FILLER  PIC X(14) VALUE "BIRCH ROAD".
          05 FILLER  PIC X(14) VALUE "WILLOW WAY".
          05 FILLER  PIC X(14) VALUE "ASPEN COURT".
          05 FILLER  PIC X(14) VALUE "HAZEL DRIVE".
          05 FILLER  PIC X(14) VALUE "LARCH CLOSE".
          05 FILLER  PIC X(14) VALUE "ROWAN PLACE".
          05 FILLER  PIC X(14) VALUE "SPRUCE TERRACE".
       01 WS-STREET-LIST REDEFINES WS-STREETS.
          05 WS-STREET      PIC X(14) OCCURS 10.
       01 WS-TOWNS.
          05 FILLER  PIC X(12) VALUE "NORTHFIELD".
          05 FILLER  PIC X(12) VALUE "EASTBROOK".
          05 FILLER  PIC X(12) VALUE "SOUTHMERE".
          05 FILLER  PIC X(12) VALUE "WESTHAVEN".
          05 FILLER  PIC X(12) VALUE "MIDDLETON".
          05 FILLER  PIC X(12) VALUE "LAKESIDE".
          05 FILLER  PIC X(12) VALUE "HILLCREST".
          05 FILLER  PIC X(12) VALUE "RIVERDALE".
       01 WS-TOWN-LIST REDEFINES WS-TOWNS.
          05 WS-TOWN        PIC X(12) OCCURS 8.

       01 WS-REAL-NAME        PIC X(60).
       01 WS-NAME-SCOPE       PIC X(8).
       01 WS-MASKED-NAME      PIC X(60).
       01 WS-COMMA-COUNT      PIC 9(2).
       01 WS-FAKE-NUMBER      PIC 9(5).
       01 WS-FAKE-SEQ         PIC 9(5).
       01 WS-FAKE-QUOT        PIC 9(5).
       01 WS-FAKE-FIRST       PIC 9(2).
       01 WS-FAKE-LAST        PIC 9(2).
       01 WS-FAKE-CYCLE       PIC 9(3).
       01 WS-FAKE-CYCLE-SHOW  PIC Z(2)9.
       01 WS-FAKE-SURNAME     PIC X(13).
       01 WS-FAKE-PLAIN-NAME  PIC X(60).
       01 WS-FAKE-COMMA-NAME  PIC X(60).
       01 WS-FAKE-TAKEN-FLAG  PIC 9     VALUE 0.
          88 FAKE-TAKEN                 VALUE 1 FALSE 0.
       01 WS-FOUND-FLAG       PIC 9     VALUE 0.
          88 ENTRY-FOUND                VALUE 1 FALSE 0.

       01 WS-HOUSE-NUMBER     PIC 9(4).
       01 WS-HOUSE-SHOW       PIC Z(3)9.
       01 WS-UNIT-SHOW        PIC Z9.
       01 WS-POSTCODE         PIC 9(5).
       01 WS-ADDR-WORK        PIC 9(7).
       01 WS-ADDR-PICK        PIC 9(2).

       01 WS-CARD-FIELD       PIC X(32).
       01 WS-CARD-DIGITS      PIC X(32).
       01 WS-DIGIT-COUNT      PIC 9(2).
       01 WS-TEST-CARD        PIC X(19).
       01 WS-TEST-LENGTH      PIC 9(2).
       01 WS-ACCOUNT-WIDTH    PIC 9(2).
       01 WS-ACCOUNT-TEXT     PIC 9(12).
       01 WS-CARD-NUMBER      PIC X(19).
       01 WS-CARD-LEN         PIC 9(2).
       01 WS-LUHN-SUM         PIC 9(4).
       01 WS-LUHN-DIGIT       PIC 9(2).
       01 WS-LUHN-DOUBLE-FLAG PIC 9     VALUE 0.
          88 LUHN-DOUBLE                VALUE 1 FALSE 0.
       01 WS-CHECK-DIGIT      PIC 9.

      *    Control re-read totals.
       01 WS-NAMES-SURVIVED   PIC 9(6)  VALUE 0.
       01 WS-CARDS-SURVIVED   PIC 9(6)  VALUE 0.
       01 WS-CARDS-NOT-LUHN   PIC 9(6)  VALUE 0.
       01 WS-COUNT-MISMATCHES PIC 9(2)  VALUE 0.
       01 WS-DUPLICATE-TOTAL  PIC 9(6)  VALUE 0.
       01 WS-CHECK-FIELD      PIC X(60).
       01 WS-CHECK-WHAT       PIC X(20).
       01 WS-RECORD-NUMBER    PIC 9(6).
       01 WS-COUNT-SHOW       PIC ZZZ,ZZ9.
       01 WS-IN-SHOW          PIC ZZZ,ZZ9.
       01 WS-OUT-SHOW         PIC ZZZ,ZZ9.
       01 WS-REREAD-SHOW      PIC ZZZ,ZZ9.
       01 WS-MASKED-SHOW      PIC ZZZ,ZZ9.

       77 I                   PIC 9(5).
       77 P                   PIC 9(2).

       COPY "subject-identity.cpy".
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       MASKED-EXTRACT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-IDENTITY-MASTER
           PERFORM SET-UP-FILE-TABLE
           PERFORM COLLECT-ORIGINALS
           IF MASTER-OPEN-FAILED
              DISPLAY "MASKED-EXTRACT: no test set written"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT MASK-REPORT-FILE
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "MASKED TEST-REGION EXTRACT" DELIMITED BY SIZE
              "   BUSINESS DATE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           PERFORM EXTRACT-ROSTER
           PERFORM EXTRACT-GUARDIANS
           PERFORM EXTRACT-PATIENTS
           PERFORM EXTRACT-SCORES
           PERFORM EXTRACT-CARDS
           PERFORM WRITE-FILE-COUNTS
           PERFORM VERIFY-EXTRACT
           PERFORM WRITE-CONTROL-SUMMARY
           CLOSE MASK-REPORT-FILE
           DISPLAY "MASKED-EXTRACT: " WS-PERSON-COUNT
              " people and " WS-CARD-MAP-COUNT
              " cards masked, " WS-NAMES-SURVIVED
              " names and " WS-CARDS-SURVIVED
              " cards survived"
           IF CONTROL-FAILED OR MASTER-OPEN-FAILED
              DISPLAY "MASKED-EXTRACT: control check FAILED,"
                 " test set must not be loaded"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-UP-FILE-TABLE.
           INITIALIZE WS-FILE-TABLE
           MOVE "ROSTERIDX" TO WS-FL-MASTER(1)
           MOVE "TESTROST" TO WS-FL-OUTPUT(1)
           MOVE "GUARDMST" TO WS-FL-MASTER(2)
           MOVE "TESTGURD" TO WS-FL-OUTPUT(2)
           MOVE "PATMAST" TO WS-FL-MASTER(3)
           MOVE "TESTPAT" TO WS-FL-OUTPUT(3)
           MOVE "SCOREMST" TO WS-FL-MASTER(4)
           MOVE "TESTSCOR" TO WS-FL-OUTPUT(4)
           MOVE "CARDFILE" TO WS-FL-MASTER(5)
           MOVE "TESTCARD" TO WS-FL-OUTPUT(5)
           .
       SET-UP-FILE-TABLE-EXIT.
           EXIT.

      *    First pass over the masters: every production name and
      *    card number is held before any test value is chosen, so
      *    that no test value can equal one of them. A master that
      *    will not open stops the run before anything is written.
       COLLECT-ORIGINALS.
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-ROSTERIDX-STATUS NOT = "00"
              DISPLAY "MASKED-EXTRACT: cannot open ROSTERIDX,"
                 " status " WS-ROSTERIDX-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
           ELSE
              SET FILE-EOF TO FALSE
              PERFORM UNTIL FILE-EOF
                      READ ROSTER-MASTER-FILE NEXT RECORD
                         AT END
                            SET FILE-EOF TO TRUE
                         NOT AT END
                            MOVE RM-NAME TO WS-REAL-NAME
                            PERFORM ADD-ORIGINAL-NAME
                      END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER-FILE
           END-IF
           OPEN INPUT GUARDIAN-MASTER-FILE
           IF WS-GUARDMST-STATUS NOT = "00"
              DISPLAY "MASKED-EXTRACT: cannot open GUARDMST,"
                 " status " WS-GUARDMST-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
           ELSE
              SET FILE-EOF TO FALSE
              PERFORM UNTIL FILE-EOF
                      READ GUARDIAN-MASTER-FILE NEXT RECORD
                         AT END
                            SET FILE-EOF TO TRUE
                         NOT AT END
                            MOVE GM-NAME TO WS-REAL-NAME
                            PERFORM ADD-ORIGINAL-NAME
                            MOVE GM-GUARDIAN-NAME TO WS-REAL-NAME
                            PERFORM ADD-ORIGINAL-NAME
                      END-READ
              END-PERFORM
              CLOSE GUARDIAN-MASTER-FILE
           END-IF
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATMAST-STATUS NOT = "00"
              DISPLAY "MASKED-EXTRACT: cannot open PATMAST,"
                 " status " WS-PATMAST-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
           ELSE
              CLOSE PATIENT-MASTER-FILE
           END-IF
           OPEN INPUT SCORE-MASTER-FILE
           IF WS-SCOREMST-STATUS NOT = "00"
              DISPLAY "MASKED-EXTRACT: cannot open SCOREMST,"
                 " status " WS-SCOREMST-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
           ELSE
              SET FILE-EOF TO FALSE
              PERFORM UNTIL FILE-EOF
                      READ SCORE-MASTER-FILE NEXT RECORD
                         AT END
                            SET FILE-EOF TO TRUE
                         NOT AT END
                            MOVE SHM-PLAYER-NAME TO WS-REAL-NAME
                            PERFORM ADD-ORIGINAL-NAME
                      END-READ
              END-PERFORM
              CLOSE SCORE-MASTER-FILE
           END-IF
           OPEN INPUT CARD-FILE
           IF WS-CARDFILE-STATUS NOT = "00"
              DISPLAY "MASKED-EXTRACT: cannot open CARDFILE,"
                 " status " WS-CARDFILE-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
           ELSE
              SET FILE-EOF TO FALSE
              PERFORM UNTIL FILE-EOF
                      READ CARD-FILE
                         AT END
                            SET FILE-EOF TO TRUE
                         NOT AT END
                            MOVE CF-CARD-NUMBER TO WS-CARD-FIELD
                            PERFORM EXTRACT-CARD-DIGITS
                            IF WS-DIGIT-COUNT > 0
                               PERFORM ADD-ORIGINAL-CARD
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE CARD-FILE
           END-IF
           .
       COLLECT-ORIGINALS-EXIT.
           EXIT.

       ADD-ORIGINAL-NAME.
           IF WS-REAL-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-ORIG-NAME-COUNT
                   IF WS-ON-NAME(I) = WS-REAL-NAME
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-ORIG-NAME-COUNT >= WS-TABLE-MAX
              MOVE "PRODUCTION NAMES" TO WS-CHECK-WHAT
              PERFORM TABLE-FULL
           END-IF
           ADD 1 TO WS-ORIG-NAME-COUNT
           MOVE WS-REAL-NAME TO WS-ON-NAME(WS-ORIG-NAME-COUNT)
           .
       ADD-ORIGINAL-NAME-EXIT.
           EXIT.

       ADD-ORIGINAL-CARD.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-ORIG-CARD-COUNT
                   IF WS-OC-DIGITS(I) = WS-CARD-DIGITS
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-ORIG-CARD-COUNT >= WS-TABLE-MAX
              MOVE "PRODUCTION CARDS" TO WS-CHECK-WHAT
              PERFORM TABLE-FULL
           END-IF
           ADD 1 TO WS-ORIG-CARD-COUNT
           MOVE WS-CARD-DIGITS TO WS-OC-DIGITS(WS-ORIG-CARD-COUNT)
           .
       ADD-ORIGINAL-CARD-EXIT.
           EXIT.

      *    Without every production value held, the test values
      *    could not be proved different from them.
       TABLE-FULL.
           DISPLAY "MASKED-EXTRACT: more " TRIM(WS-CHECK-WHAT)
              " than the table holds, run stopped"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       TABLE-FULL-EXIT.
           EXIT.

       EXTRACT-ROSTER.
           MOVE 1 TO F
           OPEN INPUT ROSTER-MASTER-FILE
           OPEN OUTPUT TEST-ROSTER-FILE
           IF WS-TESTROST-STATUS NOT = "00"
              PERFORM OUTPUT-OPEN-FAILED
              CLOSE ROSTER-MASTER-FILE
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ ROSTER-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-IN(F)
                         MOVE ROSTER-MASTER-RECORD
                            TO TEST-ROSTER-RECORD
                         MOVE RM-NAME TO WS-REAL-NAME
                         MOVE "ROSTER" TO WS-NAME-SCOPE
                         PERFORM MASK-NAME
                         MOVE WS-MASKED-NAME TO TR-NAME
                         WRITE TEST-ROSTER-RECORD
                            INVALID KEY
                               ADD 1 TO WS-FL-DUPLICATES(F)
                            NOT INVALID KEY
                               ADD 1 TO WS-FL-OUT(F)
                         END-WRITE
                   END-READ
           END-PERFORM
           CLOSE ROSTER-MASTER-FILE
           CLOSE TEST-ROSTER-FILE
           .
       EXTRACT-ROSTER-EXIT.
           EXIT.

      *    The student part of the key is masked exactly as on
      *    ROSTERIDX, so each guardian still finds the student.
       EXTRACT-GUARDIANS.
           MOVE 2 TO F
           OPEN INPUT GUARDIAN-MASTER-FILE
           OPEN OUTPUT TEST-GUARDIAN-FILE
           IF WS-TESTGURD-STATUS NOT = "00"
              PERFORM OUTPUT-OPEN-FAILED
              CLOSE GUARDIAN-MASTER-FILE
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ GUARDIAN-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-IN(F)
                         MOVE GUARDIAN-MASTER-RECORD
                            TO TEST-GUARDIAN-RECORD
                         MOVE GM-NAME TO WS-REAL-NAME
                         MOVE "ROSTER" TO WS-NAME-SCOPE
                         PERFORM MASK-NAME
                         MOVE WS-MASKED-NAME TO TG-NAME
                         MOVE GM-GUARDIAN-NAME TO WS-REAL-NAME
                         MOVE SPACES TO WS-NAME-SCOPE
                         PERFORM MASK-NAME
                         MOVE WS-MASKED-NAME TO TG-GUARDIAN-NAME
                         PERFORM SCRAMBLE-ADDRESS
                         WRITE TEST-GUARDIAN-RECORD
                            INVALID KEY
                               ADD 1 TO WS-FL-DUPLICATES(F)
                            NOT INVALID KEY
                               ADD 1 TO WS-FL-OUT(F)
                         END-WRITE
                   END-READ
           END-PERFORM
           CLOSE GUARDIAN-MASTER-FILE
           CLOSE TEST-GUARDIAN-FILE
           .
       EXTRACT-GUARDIANS-EXIT.
           EXIT.

       EXTRACT-PATIENTS.
           MOVE 3 TO F
           OPEN INPUT PATIENT-MASTER-FILE
           OPEN OUTPUT TEST-PATIENT-FILE
           IF WS-TESTPAT-STATUS NOT = "00"
              PERFORM OUTPUT-OPEN-FAILED
              CLOSE PATIENT-MASTER-FILE
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ PATIENT-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-IN(F)
                         MOVE PATIENT-MASTER-RECORD
                            TO TEST-PATIENT-RECORD
                         WRITE TEST-PATIENT-RECORD
                            INVALID KEY
                               ADD 1 TO WS-FL-DUPLICATES(F)
                            NOT INVALID KEY
                               ADD 1 TO WS-FL-OUT(F)
                         END-WRITE
                   END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
           CLOSE TEST-PATIENT-FILE
           .
       EXTRACT-PATIENTS-EXIT.
           EXIT.

       EXTRACT-SCORES.
           MOVE 4 TO F
           OPEN INPUT SCORE-MASTER-FILE
           OPEN OUTPUT TEST-SCORE-FILE
           IF WS-TESTSCOR-STATUS NOT = "00"
              PERFORM OUTPUT-OPEN-FAILED
              CLOSE SCORE-MASTER-FILE
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ SCORE-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-IN(F)
                         MOVE SCORE-MASTER-RECORD
                            TO TEST-SCORE-RECORD
                         MOVE SHM-PLAYER-NAME TO WS-REAL-NAME
                         MOVE "SCORE" TO WS-NAME-SCOPE
                         PERFORM MASK-NAME
                         MOVE WS-MASKED-NAME TO TS-PLAYER-NAME
                         WRITE TEST-SCORE-RECORD
                            INVALID KEY
                               ADD 1 TO WS-FL-DUPLICATES(F)
                            NOT INVALID KEY
                               ADD 1 TO WS-FL-OUT(F)
                         END-WRITE
                   END-READ
           END-PERFORM
           CLOSE SCORE-MASTER-FILE
           CLOSE TEST-SCORE-FILE
           .
       EXTRACT-SCORES-EXIT.
           EXIT.

       EXTRACT-CARDS.
           MOVE 5 TO F
           OPEN INPUT CARD-FILE
           OPEN OUTPUT TEST-CARD-FILE
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ CARD-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-IN(F)
                         MOVE CARD-FILE-RECORD TO TEST-CARD-RECORD
                         MOVE CF-CARD-NUMBER TO WS-CARD-FIELD
                         PERFORM EXTRACT-CARD-DIGITS
                         IF WS-DIGIT-COUNT > 0
                            PERFORM MASK-CARD
                            MOVE WS-CARD-FIELD TO TC-CARD-NUMBER
                            ADD 1 TO WS-FL-MASKED(F)
                         END-IF
                         WRITE TEST-CARD-RECORD
                         ADD 1 TO WS-FL-OUT(F)
                   END-READ
           END-PERFORM
           CLOSE CARD-FILE
           CLOSE TEST-CARD-FILE
           .
       EXTRACT-CARDS-EXIT.
           EXIT.

       OUTPUT-OPEN-FAILED.
           DISPLAY "MASKED-EXTRACT: cannot open "
              TRIM(WS-FL-OUTPUT(F)) " for output"
           SET MASTER-OPEN-FAILED TO TRUE
           .
       OUTPUT-OPEN-FAILED-EXIT.
           EXIT.

      *    WS-REAL-NAME under the file scope in WS-NAME-SCOPE becomes
      *    its person's test name in WS-MASKED-NAME. Blank stays
      *    blank.
       MASK-NAME.
           MOVE SPACES TO WS-MASKED-NAME
           IF WS-REAL-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FL-MASKED(F)
           MOVE WS-REAL-NAME TO SID-SEARCH-NAME
           MOVE WS-NAME-SCOPE TO SID-SEARCH-SCOPE
           PERFORM FIND-IDENTITY-NAME
           IF SID-FOUND-IDX = 0 AND WS-NAME-SCOPE NOT = SPACES
              MOVE SPACES TO SID-SEARCH-SCOPE
              PERFORM FIND-IDENTITY-NAME
           END-IF
           MOVE SPACES TO WS-PERSON-KEY
           IF SID-FOUND-IDX > 0
              STRING "S" DELIMITED BY SIZE
                 SID-FOUND-ID DELIMITED BY SIZE
                 INTO WS-PERSON-KEY
              END-STRING
           ELSE
              STRING "N" DELIMITED BY SIZE
                 WS-REAL-NAME DELIMITED BY SIZE
                 INTO WS-PERSON-KEY
              END-STRING
           END-IF
           PERFORM FIND-PERSON
           MOVE WS-PERSON-FAKE TO WS-FAKE-NUMBER
           PERFORM BUILD-FAKE-NAME
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-REAL-NAME TALLYING WS-COMMA-COUNT FOR ALL ","
           IF WS-COMMA-COUNT > 0
              MOVE WS-FAKE-COMMA-NAME TO WS-MASKED-NAME
           ELSE
              MOVE WS-FAKE-PLAIN-NAME TO WS-MASKED-NAME
           END-IF
           .
       MASK-NAME-EXIT.
           EXIT.

      *    The person in WS-PERSON-KEY, added with the next free test
      *    name the first time they are met.
       FIND-PERSON.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PERSON-COUNT
                   IF WS-PN-KEY(I) = WS-PERSON-KEY
                      MOVE WS-PN-FAKE(I) TO WS-PERSON-FAKE
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-PERSON-COUNT >= WS-TABLE-MAX
              MOVE "PEOPLE" TO WS-CHECK-WHAT
              PERFORM TABLE-FULL
           END-IF
           PERFORM ASSIGN-FAKE-NUMBER
           ADD 1 TO WS-PERSON-COUNT
           MOVE WS-PERSON-KEY TO WS-PN-KEY(WS-PERSON-COUNT)
           MOVE WS-PERSON-FAKE TO WS-PN-FAKE(WS-PERSON-COUNT)
           .
       FIND-PERSON-EXIT.
           EXIT.

      *    Next test name number whose name, in either form, is no
      *    production name.
       ASSIGN-FAKE-NUMBER.
           SET FAKE-TAKEN TO TRUE
           PERFORM UNTIL NOT FAKE-TAKEN
                   ADD 1 TO WS-NEXT-FAKE
                   MOVE WS-NEXT-FAKE TO WS-FAKE-NUMBER
                   PERFORM BUILD-FAKE-NAME
                   SET FAKE-TAKEN TO FALSE
                   PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-ORIG-NAME-COUNT OR FAKE-TAKEN
                           IF WS-ON-NAME(I) = WS-FAKE-PLAIN-NAME
                              OR WS-ON-NAME(I) = WS-FAKE-COMMA-NAME
                              SET FAKE-TAKEN TO TRUE
                           END-IF
                   END-PERFORM
           END-PERFORM
           MOVE WS-NEXT-FAKE TO WS-PERSON-FAKE
           .
       ASSIGN-FAKE-NUMBER-EXIT.
           EXIT.

      *    Test name number WS-FAKE-NUMBER in both forms. The first
      *    name turns fastest; past the five hundredth person the
      *    last name carries the round number.
       BUILD-FAKE-NAME.
           COMPUTE WS-FAKE-SEQ = WS-FAKE-NUMBER - 1
           DIVIDE WS-FAKE-SEQ BY 20 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-FIRST
           ADD 1 TO WS-FAKE-FIRST
           DIVIDE WS-FAKE-QUOT BY 25 GIVING WS-FAKE-CYCLE
              REMAINDER WS-FAKE-LAST
           ADD 1 TO WS-FAKE-LAST
           MOVE SPACES TO WS-FAKE-SURNAME
           IF WS-FAKE-CYCLE = 0
              MOVE WS-LAST-NAME(WS-FAKE-LAST) TO WS-FAKE-SURNAME
           ELSE
              MOVE WS-FAKE-CYCLE TO WS-FAKE-CYCLE-SHOW
              STRING TRIM(WS-LAST-NAME(WS-FAKE-LAST))
                 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TRIM(WS-FAKE-CYCLE-SHOW) DELIMITED BY SIZE
                 INTO WS-FAKE-SURNAME
              END-STRING
           END-IF
           MOVE SPACES TO WS-FAKE-PLAIN-NAME
           STRING TRIM(WS-FIRST-NAME(WS-FAKE-FIRST))
              DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRIM(WS-FAKE-SURNAME) DELIMITED BY SIZE
              INTO WS-FAKE-PLAIN-NAME
           END-STRING
           MOVE SPACES TO WS-FAKE-COMMA-NAME
           STRING TRIM(WS-FAKE-SURNAME) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              TRIM(WS-FIRST-NAME(WS-FAKE-FIRST)) DELIMITED BY SIZE
              INTO WS-FAKE-COMMA-NAME
           END-STRING
           .
       BUILD-FAKE-NAME-EXIT.
           EXIT.

      *    Rebuilds the guardian's three address lines from the
      *    guardian's test name number, so one test guardian has one
      *    address wherever they appear.
       SCRAMBLE-ADDRESS.
           COMPUTE WS-ADDR-WORK = WS-PERSON-FAKE * 37 + 11
           DIVIDE WS-ADDR-WORK BY 900 GIVING WS-FAKE-QUOT
              REMAINDER WS-HOUSE-NUMBER
           ADD 100 TO WS-HOUSE-NUMBER
           DIVIDE WS-PERSON-FAKE BY 10 GIVING WS-FAKE-QUOT
              REMAINDER WS-ADDR-PICK
           ADD 1 TO WS-ADDR-PICK
           IF GM-ADDRESS-1 NOT = SPACES
              MOVE WS-HOUSE-NUMBER TO WS-HOUSE-SHOW
              MOVE SPACES TO TG-ADDRESS-1
              STRING TRIM(WS-HOUSE-SHOW) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TRIM(WS-STREET(WS-ADDR-PICK)) DELIMITED BY SIZE
                 INTO TG-ADDRESS-1
              END-STRING
           END-IF
           IF GM-ADDRESS-2 NOT = SPACES
              DIVIDE WS-PERSON-FAKE BY 40 GIVING WS-FAKE-QUOT
                 REMAINDER WS-ADDR-PICK
              ADD 1 TO WS-ADDR-PICK
              MOVE WS-ADDR-PICK TO WS-UNIT-SHOW
              MOVE SPACES TO TG-ADDRESS-2
              STRING "UNIT " DELIMITED BY SIZE
                 TRIM(WS-UNIT-SHOW) DELIMITED BY SIZE
                 INTO TG-ADDRESS-2
              END-STRING
           END-IF
           IF GM-ADDRESS-3 NOT = SPACES
              DIVIDE WS-PERSON-FAKE BY 8 GIVING WS-FAKE-QUOT
                 REMAINDER WS-ADDR-PICK
              ADD 1 TO WS-ADDR-PICK
              COMPUTE WS-POSTCODE = 90000 + WS-HOUSE-NUMBER
              MOVE SPACES TO TG-ADDRESS-3
              STRING TRIM(WS-TOWN(WS-ADDR-PICK)) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-POSTCODE DELIMITED BY SIZE
                 INTO TG-ADDRESS-3
              END-STRING
           END-IF
           .
       SCRAMBLE-ADDRESS-EXIT.
           EXIT.

      *    The digits of WS-CARD-FIELD, in order, into WS-CARD-DIGITS;
      *    spaces, dashes and anything else are separators.
       EXTRACT-CARD-DIGITS.
           MOVE SPACES TO WS-CARD-DIGITS
           MOVE 0 TO WS-DIGIT-COUNT
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 32
                   IF WS-CARD-FIELD(P:1) IS NUMERIC
                      ADD 1 TO WS-DIGIT-COUNT
                      MOVE WS-CARD-FIELD(P:1)
                         TO WS-CARD-DIGITS(WS-DIGIT-COUNT:1)
                   END-IF
           END-PERFORM
           .
       EXTRACT-CARD-DIGITS-EXIT.
           EXIT.

      *    WS-CARD-FIELD with its card number replaced by the card's
      *    test number, digit for digit where the length allows.
       MASK-CARD.
           SET ENTRY-FOUND TO FALSE
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-CARD-MAP-COUNT OR ENTRY-FOUND
                   IF WS-CM-ORIGINAL(I) = WS-CARD-DIGITS
                      MOVE WS-CM-TEST(I) TO WS-TEST-CARD
                      SET ENTRY-FOUND TO TRUE
                   END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-CARD-MAP-COUNT >= WS-TABLE-MAX
                 MOVE "CARD NUMBERS" TO WS-CHECK-WHAT
                 PERFORM TABLE-FULL
              END-IF
              PERFORM ASSIGN-TEST-CARD
              ADD 1 TO WS-CARD-MAP-COUNT
              MOVE WS-CARD-DIGITS TO WS-CM-ORIGINAL(WS-CARD-MAP-COUNT)
              MOVE WS-TEST-CARD TO WS-CM-TEST(WS-CARD-MAP-COUNT)
           END-IF
           IF WS-DIGIT-COUNT < 13 OR WS-DIGIT-COUNT > 19
              MOVE WS-TEST-CARD TO WS-CARD-FIELD
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO I
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 32
                   IF WS-CARD-FIELD(P:1) IS NUMERIC
                      ADD 1 TO I
                      MOVE WS-TEST-CARD(I:1) TO WS-CARD-FIELD(P:1)
                   END-IF
           END-PERFORM
           .
       MASK-CARD-EXIT.
           EXIT.

      *    The next test account under the card's BIN and length,
      *    with its check digit, skipping any number that is a
      *    production card.
       ASSIGN-TEST-CARD.
           IF WS-DIGIT-COUNT < 13 OR WS-DIGIT-COUNT > 19
              MOVE 16 TO WS-TEST-LENGTH
           ELSE
              MOVE WS-DIGIT-COUNT TO WS-TEST-LENGTH
           END-IF
           COMPUTE WS-ACCOUNT-WIDTH = WS-TEST-LENGTH - 7
           COMPUTE WS-CARD-LEN = WS-TEST-LENGTH - 1
           SET FAKE-TAKEN TO TRUE
           PERFORM UNTIL NOT FAKE-TAKEN
                   ADD 1 TO WS-NEXT-ACCOUNT
                   MOVE WS-NEXT-ACCOUNT TO WS-ACCOUNT-TEXT
                   MOVE SPACES TO WS-CARD-NUMBER
                   IF WS-DIGIT-COUNT < 13 OR WS-DIGIT-COUNT > 19
                      MOVE "999999" TO WS-CARD-NUMBER(1:6)
                   ELSE
                      MOVE WS-CARD-DIGITS(1:6) TO WS-CARD-NUMBER(1:6)
                   END-IF
                   MOVE WS-ACCOUNT-TEXT(13 - WS-ACCOUNT-WIDTH:
                      WS-ACCOUNT-WIDTH)
                      TO WS-CARD-NUMBER(7:WS-ACCOUNT-WIDTH)
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE WS-CHECK-DIGIT
                      TO WS-CARD-NUMBER(WS-TEST-LENGTH:1)
                   SET FAKE-TAKEN TO FALSE
                   PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-ORIG-CARD-COUNT OR FAKE-TAKEN
                           IF WS-OC-DIGITS(I) = WS-CARD-NUMBER
                              SET FAKE-TAKEN TO TRUE
                           END-IF
                   END-PERFORM
           END-PERFORM
           MOVE WS-CARD-NUMBER TO WS-TEST-CARD
           .
       ASSIGN-TEST-CARD-EXIT.
           EXIT.

      *    LUHN check digit for the first WS-CARD-LEN digits of
      *    WS-CARD-NUMBER, as CARD-ISSUANCE computes it.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-LUHN-SUM
           SET LUHN-DOUBLE TO TRUE
           PERFORM VARYING I FROM WS-CARD-LEN BY -1 UNTIL I < 1
                   MOVE NUMVAL(WS-CARD-NUMBER(I:1)) TO WS-LUHN-DIGIT
                   IF LUHN-DOUBLE
                      COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                      IF WS-LUHN-DIGIT > 9
                         SUBTRACT 9 FROM WS-LUHN-DIGIT
                      END-IF
                      SET LUHN-DOUBLE TO FALSE
                   ELSE
                      SET LUHN-DOUBLE TO TRUE
                   END-IF
                   ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-CHECK-DIGIT = MOD(10 - MOD(WS-LUHN-SUM, 10), 10)
           .
       COMPUTE-CHECK-DIGIT-EXIT.
           EXIT.

       WRITE-FILE-COUNTS.
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "MASTER     TEST COPY   RECORDS IN  RECORDS OUT"
              DELIMITED BY SIZE
              "  FIELDS MASKED" DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   MOVE WS-FL-IN(F) TO WS-IN-SHOW
                   MOVE WS-FL-OUT(F) TO WS-OUT-SHOW
                   MOVE WS-FL-MASKED(F) TO WS-MASKED-SHOW
                   MOVE SPACES TO MASK-REPORT-LINE
                   STRING WS-FL-MASTER(F) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FL-OUTPUT(F) DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-IN-SHOW DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-OUT-SHOW DELIMITED BY SIZE
                      "        " DELIMITED BY SIZE
                      WS-MASKED-SHOW DELIMITED BY SIZE
                      INTO MASK-REPORT-LINE
                   END-STRING
                   WRITE MASK-REPORT-LINE
           END-PERFORM
           .
       WRITE-FILE-COUNTS-EXIT.
           EXIT.

      *    Second look at the test set as written: each output read
      *    back through, every name field checked against every
      *    production name and every card against every production
      *    card and LUHN. Each finding is listed by file and record
      *    number, never by the value itself.
       VERIFY-EXTRACT.
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           MOVE "CONTROL RE-READ OF THE TEST SET" TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           PERFORM VERIFY-ROSTER
           PERFORM VERIFY-GUARDIANS
           PERFORM VERIFY-PATIENTS
           PERFORM VERIFY-SCORES
           PERFORM VERIFY-CARDS
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   ADD WS-FL-DUPLICATES(F) TO WS-DUPLICATE-TOTAL
                   IF WS-FL-DUPLICATES(F) > 0
                      MOVE WS-FL-DUPLICATES(F) TO WS-COUNT-SHOW
                      MOVE SPACES TO MASK-REPORT-LINE
                      STRING "  " DELIMITED BY SIZE
                         WS-FL-OUTPUT(F) DELIMITED BY SIZE
                         WS-COUNT-SHOW DELIMITED BY SIZE
                         " RECORDS REFUSED AS DUPLICATE KEYS"
                         DELIMITED BY SIZE
                         INTO MASK-REPORT-LINE
                      END-STRING
                      WRITE MASK-REPORT-LINE
                   END-IF
                   IF WS-FL-IN(F) NOT = WS-FL-OUT(F)
                      OR WS-FL-OUT(F) NOT = WS-FL-REREAD(F)
                      ADD 1 TO WS-COUNT-MISMATCHES
                      MOVE WS-FL-IN(F) TO WS-IN-SHOW
                      MOVE WS-FL-REREAD(F) TO WS-REREAD-SHOW
                      MOVE SPACES TO MASK-REPORT-LINE
                      STRING "  " DELIMITED BY SIZE
                         WS-FL-OUTPUT(F) DELIMITED BY SIZE
                         " HOLDS" DELIMITED BY SIZE
                         WS-REREAD-SHOW DELIMITED BY SIZE
                         " RECORDS, " DELIMITED BY SIZE
                         WS-FL-MASTER(F) DELIMITED BY SIZE
                         WS-IN-SHOW DELIMITED BY SIZE
                         INTO MASK-REPORT-LINE
                      END-STRING
                      WRITE MASK-REPORT-LINE
                   END-IF
           END-PERFORM
           IF WS-NAMES-SURVIVED > 0 OR WS-CARDS-SURVIVED > 0
              OR WS-CARDS-NOT-LUHN > 0 OR WS-COUNT-MISMATCHES > 0
              OR WS-DUPLICATE-TOTAL > 0
              SET CONTROL-FAILED TO TRUE
           END-IF
           .
       VERIFY-EXTRACT-EXIT.
           EXIT.

       VERIFY-ROSTER.
           MOVE 1 TO F
           OPEN INPUT TEST-ROSTER-FILE
           IF WS-TESTROST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ TEST-ROSTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-REREAD(F)
                         MOVE TR-NAME TO WS-CHECK-FIELD
                         MOVE "STUDENT NAME" TO WS-CHECK-WHAT
                         PERFORM CHECK-NAME-SURVIVED
                   END-READ
           END-PERFORM
           CLOSE TEST-ROSTER-FILE
           .
       VERIFY-ROSTER-EXIT.
           EXIT.

       VERIFY-GUARDIANS.
           MOVE 2 TO F
           OPEN INPUT TEST-GUARDIAN-FILE
           IF WS-TESTGURD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ TEST-GUARDIAN-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-REREAD(F)
                         MOVE TG-NAME TO WS-CHECK-FIELD
                         MOVE "STUDENT NAME" TO WS-CHECK-WHAT
                         PERFORM CHECK-NAME-SURVIVED
                         MOVE TG-GUARDIAN-NAME TO WS-CHECK-FIELD
                         MOVE "GUARDIAN NAME" TO WS-CHECK-WHAT
                         PERFORM CHECK-NAME-SURVIVED
                   END-READ
           END-PERFORM
           CLOSE TEST-GUARDIAN-FILE
           .
       VERIFY-GUARDIANS-EXIT.
           EXIT.

       VERIFY-PATIENTS.
           MOVE 3 TO F
           OPEN INPUT TEST-PATIENT-FILE
           IF WS-TESTPAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ TEST-PATIENT-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-REREAD(F)
                   END-READ
           END-PERFORM
           CLOSE TEST-PATIENT-FILE
           .
       VERIFY-PATIENTS-EXIT.
           EXIT.

       VERIFY-SCORES.
           MOVE 4 TO F
           OPEN INPUT TEST-SCORE-FILE
           IF WS-TESTSCOR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ TEST-SCORE-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-REREAD(F)
                         MOVE TS-PLAYER-NAME TO WS-CHECK-FIELD
                         MOVE "PLAYER NAME" TO WS-CHECK-WHAT
                         PERFORM CHECK-NAME-SURVIVED
                   END-READ
           END-PERFORM
           CLOSE TEST-SCORE-FILE
           .
       VERIFY-SCORES-EXIT.
           EXIT.

       VERIFY-CARDS.
           MOVE 5 TO F
           SET FILE-EOF TO FALSE
           OPEN INPUT TEST-CARD-FILE
           PERFORM UNTIL FILE-EOF
                   READ TEST-CARD-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-FL-REREAD(F)
                         MOVE TC-CARD-NUMBER TO WS-CARD-FIELD
                         PERFORM EXTRACT-CARD-DIGITS
                         IF WS-DIGIT-COUNT > 0
                            PERFORM CHECK-CARD-SURVIVED
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TEST-CARD-FILE
           .
       VERIFY-CARDS-EXIT.
           EXIT.

       CHECK-NAME-SURVIVED.
           IF WS-CHECK-FIELD = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-ORIG-NAME-COUNT
                   IF WS-ON-NAME(I) = WS-CHECK-FIELD
                      ADD 1 TO WS-NAMES-SURVIVED
                      MOVE WS-FL-REREAD(F) TO WS-RECORD-NUMBER
                      MOVE SPACES TO MASK-REPORT-LINE
                      STRING "  " DELIMITED BY SIZE
                         WS-FL-OUTPUT(F) DELIMITED BY SIZE
                         " RECORD " DELIMITED BY SIZE
                         WS-RECORD-NUMBER DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         TRIM(WS-CHECK-WHAT) DELIMITED BY SIZE
                         " IS A PRODUCTION NAME" DELIMITED BY SIZE
                         INTO MASK-REPORT-LINE
                      END-STRING
                      WRITE MASK-REPORT-LINE
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           .
       CHECK-NAME-SURVIVED-EXIT.
           EXIT.

       CHECK-CARD-SURVIVED.
           MOVE WS-FL-REREAD(F) TO WS-RECORD-NUMBER
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-ORIG-CARD-COUNT
                   IF WS-OC-DIGITS(I) = WS-CARD-DIGITS
                      ADD 1 TO WS-CARDS-SURVIVED
                      MOVE SPACES TO MASK-REPORT-LINE
                      STRING "  TESTCARD RECORD " DELIMITED BY SIZE
                         WS-RECORD-NUMBER DELIMITED BY SIZE
                         " CARD IS A PRODUCTION NUMBER"
                         DELIMITED BY SIZE
                         INTO MASK-REPORT-LINE
                      END-STRING
                      WRITE MASK-REPORT-LINE
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           MOVE WS-CARD-DIGITS TO WS-CARD-NUMBER
           IF WS-DIGIT-COUNT >= 13 AND WS-DIGIT-COUNT <= 19
              COMPUTE WS-CARD-LEN = WS-DIGIT-COUNT - 1
              PERFORM COMPUTE-CHECK-DIGIT
              IF WS-CARD-NUMBER(WS-DIGIT-COUNT:1) = WS-CHECK-DIGIT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-CARDS-NOT-LUHN
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "  TESTCARD RECORD " DELIMITED BY SIZE
              WS-RECORD-NUMBER DELIMITED BY SIZE
              " CARD FAILS LUHN" DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           .
       CHECK-CARD-SURVIVED-EXIT.
           EXIT.

       WRITE-CONTROL-SUMMARY.
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           MOVE WS-ORIG-NAME-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "PRODUCTION NAMES CHECKED AGAINST      "
              DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           MOVE WS-ORIG-CARD-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "PRODUCTION CARDS CHECKED AGAINST      "
              DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           MOVE WS-PERSON-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "PEOPLE GIVEN TEST NAMES               "
              DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           MOVE WS-CARD-MAP-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "CARDS GIVEN TEST NUMBERS              "
              DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           MOVE WS-NAMES-SURVIVED TO WS-COUNT-SHOW
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "PRODUCTION NAMES FOUND IN TEST SET    "
              DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           MOVE WS-CARDS-SURVIVED TO WS-COUNT-SHOW
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "PRODUCTION CARDS FOUND IN TEST SET    "
              DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           MOVE WS-CARDS-NOT-LUHN TO WS-COUNT-SHOW
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "TEST CARDS FAILING LUHN               "
              DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           MOVE WS-COUNT-MISMATCHES TO WS-COUNT-SHOW
           MOVE SPACES TO MASK-REPORT-LINE
           STRING "FILES WHOSE COUNTS DO NOT BALANCE     "
              DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO MASK-REPORT-LINE
           END-STRING
           WRITE MASK-REPORT-LINE
           MOVE SPACES TO MASK-REPORT-LINE
           IF CONTROL-FAILED OR MASTER-OPEN-FAILED
              MOVE "CONTROL RESULT: FAIL -- DO NOT LOAD THIS TEST SET"
                 TO MASK-REPORT-LINE
           ELSE
              MOVE "CONTROL RESULT: PASS" TO MASK-REPORT-LINE
           END-IF
           WRITE MASK-REPORT-LINE
           .
       WRITE-CONTROL-SUMMARY-EXIT.
           EXIT.

      *    Loads the SUBJIDX identity master whole -- see
      *    subject-identity.cpy. A missing master leaves the table
      *    empty, and every name then stands for itself.
       LOAD-IDENTITY-MASTER.
           MOVE 0 TO SID-COUNT
           MOVE 0 TO SID-EOF-FLAG
           OPEN INPUT SUBJECT-IDENTITY-FILE
           PERFORM UNTIL SID-EOF
                   READ SUBJECT-IDENTITY-FILE
                      INTO SID-IDENTITY-RECORD
                      AT END
                         SET SID-EOF TO TRUE
                      NOT AT END
                         IF SID-SUBJECT-ID NOT = SPACES
                            PERFORM ADD-IDENTITY-ENTRY
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SUBJECT-IDENTITY-FILE
           PERFORM CHECK-IDENTITY-ORDER
           PERFORM BUILD-IDENTITY-NAME-INDEX
           .
       LOAD-IDENTITY-MASTER-EXIT.
           EXIT.

       ADD-IDENTITY-ENTRY.
           IF SID-COUNT >= SID-TABLE-MAX
              MOVE "MORE ENTRIES THAN TABLE HOLDS" TO SID-LOAD-ERROR
              MOVE SID-COUNT TO SID-IDX
              PERFORM IDENTITY-MASTER-LOAD-FAILED
           END-IF
           ADD 1 TO SID-COUNT
           MOVE SID-SUBJECT-ID TO SID-TB-ID(SID-COUNT)
           MOVE SID-FILE-SCOPE TO SID-TB-SCOPE(SID-COUNT)
           MOVE SID-NAME TO SID-TB-NAME(SID-COUNT)
           .
       ADD-IDENTITY-ENTRY-EXIT.
           EXIT.

      *    Subject ID and scope may repeat -- a subject's variants
      *    follow its canonical spelling -- but never go down.
       CHECK-IDENTITY-ORDER.
           PERFORM VARYING SID-IDX FROM 2 BY 1
              UNTIL SID-IDX > SID-COUNT
                   IF SID-TB-KEY(SID-IDX) < SID-TB-KEY(SID-IDX - 1)
                      MOVE "OUT OF ORDER" TO SID-LOAD-ERROR
                      PERFORM IDENTITY-MASTER-LOAD-FAILED
                   END-IF
           END-PERFORM
           .
       CHECK-IDENTITY-ORDER-EXIT.
           EXIT.

      *    Each entry is inserted into SID-NAME-INDEX in name, scope
      *    and subject ID order, and the finished index must rise
      *    strictly: an equal neighbour is the same spelling listed
      *    twice for one subject and scope.
       BUILD-IDENTITY-NAME-INDEX.
           PERFORM VARYING SID-IDX FROM 1 BY 1
              UNTIL SID-IDX > SID-COUNT
                   PERFORM INSERT-IDENTITY-NAME
           END-PERFORM
           PERFORM VARYING SID-IDX FROM 2 BY 1
              UNTIL SID-IDX > SID-COUNT
                   IF SID-NX-KEY(SID-IDX) = SID-NX-KEY(SID-IDX - 1)
                      MOVE "DUPLICATE NAME ENTRY" TO SID-LOAD-ERROR
                      MOVE SID-NX-ROW(SID-IDX) TO SID-IDX
                      PERFORM IDENTITY-MASTER-LOAD-FAILED
                   END-IF
           END-PERFORM
           .
       BUILD-IDENTITY-NAME-INDEX-EXIT.
           EXIT.

       INSERT-IDENTITY-NAME.
           MOVE SID-TB-NAME(SID-IDX) TO SID-NAME-KEY(1:60)
           MOVE SID-TB-SCOPE(SID-IDX) TO SID-NAME-KEY(61:8)
           MOVE SID-TB-ID(SID-IDX) TO SID-NAME-KEY(69:8)
           MOVE SID-IDX TO SID-MID
           PERFORM UNTIL SID-MID = 1
                   IF SID-NX-KEY(SID-MID - 1) <= SID-NAME-KEY
                      EXIT PERFORM
                   END-IF
                   MOVE SID-NX-ENTRY(SID-MID - 1)
                      TO SID-NX-ENTRY(SID-MID)
                   SUBTRACT 1 FROM SID-MID
           END-PERFORM
           MOVE SID-NAME-KEY TO SID-NX-KEY(SID-MID)
           MOVE SID-IDX TO SID-NX-ROW(SID-MID)
           .
       INSERT-IDENTITY-NAME-EXIT.
           EXIT.

       IDENTITY-MASTER-LOAD-FAILED.
           DISPLAY "MASKED-EXTRACT: SUBJIDX "
              TRIM(SID-LOAD-ERROR) " AT ENTRY " SID-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       IDENTITY-MASTER-LOAD-FAILED-EXIT.
           EXIT.

      *    Binary search of SID-NAME-INDEX for SID-SEARCH-NAME under
      *    SID-SEARCH-SCOPE, or under any scope when that is blank.
      *    SID-FOUND-IDX is the matching SID-TABLE entry listed first
      *    in the file, zero when there is none, and SID-FOUND-ID its
      *    subject.
       FIND-IDENTITY-NAME.
           MOVE 0 TO SID-FOUND-IDX
           MOVE SPACES TO SID-FOUND-ID
           IF SID-SEARCH-SCOPE = SPACES
              MOVE 60 TO SID-SEARCH-LEN
           ELSE
              MOVE 68 TO SID-SEARCH-LEN
           END-IF
           MOVE 1 TO SID-LO
           MOVE SID-COUNT TO SID-HI
           MOVE 0 TO SID-IDX
           PERFORM UNTIL SID-LO > SID-HI
                   MOVE INTEGER((SID-LO + SID-HI) / 2) TO SID-MID
                   EVALUATE TRUE
                   WHEN SID-NX-KEY(SID-MID)(1:SID-SEARCH-LEN)
                      = SID-SEARCH-NAME-KEY(1:SID-SEARCH-LEN)
                        MOVE SID-MID TO SID-IDX
                        EXIT PERFORM
                   WHEN SID-NX-KEY(SID-MID)(1:SID-SEARCH-LEN)
                      < SID-SEARCH-NAME-KEY(1:SID-SEARCH-LEN)
                        COMPUTE SID-LO = SID-MID + 1
                   WHEN OTHER
                        COMPUTE SID-HI = SID-MID - 1
                   END-EVALUATE
           END-PERFORM
           IF SID-IDX = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SID-IDX = 1
                   IF SID-NX-KEY(SID-IDX - 1)(1:SID-SEARCH-LEN)
                      NOT = SID-SEARCH-NAME-KEY(1:SID-SEARCH-LEN)
                      EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM SID-IDX
           END-PERFORM
           MOVE SID-NX-ROW(SID-IDX) TO SID-FOUND-IDX
           PERFORM UNTIL SID-IDX > SID-COUNT
                   IF SID-NX-KEY(SID-IDX)(1:SID-SEARCH-LEN)
                      NOT = SID-SEARCH-NAME-KEY(1:SID-SEARCH-LEN)
                      EXIT PERFORM
                   END-IF
                   IF SID-NX-ROW(SID-IDX) < SID-FOUND-IDX
                      MOVE SID-NX-ROW(SID-IDX) TO SID-FOUND-IDX
                   END-IF
                   ADD 1 TO SID-IDX
           END-PERFORM
           MOVE SID-TB-ID(SID-FOUND-IDX) TO SID-FOUND-ID
           .
       FIND-IDENTITY-NAME-EXIT.
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
