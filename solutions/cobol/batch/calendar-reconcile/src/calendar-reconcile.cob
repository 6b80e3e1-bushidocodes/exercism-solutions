      *    Newest PARMMST value in force on PP-LOOKUP-DATE -- see
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
           DISPLAY "CALENDAR-RECONCILE: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.
