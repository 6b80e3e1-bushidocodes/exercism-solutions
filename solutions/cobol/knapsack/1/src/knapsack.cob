00131Q*---------------------------------------------------------------*
00131R     SELECT OPTIONAL COMPATIBILITY-FILE ASSIGN TO "COMPATMX"
00131S         ORGANIZATION IS LINE SEQUENTIAL.
0131S1*---------------------------------------------------------------*
0131S2* Warehouse item master (see item-master.cpy). When it is on    *
0131S3* file the pool is built from the units on hand instead of      *
0131S4* ITEMPOOL, and every unit loaded is taken off stock as the     *
0131S5* plan is written, so it cannot be planned again tomorrow.      *
0131S6*---------------------------------------------------------------*
0131S7     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
0131S8         ORGANIZATION IS INDEXED
0131S9         ACCESS MODE IS DYNAMIC
0131SA         RECORD KEY IS MI-ITEM-ID
0131SB         FILE STATUS IS IM-MASTER-STATUS.
0131SC*---------------------------------------------------------------*
0131SD* Stock issue control: the business date of the last plan that  *
0131SE* took units off ITEMMST and how many it took. Stock is issued  *
0131SF* once per business date; a rerun would take the same units off *
0131SG* a second time.                                                *
0131SH*---------------------------------------------------------------*
0131SI     SELECT OPTIONAL STOCK-ISSUE-FILE ASSIGN TO "ITEMISSU"
0131SJ         ORGANIZATION IS LINE SEQUENTIAL.
0131SK* Processing-date control file -- see business-date.cpy.
0131SL     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
0131SM         ORGANIZATION IS LINE SEQUENTIAL.
000132 DATA DIVISION.
000133 FILE SECTION.
000134 FD  KNAPSACK-CHECKPOINT-FILE.
0135J5     02 CM-CLASS-A      PIC X(4).
0135J6     02 FILLER          PIC X.
0135J7     02 CM-CLASS-B      PIC X(4).
0135J8 FD  ITEM-MASTER-FILE.
0135J9 01  ITEM-MASTER-RECORD.
0135JA     02 MI-ITEM-ID      PIC X(8).
0135JB     02 FILLER          PIC X(67).
0135JC FD  STOCK-ISSUE-FILE.
0135JD 01  STOCK-ISSUE-RECORD.
0135JE     02 SI-ISSUE-DATE   PIC X(8).
0135JF     02 FILLER          PIC X.
0135JG     02 SI-ISSUED-UNITS PIC 9(5).
0135JH FD  BUSINESS-DATE-FILE.
0135JI 01  BUSINESS-DATE-RECORD PIC X(8).
00135K FD  LOAD-PLAN-FILE.
00135L 01  LOAD-PLAN-LINE     PIC X(80).
000140 WORKING-STORAGE SECTION.
0417P1       10 WS-POOL-CLASS   PIC X(4).
0417P2       10 WS-POOL-TRUCK   PIC 99.
0417P3       10 WS-POOL-CONFLCT PIC X.
417P3A       10 WS-POOL-ITEM-ID PIC X(8).
417P3B*---------------------------------------------------------------*
417P3C* Where the pool came from: ITEMMST units on hand, or the old   *
417P3D* ITEMPOOL list for a yard with no item master.                 *
417P3E*---------------------------------------------------------------*
417P3F 01 WS-POOL-SOURCE-FLAG PIC X     VALUE "P".
417P3G    88 POOL-FROM-MASTER           VALUE "M".
417P3H    88 POOL-FROM-ITEMPOOL         VALUE "P".
417P3I COPY "item-master.cpy".
417P3J COPY "business-date.cpy".
417P3K 01 WS-ISSUED-FLAG      PIC X     VALUE "N".
417P3L    88 STOCK-ALREADY-ISSUED       VALUE "Y" FALSE "N".
0417P4*---------------------------------------------------------------*
0417P5* Incompatible class pairs from COMPATMX, checked both ways; a  *
0417P6* blank class is compatible with everything.                    *
004184    05 MT-TRUCK-VALUE  PIC 9(6).
004185    05 MT-FLEET-VALUE  PIC 9(7).
004186    05 MT-UNPLACED     PIC 999.
004187    05 MT-UNIT         PIC 9(5).
004188    05 MT-UNITS-ON-HAND PIC 9(7).
004189    05 MT-ISSUED-UNITS PIC 9(5).

000420 PROCEDURE DIVISION.

000878     PERFORM LOAD-TRUCK-FILE.
000879     PERFORM LOAD-ITEM-POOL.
0879A1     PERFORM LOAD-COMPAT-MATRIX.
0879A2     IF POOL-FROM-MASTER
0879A3        PERFORM CHECK-STOCK-ISSUED
0879A4        IF STOCK-ALREADY-ISSUED
0879A5           DISPLAY "MULTI-TRUCK-LOAD: ITEMMST stock already "
0879A6              "issued for " BD-BUSINESS-DATE ", nothing planned"
0879A7           MOVE 8 TO RETURN-CODE
0879A8           SET MULTI-TRUCK-MODE TO FALSE
0879A9           GOBACK
0879AA        END-IF
0879AB     END-IF.
000880     MOVE 0 TO MT-FLEET-VALUE.
000881     OPEN OUTPUT LOAD-PLAN-FILE.
000882     PERFORM VARYING MT-TRUCK FROM 1 BY 1
000885     END-PERFORM.
000886     PERFORM WRITE-UNPLACED-ITEMS.
000887     CLOSE LOAD-PLAN-FILE.
0887A1     IF POOL-FROM-MASTER
0887A2        PERFORM ISSUE-PLACED-UNITS
0887A3     END-IF.
000888     SET MULTI-TRUCK-MODE TO FALSE.
000889     DISPLAY "MULTI-TRUCK-LOAD: " WS-TRUCK-COUNT " TRUCKS, "
000890        "FLEET VALUE " MT-FLEET-VALUE.
0890A1     IF POOL-FROM-MASTER
0890A2        DISPLAY "MULTI-TRUCK-LOAD: " MT-ISSUED-UNITS
0890A3           " UNITS TAKEN OFF ITEMMST"
0890A4        IF MT-UNITS-ON-HAND > WS-POOL-COUNT
0890A5           DISPLAY "MULTI-TRUCK-LOAD: POOL FULL -- "
0890A6              MT-UNITS-ON-HAND " UNITS ON HAND, "
0890A7              WS-POOL-COUNT " PLANNED FROM"
0890A8        END-IF
0890A9     END-IF.
000891     GOBACK.
000892
000893 LOAD-TRUCK-FILE.
000912
000913 LOAD-ITEM-POOL.
000914     MOVE 0 TO WS-POOL-COUNT.
0914A1     SET POOL-FROM-ITEMPOOL TO TRUE.
0914A2     OPEN INPUT ITEM-MASTER-FILE.
0914A3     IF IM-MASTER-STATUS = "00"
0914A4        SET POOL-FROM-MASTER TO TRUE
0914A5        PERFORM LOAD-POOL-FROM-MASTER
0914A6        CLOSE ITEM-MASTER-FILE
0914A7        EXIT PARAGRAPH
0914A8     END-IF.
000915     SET MT-EOF TO FALSE.
000916     OPEN INPUT ITEM-POOL-FILE.
000917     PERFORM UNTIL MT-EOF
0929A4                         TO WS-POOL-TRUCK(WS-POOL-COUNT)
0929A5                      MOVE "N"
0929A6                         TO WS-POOL-CONFLCT(WS-POOL-COUNT)
0929A7                      MOVE SPACES
0929A8                         TO WS-POOL-ITEM-ID(WS-POOL-COUNT)
000930                   END-IF
000931             END-READ
000932     END-PERFORM.
000933     CLOSE ITEM-POOL-FILE.
000934
0934A1*---------------------------------------------------------------*
0934A2* One pool entry per unit on hand, in item-id order, up to the  *
0934A3* pool's 100 entries; units beyond that wait for the next plan. *
0934A4* An item with no weight cannot be planned and is passed over.  *
0934A5*---------------------------------------------------------------*
0934A6 LOAD-POOL-FROM-MASTER.
0934A7     MOVE 0 TO MT-UNITS-ON-HAND.
0934A8     SET MT-EOF TO FALSE.
0934A9     MOVE LOW-VALUES TO MI-ITEM-ID.
0934AA     START ITEM-MASTER-FILE KEY IS >= MI-ITEM-ID
0934AB        INVALID KEY
0934AC           SET MT-EOF TO TRUE
0934AD     END-START.
0934AE     PERFORM UNTIL MT-EOF
0934AF             READ ITEM-MASTER-FILE NEXT RECORD
0934AG                INTO IM-ITEM-RECORD
0934AH                AT END
0934AI                   SET MT-EOF TO TRUE
0934AJ                NOT AT END
0934AK                   IF IM-ON-HAND IS NUMERIC
0934AL                      AND IM-WEIGHT IS NUMERIC
0934AM                      AND IM-WEIGHT > 0
0934AN                      ADD IM-ON-HAND TO MT-UNITS-ON-HAND
0934AO                      PERFORM VARYING MT-UNIT FROM 1 BY 1
0934AP                              UNTIL MT-UNIT > IM-ON-HAND
0934AQ                                 OR WS-POOL-COUNT >= 100
0934AR                              PERFORM ADD-MASTER-UNIT
0934AS                      END-PERFORM
0934AT                   END-IF
0934AU             END-READ
0934AV     END-PERFORM.
0934AW
0934AX ADD-MASTER-UNIT.
0934AY     ADD 1 TO WS-POOL-COUNT.
0934AZ     MOVE IM-WEIGHT TO WS-POOL-WEIGHT(WS-POOL-COUNT).
0934B1     MOVE IM-VALUE TO WS-POOL-VALUE(WS-POOL-COUNT).
0934B2     MOVE "N" TO WS-POOL-PLACED(WS-POOL-COUNT).
0934B3     MOVE IM-CLASS TO WS-POOL-CLASS(WS-POOL-COUNT).
0934B4     MOVE 0 TO WS-POOL-TRUCK(WS-POOL-COUNT).
0934B5     MOVE "N" TO WS-POOL-CONFLCT(WS-POOL-COUNT).
0934B6     MOVE IM-ITEM-ID TO WS-POOL-ITEM-ID(WS-POOL-COUNT).
0934B7
0934B8*---------------------------------------------------------------*
0934B9* Takes every unit on a truck's plan off ITEMMST once LOADPLAN  *
0934BA* is written -- the plan is the commitment. Unplaced units stay *
0934BB* on hand for the next plan.                                    *
0934BC*---------------------------------------------------------------*
0934BD ISSUE-PLACED-UNITS.
0934BE     MOVE 0 TO MT-ISSUED-UNITS.
0934BF     OPEN I-O ITEM-MASTER-FILE.
0934BG     IF IM-MASTER-STATUS NOT = "00"
0934BH        DISPLAY "MULTI-TRUCK-LOAD: cannot open ITEMMST, status "
0934BI           IM-MASTER-STATUS ", stock not taken off"
0934BJ        MOVE 8 TO RETURN-CODE
0934BK        EXIT PARAGRAPH
0934BL     END-IF.
0934BM     PERFORM VARYING MT-POOL-IDX FROM 1 BY 1
0934BN             UNTIL MT-POOL-IDX > WS-POOL-COUNT
0934BO             IF WS-POOL-PLACED(MT-POOL-IDX) = "Y"
0934BP                MOVE WS-POOL-ITEM-ID(MT-POOL-IDX) TO MI-ITEM-ID
0934BQ                READ ITEM-MASTER-FILE INTO IM-ITEM-RECORD
0934BR                   INVALID KEY
0934BS                      DISPLAY "MULTI-TRUCK-LOAD: item "
0934BT                         MI-ITEM-ID " not on ITEMMST, "
0934BU                         "not taken off"
0934BV                   NOT INVALID KEY
0934BW                      PERFORM ISSUE-ONE-UNIT
0934C3                END-READ
0934C4             END-IF
0934C5     END-PERFORM.
0934C6     CLOSE ITEM-MASTER-FILE.
0934C7     MOVE SPACES TO STOCK-ISSUE-RECORD.
0934C8     MOVE BD-BUSINESS-DATE TO SI-ISSUE-DATE.
0934C9     MOVE MT-ISSUED-UNITS TO SI-ISSUED-UNITS.
0934CA     OPEN OUTPUT STOCK-ISSUE-FILE.
0934CB     WRITE STOCK-ISSUE-RECORD.
0934CC     CLOSE STOCK-ISSUE-FILE.
0934CD
0934CE*---------------------------------------------------------------*
0934CF* Sets STOCK-ALREADY-ISSUED when ITEMISSU shows a plan for the  *
0934CG* business date has already taken its units off ITEMMST.       *
0934CH*---------------------------------------------------------------*
0934CI CHECK-STOCK-ISSUED.
0934CJ     SET STOCK-ALREADY-ISSUED TO FALSE.
0934CK     IF NOT BD-DATE-LOADED
0934CL        PERFORM LOAD-BUSINESS-DATE
0934CM     END-IF.
0934CN     OPEN INPUT STOCK-ISSUE-FILE.
0934CO     READ STOCK-ISSUE-FILE
0934CP        AT END
0934CQ           CONTINUE
0934CR        NOT AT END
0934CS           IF SI-ISSUE-DATE = BD-BUSINESS-DATE
0934CT              SET STOCK-ALREADY-ISSUED TO TRUE
0934CU           END-IF
0934CV     END-READ.
0934CW     CLOSE STOCK-ISSUE-FILE.
0934CX
0934CY*---------------------------------------------------------------*
0934CZ* Loads the business date once per run -- see business-date.cpy.*
0934D1*---------------------------------------------------------------*
0934D2 LOAD-BUSINESS-DATE.
0934D3     MOVE FUNCTION CURRENT-DATE(1:8) TO BD-BUSINESS-DATE.
0934D4     OPEN INPUT BUSINESS-DATE-FILE.
0934D5     READ BUSINESS-DATE-FILE
0934D6        AT END
0934D7           CONTINUE
0934D8        NOT AT END
0934D9           IF BUSINESS-DATE-RECORD IS NUMERIC
0934DA              MOVE BUSINESS-DATE-RECORD TO BD-BUSINESS-DATE
0934DB           END-IF
0934DC     END-READ.
0934DD     CLOSE BUSINESS-DATE-FILE.
0934DE     SET BD-DATE-LOADED TO TRUE.
000934
000935*---------------------------------------------------------------*
000936* Copies the still-unplaced pool into the solver's item arrays, *
000937* solves for this truck's capacity, then maps the picks back    *
0966A1             END-IF
000967     END-PERFORM.
000968     ADD MT-TRUCK-VALUE TO MT-FLEET-VALUE.
0968A1     MOVE SPACES TO LOAD-PLAN-LINE.
000969     STRING "TRUCK " DELIMITED BY SIZE
000970            WS-TRUCK-ID(MT-TRUCK) DELIMITED BY SIZE
000971            " CAPACITY " DELIMITED BY SIZE
000981             UNTIL MT-POOL-IDX > WS-POOL-COUNT
0981A1             IF WS-POOL-TRUCK(MT-POOL-IDX) = MT-TRUCK
0981A2                AND WS-POOL-PLACED(MT-POOL-IDX) = "Y"
0981A3             MOVE SPACES TO LOAD-PLAN-LINE
000984             STRING "   ITEM " DELIMITED BY SIZE
000985                    MT-POOL-IDX DELIMITED BY SIZE
000986                    " WEIGHT " DELIMITED BY SIZE
0991A3                    DELIMITED BY SIZE
000992                    INTO LOAD-PLAN-LINE
000993             END-STRING
0993A1             PERFORM ADD-PLAN-ITEM-ID
000994             WRITE LOAD-PLAN-LINE
0994A1             END-IF
000995     END-PERFORM.
001002             UNTIL MT-POOL-IDX > WS-POOL-COUNT
001003             IF WS-POOL-PLACED(MT-POOL-IDX) = "N"
001004                ADD 1 TO MT-UNPLACED
1004A1                MOVE SPACES TO LOAD-PLAN-LINE
001005                STRING "   ITEM " DELIMITED BY SIZE
001006                       MT-POOL-IDX DELIMITED BY SIZE
001007                       " WEIGHT " DELIMITED BY SIZE
001012                       DELIMITED BY SIZE
001013                       INTO LOAD-PLAN-LINE
001014                END-STRING
1014A1                PERFORM ADD-PLAN-ITEM-ID
001015                WRITE LOAD-PLAN-LINE
0115A1                IF WS-POOL-CONFLCT(MT-POOL-IDX) = "Y"
0115A2                   MOVE
001016             END-IF
001017     END-PERFORM.
001018
1018A1*---------------------------------------------------------------*
1018A2* Master item id after the fixed columns the plan readers use,  *
1018A3* so WEIGH-RECONCILE can put a short unit back on stock.        *
1018A4*---------------------------------------------------------------*
1018A5 ADD-PLAN-ITEM-ID.
1018A6     IF WS-POOL-ITEM-ID(MT-POOL-IDX) NOT = SPACES
1018A7        MOVE " ID " TO LOAD-PLAN-LINE(45:4)
1018A8        MOVE WS-POOL-ITEM-ID(MT-POOL-IDX)
1018A9           TO LOAD-PLAN-LINE(49:8)
1018AA     END-IF.
1018AB
001019*---------------------------------------------------------------*
001020* Loads the incompatible-class pairs. A missing COMPATMX leaves *
001021* the table empty and every class compatible, as before.        *
001075                END-PERFORM
001076             END-IF
001077     END-PERFORM.
001078
001079*---------------------------------------------------------------*
001080* Takes the one unit a placed pool entry stands for off its     *
001081* ITEMMST record. Only a unit the rewrite took off is counted   *
001082* on ITEMISSU; one that is not there to take, or will not       *
001083* rewrite, is reported instead.                                 *
001084*---------------------------------------------------------------*
001085 ISSUE-ONE-UNIT.
001086     IF IM-ON-HAND = 0
001087        DISPLAY "MULTI-TRUCK-LOAD: item " MI-ITEM-ID
001088           " has none on hand, not taken off"
001089        EXIT PARAGRAPH
001090     END-IF.
001091     SUBTRACT 1 FROM IM-ON-HAND.
001092     REWRITE ITEM-MASTER-RECORD FROM IM-ITEM-RECORD
001093        INVALID KEY
001094           CONTINUE
001095     END-REWRITE.
001096     IF IM-MASTER-STATUS = "00"
001097        ADD 1 TO MT-ISSUED-UNITS
001098     ELSE
001099        DISPLAY "MULTI-TRUCK-LOAD: item " MI-ITEM-ID
001100           " not rewritten, status " IM-MASTER-STATUS
001101           ", not taken off"
001102        MOVE 8 TO RETURN-CODE
001103     END-IF.
