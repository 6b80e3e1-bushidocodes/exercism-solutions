      * Shared departmental chargeback layouts. METRICS has always
      * recorded what every program read, wrote and took, but the
      * whole night was charged to operations. CHARGEBACK prices a
      * month of METRICS by department from these files.
      *
      * DEPTMST: the department master, one line per program --
      * the METRICS MX-PROGRAM-ID, the department that owns it, the
      * department's name and the cost centre finance debits.
       01 CB-DEPT-RECORD.
          05 CB-PROGRAM-ID       PIC X(22).
          05 FILLER              PIC X.
          05 CB-DEPT-ID          PIC X(6).
          05 FILLER              PIC X.
          05 CB-DEPT-NAME        PIC X(30).
          05 FILLER              PIC X.
          05 CB-COST-CENTRE      PIC X(10).
      * RATECARD: the rate card, one line per change of rates. The
      * newest line in force on the business date prices the month:
      * a rate per elapsed minute and a rate per thousand records
      * read and written, four implied decimals each, and the
      * operations cost centre the recovered total is credited to.
       01 CR-RATE-RECORD.
          05 CR-EFFECTIVE-DATE   PIC X(8).
          05 FILLER              PIC X.
          05 CR-MINUTE-RATE      PIC 9(3)V9(4).
          05 FILLER              PIC X.
          05 CR-KREC-RATE        PIC 9(3)V9(4).
          05 FILLER              PIC X.
          05 CR-RECOVERY-CENTRE  PIC X(10).
      * RERUNLOG: kept by operations, one line for each program and
      * business date that had to be run again, with the cause --
      * "O" an operations failure, "D" the department's own (bad
      * input, a late change) -- and a note. The runs after the
      * first for an operations failure are flagged and not charged;
      * any other rerun is charged and flagged.
       01 CX-RERUN-RECORD.
          05 CX-PROGRAM-ID       PIC X(22).
          05 CX-BUSINESS-DATE    PIC X(8).
          05 FILLER              PIC X.
          05 CX-CAUSE            PIC X.
             88 CX-OPERATIONS-FAILURE    VALUE "O".
             88 CX-DEPARTMENT-CAUSE      VALUE "D".
          05 FILLER              PIC X.
          05 CX-NOTE             PIC X(40).
      * GLJRNL: the finance journal interface, eighty bytes a record.
      * One header naming the month, a debit per department's cost
      * centre and one credit to the operations recovery centre,
      * then a trailer whose totals finance checks balance before it
      * posts anything. GL-T-RECORD-COUNT counts every record,
      * header and trailer included.
       01 GL-HEADER-RECORD.
          05 GL-H-TYPE           PIC X(2).
          05 GL-H-PERIOD         PIC X(6).
          05 GL-H-CREATED-DATE   PIC X(8).
          05 GL-H-SOURCE         PIC X(10).
          05 FILLER              PIC X(54).
       01 GL-DETAIL-RECORD.
          05 GL-D-TYPE           PIC X(2).
          05 GL-D-LINE-NO        PIC 9(4).
          05 GL-D-COST-CENTRE    PIC X(10).
          05 GL-D-DEPT-ID        PIC X(6).
          05 GL-D-DEBIT-CREDIT   PIC X.
             88 GL-D-DEBIT               VALUE "D".
             88 GL-D-CREDIT              VALUE "C".
          05 GL-D-AMOUNT         PIC 9(9)V99.
          05 GL-D-DESCRIPTION    PIC X(30).
          05 FILLER              PIC X(16).
       01 GL-TRAILER-RECORD.
          05 GL-T-TYPE           PIC X(2).
          05 GL-T-LINE-COUNT     PIC 9(6).
          05 GL-T-DEBIT-TOTAL    PIC 9(11)V99.
          05 GL-T-CREDIT-TOTAL   PIC 9(11)V99.
          05 GL-T-RECORD-COUNT   PIC 9(6).
          05 FILLER              PIC X(40).
