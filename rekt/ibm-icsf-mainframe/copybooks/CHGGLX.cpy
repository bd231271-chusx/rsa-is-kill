      *----------------------------------------------------------------*
      * CHGGLX.CPY                                                     *
      * Chargeback general-ledger extract record, 120 bytes fixed,    *
      * written by ICSFCHGB for the month-end GL feed. One header,    *
      * then one debit per application charged (its cost centre, the *
      * expense account from the G control card), a debit to the      *
      * suspense cost centre for anything that could not be           *
      * attributed, and one credit to the central crypto service for *
      * the total - so the extract always balances - then a trailer   *
      * with the detail count and the debit and credit totals for the *
      * feed's own control check. GX-PERIOD is the charged month,     *
      * YYYYMM. Amounts are unsigned; GX-DEBIT-CREDIT gives the side.*
      *----------------------------------------------------------------*
       01  CHARGE-GL-RECORD.
           05  GX-RECORD-TYPE          PIC X(01).
               88  GX-HEADER                   VALUE 'H'.
               88  GX-DETAIL                   VALUE 'D'.
               88  GX-TRAILER                  VALUE 'T'.
           05  GX-SOURCE-SYSTEM        PIC X(08).
           05  GX-PERIOD               PIC 9(06).
           05  GX-BODY                 PIC X(105).
           05  GX-DETAIL-BODY REDEFINES GX-BODY.
               10  GX-COST-CENTRE      PIC X(10).
               10  GX-ACCOUNT          PIC X(10).
               10  GX-DEBIT-CREDIT     PIC X(01).
                   88  GX-DEBIT                VALUE 'D'.
                   88  GX-CREDIT               VALUE 'C'.
               10  GX-AMOUNT           PIC 9(11)V99.
               10  GX-APPLICATION      PIC X(16).
               10  GX-OPERATION-COUNT  PIC 9(09).
               10  GX-DESCRIPTION      PIC X(30).
               10  FILLER              PIC X(16).
           05  GX-HEADER-BODY REDEFINES GX-BODY.
               10  GX-RUN-DATE         PIC 9(08).
               10  GX-RUN-TIME         PIC 9(06).
               10  FILLER              PIC X(91).
           05  GX-TRAILER-BODY REDEFINES GX-BODY.
               10  GX-DETAIL-COUNT     PIC 9(07).
               10  GX-TOTAL-DEBITS     PIC 9(13)V99.
               10  GX-TOTAL-CREDITS    PIC 9(13)V99.
               10  FILLER              PIC X(68).
