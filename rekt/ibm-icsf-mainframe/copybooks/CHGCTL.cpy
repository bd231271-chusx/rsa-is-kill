      *----------------------------------------------------------------*
      * CHGCTL.CPY                                                     *
      * Crypto-service chargeback control record: 80-byte cards read  *
      * by ICSFCHGB at month end, one kind per CC-CARD-TYPE.          *
      *                                                                *
      *   R - unit price for one operation code as it appears on the *
      *       audit log (SIGN, VERIFY, WRAP, UNWRAP, GENKEY,          *
      *       CSR-SIGN) at one RSA key size. Spaces or zeros in the  *
      *       key size price every size not given its own card. The  *
      *       price is in currency units, six decimal places.        *
      *   A - the general-ledger cost centre (and a description for  *
      *       the report) of the application that signs under one    *
      *       alias name. An alias with no A card is charged to the *
      *       suspense cost centre on the G card.                     *
      *   L - charges a physical key label to an alias outright.     *
      *       Needed for a label no alias points at any more (rotated *
      *       out during the month) and for a label two or more       *
      *       aliases share; it takes precedence over ALIASDIR.       *
      *   G - the ledger accounts: the expense account debited for   *
      *       every application, the cost centre and account the    *
      *       central crypto service is credited on, and the suspense *
      *       cost centre for charges no application could be found  *
      *       for.                                                     *
      *                                                                *
      * '*' in column 1 is a comment card.                             *
      *----------------------------------------------------------------*
       01  CHARGE-CONTROL-RECORD.
           05  CC-CARD-TYPE            PIC X(01).
               88  CC-RATE-CARD                VALUE 'R'.
               88  CC-APPL-CARD                VALUE 'A'.
               88  CC-LABEL-CARD               VALUE 'L'.
               88  CC-GL-CARD                  VALUE 'G'.
               88  CC-COMMENT-CARD             VALUE '*'.
           05  FILLER                  PIC X(01).
           05  CC-CARD-BODY            PIC X(78).
           05  CC-RATE-BODY REDEFINES CC-CARD-BODY.
               10  CC-RATE-OPERATION   PIC X(08).
               10  FILLER              PIC X(01).
               10  CC-RATE-KEY-SIZE    PIC X(05).
               10  FILLER              PIC X(01).
               10  CC-RATE-UNIT-PRICE  PIC 9(03)V9(06).
               10  FILLER              PIC X(54).
           05  CC-APPL-BODY REDEFINES CC-CARD-BODY.
               10  CC-APPL-ALIAS       PIC X(16).
               10  FILLER              PIC X(01).
               10  CC-APPL-COST-CENTRE PIC X(10).
               10  FILLER              PIC X(01).
               10  CC-APPL-DESCRIPTION PIC X(30).
               10  FILLER              PIC X(20).
           05  CC-LABEL-BODY REDEFINES CC-CARD-BODY.
               10  CC-LABEL-KEY-LABEL  PIC X(16).
               10  FILLER              PIC X(01).
               10  CC-LABEL-ALIAS      PIC X(16).
               10  FILLER              PIC X(45).
           05  CC-GL-BODY REDEFINES CC-CARD-BODY.
               10  CC-GL-DEBIT-ACCOUNT PIC X(10).
               10  FILLER              PIC X(01).
               10  CC-GL-CREDIT-CC     PIC X(10).
               10  FILLER              PIC X(01).
               10  CC-GL-CREDIT-ACCOUNT
                                       PIC X(10).
               10  FILLER              PIC X(01).
               10  CC-GL-SUSPENSE-CC   PIC X(10).
               10  FILLER              PIC X(35).
