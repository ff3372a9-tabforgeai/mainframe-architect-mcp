      *----------------------------------------------------------------*
      * DECDATA.CPY - Deceased Customer (Estate) Records               *
      * Used by: DECDMNT, DECDRPT, STORDGEN, ACHORIG, ACHINTAK,        *
      *          ACCTCLSE                                              *
      * When the family tells a branch a customer has died, the        *
      * branch keys a DECEASED-NOTICE-RECORD. DECDMNT records the      *
      * death on the DECEASED KSDS (one DECEASED-RECORD per CUSTOMER-  *
      * ID), moves the customer's ACCOUNT-STATUS to STATUS-ESTATE -    *
      * PYMT001 refuses every debit against an estate account but      *
      * still posts credits - and flags the other members of the       *
      * customer's RELDATA households for retitling. STORDGEN expires  *
      * the customer's standing orders and ACHORIG originates nothing  *
      * for them off this file; ACHINTAK returns federal benefit       *
      * credits dated after DEC-DATE-OF-DEATH (R15) for reclamation    *
      * and counts them here. ACCTCLSE settles the estate when the     *
      * account is finally closed; until then DECDRPT carries it on    *
      * the deceased-accounts work report.                             *
      *----------------------------------------------------------------*
       01  DECEASED-RECORD.
           05  DEC-CUSTOMER-ID        PIC X(10).
           05  DEC-DATE-OF-DEATH      PIC X(08).
           05  DEC-NOTIFIED-DATE      PIC X(08).
           05  DEC-BRANCH             PIC X(04).
      *    Who told the branch - family member, executor, funeral
      *    home - as the branch keyed it.
           05  DEC-REPORTED-BY        PIC X(30).
      *    ACCOUNT-STATUS before the estate status replaced it.
           05  DEC-PRIOR-STATUS       PIC X(01).
           05  DEC-ESTATE-STATUS      PIC X(01).
               88  DEC-ESTATE-OPEN        VALUE 'O'.
               88  DEC-ESTATE-SETTLED     VALUE 'S'.
           05  DEC-SETTLED-DATE       PIC X(08).
      *    Joint owners DECDMNT flagged for retitling on RELDATA.
           05  DEC-JOINT-COUNT        PIC 9(03).
      *    Post-death federal benefit credits ACHINTAK returned.
           05  DEC-BENEFIT-COUNT      PIC 9(03).
           05  DEC-BENEFIT-AMOUNT     PIC 9(09)V99.
           05  FILLER                 PIC X(13).

      *    Branch date-of-death notification - one 80-byte record
      *    per deceased customer on the day's DECNOTIF file.
       01  DECEASED-NOTICE-RECORD.
           05  DNT-CUSTOMER-ID        PIC X(10).
           05  DNT-DATE-OF-DEATH      PIC X(08).
           05  DNT-BRANCH             PIC X(04).
           05  DNT-REPORTED-BY        PIC X(30).
           05  FILLER                 PIC X(28).
