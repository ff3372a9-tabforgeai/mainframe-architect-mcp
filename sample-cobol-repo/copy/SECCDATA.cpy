      *----------------------------------------------------------------*
      * SECCDATA.CPY - Security Change, Cooling-Off Parameter and      *
      *                Callback Hold Records                           *
      * Used by: CUSTMNT, PINRESET, SECGUARD, SECCONF, PAYENTRY,       *
      *          WIROUTGO, ACHORIG, CBKREV                             *
      * Account takeover runs the same way every time: change the      *
      * mailing address or reset the PIN, then move the money out      *
      * within a day or two. Every change that lets someone else take  *
      * over the relationship - an address or delivery-preference      *
      * change on CUSTMNT, a supervisor PIN reset in PINRESET - is     *
      * stamped on the customer's SECURITY-CHANGE-RECORD on the SECCHG *
      * KSDS (keyed CUSTOMER-ID). For SGP-COOLING-DAYS after the       *
      * latest change SECGUARD answers "hold" for any outbound debit   *
      * over SGP-DEBIT-THRESHOLD: PAYENTRY, WIROUTGO and ACHORIG park  *
      * such a payment on the CBKHOLD accumulator as a                 *
      * CALLBACK-HOLD-RECORD instead of releasing it, and CBKREV       *
      * applies the callback team's verified/declined decisions and    *
      * lists every hold with the change that triggered it. SECCONF    *
      * writes the change-confirmation letter to the address on file   *
      * BEFORE the change, so the real customer hears of it.           *
      *----------------------------------------------------------------*
       01  SECURITY-CHANGE-RECORD.
           05  SCC-CUSTOMER-ID        PIC X(10).
      *        The latest change - the one the cooling-off period
      *        runs from.
           05  SCC-CHANGE-KIND        PIC X(01).
               88  SCC-ADDRESS-CHANGE     VALUE 'A'.
               88  SCC-DELIVERY-CHANGE    VALUE 'D'.
               88  SCC-PIN-RESET          VALUE 'P'.
           05  SCC-CHANGE-DATE        PIC X(08).
           05  SCC-CHANGED-BY         PIC X(08).
           05  SCC-SOURCE             PIC X(08).
      *        Every kind of change made since the last letter went,
      *        so one letter confirms them all.
           05  SCC-LETTER-KINDS.
               10  SCC-LTR-ADDRESS        PIC X(01).
               10  SCC-LTR-DELIVERY       PIC X(01).
               10  SCC-LTR-PIN            PIC X(01).
           05  SCC-LETTER-FLAG        PIC X(01).
               88  SCC-LETTER-DUE         VALUE 'N'.
               88  SCC-LETTER-SENT        VALUE 'Y'.
           05  SCC-LETTER-DATE        PIC X(08).
      *        The address on file before the first change the letter
      *        still owes - kept, not overwritten, when a second change
      *        follows before the letter goes. Blank when no address
      *        change is pending: SECCONF writes to the address on file.
           05  SCC-OLD-ADDRESS.
               10  SCC-OLD-LINE-1         PIC X(30).
               10  SCC-OLD-LINE-2         PIC X(30).
               10  SCC-OLD-CITY           PIC X(20).
               10  SCC-OLD-STATE          PIC X(02).
               10  SCC-OLD-ZIP            PIC X(10).
           05  FILLER                 PIC X(21).

      *    The small parameter file SECGUARD reads (PARMS.SECGUARD) -
      *    blank or zero fields keep the program defaults.
       01  SECURITY-GUARD-PARM.
           05  SGP-COOLING-DAYS       PIC 9(03).
           05  SGP-DEBIT-THRESHOLD    PIC 9(11)V99.
           05  FILLER                 PIC X(04).

      *    One per payment held for callback verification, appended to
      *    the CBKHOLD accumulator. CBH-PAYMENT-DATA is the payment as
      *    its source would have released it: PAYENTRY's ACCOUNT-RECORD,
      *    WIROUTGO's WIRE-OUT-INSTRUCTION, ACHORIG's ORIG-QUEUE-RECORD.
       01  CALLBACK-HOLD-RECORD.
           05  CBH-HOLD-REF           PIC X(16).
           05  CBH-SOURCE             PIC X(04).
               88  CBH-FROM-PAYENTRY      VALUE 'PAYE'.
               88  CBH-FROM-WIRE          VALUE 'WIRE'.
               88  CBH-FROM-ACH           VALUE 'ACHO'.
           05  CBH-CUSTOMER-ID        PIC X(10).
           05  CBH-AMOUNT             PIC S9(11)V99 COMP-3.
           05  CBH-HELD-DATE          PIC X(08).
           05  CBH-HELD-BY            PIC X(08).
      *        PAYENTRY's value date for a forward-dated entry - the
      *        release goes to the warehouse, not tonight's posting.
           05  CBH-VALUE-DATE         PIC X(08).
           05  CBH-CHANGE-KIND        PIC X(01).
           05  CBH-CHANGE-DATE        PIC X(08).
           05  CBH-CHANGED-BY         PIC X(08).
           05  CBH-PAYMENT-DATA       PIC X(200).
           05  FILLER                 PIC X(22).
