      *----------------------------------------------------------------*
      * REGEDATA.CPY - Overdraft Opt-In Election / Decision Records    *
      * Used by: CUSTMNT, PYMT001, ODCONF, REGERPT, AUDINQ, CUSTPROF,  *
      *          ACCTRNUM                                              *
      * Regulation E: the bank may charge an overdraft fee on an ATM   *
      * withdrawal or a one-time debit card (POS) purchase only if     *
      * the customer has affirmatively opted in. The election is one   *
      * OVERDRAFT-ELECTION-RECORD per customer on the ODOPTIN KSDS     *
      * (keyed CUSTOMER-ID), keyed by branch staff on CUSTMNT with     *
      * the date and the way the customer gave it; every change is     *
      * logged to DBAUDIT with before and after images and leaves      *
      * the confirmation notice due, which ODCONF sends the same       *
      * night. A customer with no record has never opted in. PYMT001   *
      * declines an ATM or POS debit that would overdraw an account    *
      * that is not opted in (checks, ACH and standing orders are      *
      * unaffected) and logs one OVERDRAFT-DECISION-RECORD per ATM or  *
      * POS item it declines and per item on any channel it pays into  *
      * overdraft - REGERPT counts the ATM and POS items and opted-in  *
      * fee revenue, CUSTPROF takes every paid item's fee.             *
      *----------------------------------------------------------------*
       01  OVERDRAFT-ELECTION-RECORD.
           05  ODE-CUSTOMER-ID        PIC X(10).
           05  ODE-ELECTION           PIC X(01).
               88  ODE-OPTED-IN           VALUE 'I'.
               88  ODE-OPTED-OUT          VALUE 'O'.
           05  ODE-ELECTION-DATE      PIC X(08).
      *        How the customer gave the election - in the branch, by
      *        telephone, through online banking or by signed mail.
           05  ODE-METHOD             PIC X(01).
               88  ODE-METHOD-BRANCH      VALUE 'B'.
               88  ODE-METHOD-PHONE       VALUE 'P'.
               88  ODE-METHOD-ONLINE      VALUE 'O'.
               88  ODE-METHOD-MAIL        VALUE 'M'.
               88  ODE-METHOD-VALID       VALUE 'B' 'P' 'O' 'M'.
           05  ODE-UPDATED-BY         PIC X(08).
           05  ODE-NOTICE-FLAG        PIC X(01).
               88  ODE-NOTICE-DUE         VALUE 'N'.
               88  ODE-NOTICE-SENT        VALUE 'Y'.
           05  ODE-NOTICE-DATE        PIC X(08).
           05  FILLER                 PIC X(23).

      *    One per ATM or POS debit declined under the opt-in rule,
      *    or per item on any channel paid into overdraft, appended
      *    to the cumulative ODDECISN log by PYMT001. A declined item
      *    carries no fee; a paid item carries the overdraft fee it
      *    was charged.
       01  OVERDRAFT-DECISION-RECORD.
           05  ODD-CUSTOMER-ID        PIC X(10).
           05  ODD-ACCOUNT-NUMBER     PIC X(12).
           05  ODD-CHANNEL            PIC X(04).
           05  ODD-DATE               PIC X(08).
           05  ODD-AMOUNT             PIC S9(11)V99 COMP-3.
           05  ODD-DECISION           PIC X(01).
               88  ODD-DECLINED           VALUE 'D'.
               88  ODD-PAID               VALUE 'P'.
           05  ODD-FEE                PIC S9(05)V99 COMP-3.
           05  FILLER                 PIC X(14).
