      *----------------------------------------------------------------*
      * PRIVDATA.CPY - Privacy Opt-Out Election Record                 *
      * Used by: CUSTMNT, DBUPD01, PRIVNOTC, STMTPRT, ALERTGEN,        *
      *          VENDEXTR, VENDDLTA, LOANPROC, COLLECT, DORMPROC,      *
      *          RATENOTC, TDMATUR, RATEFCST, TAXFORM, F1098,          *
      *          CUSTDAR, XSELL, AUDINQ, ACCTRNUM, BNSENRL, DEPRTRN,   *
      *          LOANBILL, LOANDREL, LOANMATR, MNRCONV, ODCONF,        *
      *          SDBREL, SECCONF, BWHMNT, COLLTRAK, DISPREFD,          *
      *          PMITERM, SVCBOARD, SVCXFER, IRAFORM                   *
      * Gramm-Leach-Bliley: the customer is told what we share and     *
      * may opt out of it. One PRIVACY-ELECTION-RECORD per customer    *
      * on the PRIVOPT KSDS (keyed CUSTOMER-ID) holds the three        *
      * choices - no sharing with affiliates, no sharing with third    *
      * parties for their marketing, no solicitation from us - keyed   *
      * by branch staff on CUSTMNT with the date and the way the       *
      * customer gave them; every change is logged to DBAUDIT with     *
      * before and after images. A customer with no record has not     *
      * opted out of anything. DBUPD01 writes the record at            *
      * onboarding with the initial privacy notice due, and PRIVNOTC   *
      * sends that notice the same night and the annual notice to      *
      * every customer once a year, archived to LTRARCH/LTRARIX as     *
      * proof of delivery. STMTPRT's statement campaigns and           *
      * ALERTGEN's promotional messages skip a customer who opted out  *
      * of solicitation; VENDEXTR and VENDDLTA mark a customer who     *
      * opted out of affiliate or third-party sharing, or of           *
      * solicitation, so the online-banking vendor shows them no       *
      * marketing.                                                     *
      * The record also carries the customer's language for           *
      * correspondence (blank or E English, S Spanish) - the customer  *
      * master has no room for it - set at onboarding by DBUPD01 and   *
      * changed on CUSTMNT. Every producer of statements and letters   *
      * reads it to render the customer's text from the LTRTEXT        *
      * library (see LTXDATA).                                         *
      *----------------------------------------------------------------*
       01  PRIVACY-ELECTION-RECORD.
           05  PRV-CUSTOMER-ID        PIC X(10).
           05  PRV-NO-AFFILIATE       PIC X(01).
               88  PRV-AFFILIATE-OPTED-OUT  VALUE 'Y'.
           05  PRV-NO-THIRD-PARTY     PIC X(01).
               88  PRV-THIRD-PARTY-OPTED-OUT VALUE 'Y'.
           05  PRV-NO-SOLICIT         PIC X(01).
               88  PRV-SOLICIT-OPTED-OUT    VALUE 'Y'.
           05  PRV-ELECTION-DATE      PIC X(08).
      *        How the customer gave the election - in the branch, by
      *        telephone, through online banking or by signed mail.
           05  PRV-METHOD             PIC X(01).
               88  PRV-METHOD-BRANCH      VALUE 'B'.
               88  PRV-METHOD-PHONE       VALUE 'P'.
               88  PRV-METHOD-ONLINE      VALUE 'O'.
               88  PRV-METHOD-MAIL        VALUE 'M'.
               88  PRV-METHOD-VALID       VALUE 'B' 'P' 'O' 'M'.
           05  PRV-UPDATED-BY         PIC X(08).
           05  PRV-INITIAL-FLAG       PIC X(01).
               88  PRV-INITIAL-DUE        VALUE 'N'.
               88  PRV-INITIAL-SENT       VALUE 'Y'.
           05  PRV-INITIAL-DATE       PIC X(08).
           05  PRV-ANNUAL-DATE        PIC X(08).
           05  PRV-LANGUAGE           PIC X(01).
               88  PRV-LANG-ENGLISH       VALUE 'E' ' '.
               88  PRV-LANG-SPANISH       VALUE 'S'.
               88  PRV-LANG-VALID         VALUE 'E' 'S'.
           05  FILLER                 PIC X(12).
