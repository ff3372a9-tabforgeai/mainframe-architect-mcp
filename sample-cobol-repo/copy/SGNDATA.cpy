      *----------------------------------------------------------------*
      * SGNDATA.CPY - Authorized Signer / Power-of-Attorney Register   *
      * Used by: CUSTMNT, CUSTINQ, PAYENTRY, SGNEXPR, AUDINQ, ACCTRNUM *
      * One SIGNER-RECORD per person allowed to act on a customer's    *
      * accounts, keyed CUSTOMER-ID + two-digit signer number on the   *
      * SIGNERS KSDS. Branch staff maintain the register from CUSTMNT  *
      * (each add, change and revoke is logged to DBAUDIT with before  *
      * and after images of this record); CUSTINQ shows the signers    *
      * in force and PAYENTRY makes the teller name the acting party   *
      * from the register, refusing any item above that person's       *
      * per-item authority limit. Signer number 00 is never stored -   *
      * online entry reserves it for the account holder in person.     *
      * SGNEXPR reports powers of attorney nearing SGN-EXPIRY-DATE.    *
      *----------------------------------------------------------------*
       01  SIGNER-RECORD.
           05  SGN-KEY.
               10  SGN-CUSTOMER-ID    PIC X(10).
               10  SGN-SEQ            PIC 9(02).
           05  SGN-NAME               PIC X(30).
           05  SGN-ROLE               PIC X(01).
               88  SGN-JOINT-OWNER        VALUE 'J'.
               88  SGN-AUTHORIZED         VALUE 'A'.
               88  SGN-POA                VALUE 'P'.
               88  SGN-TRUSTEE            VALUE 'T'.
               88  SGN-ROLE-VALID         VALUE 'J' 'A' 'P' 'T'.
           05  SGN-EFFECTIVE-DATE     PIC X(08).
      *    Spaces = open-ended (joint owners normally have no expiry).
           05  SGN-EXPIRY-DATE        PIC X(08).
      *    Largest single item this person may enter; zero = no limit.
           05  SGN-AUTH-LIMIT         PIC 9(09)V99.
           05  SGN-STATUS             PIC X(01).
               88  SGN-ACTIVE             VALUE 'A'.
               88  SGN-REVOKED            VALUE 'R'.
           05  SGN-ADDED-DATE         PIC X(08).
           05  SGN-UPDATED-DATE       PIC X(08).
           05  SGN-UPDATED-BY         PIC X(08).
           05  FILLER                 PIC X(05).
