      *----------------------------------------------------------------*
      * PROGRAM:  ACCTRNUM                                             *
      * PURPOSE:  Controlled account renumber for a compromised        *
      *           account number. Works the renumbers the branch keys  *
      *           into the RNUMCTL control file: the customer moves to *
      *           the new customer ID the branch reserved, with a new  *
      *           published account number completed here so it        *
      *           passes CHKDIGIT. The master record is copied to the  *
      *           new ID with its balance and history counters, the    *
      *           old record closes with a zero balance (before/after  *
      *           images for both on DBAUDIT), and every instruction   *
      *           that names the old number is carried across -        *
      *           standing orders, stop payments (re-keyed), overdraft *
      *           and ZBA sweep links, positive pay enrolment and      *
      *           issues, the ACH origination queue and outstanding    *
      *           file, the ACCTMAST product records (re-keyed), loan  *
      *           autopay and safe deposit box rent debit accounts     *
      *           and the box rentals themselves. The customer's       *
      *           other records keyed by customer ID - privacy and     *
      *           overdraft elections, signers, custodial and IRA      *
      *           plans, branch/officer assignment - and any bonus     *
      *           rate enrolment move to the new ID by delete and      *
      *           write, each with its before/after images on DBAUDIT  *
      *           (a custodial record naming the old ID as custodian   *
      *           is re-pointed the same way). IRA contribution and    *
      *           distribution history (IRAHIST) is not rewritten -    *
      *           it stays under the old ID, which RNUMXREF links.     *
      *           The address on file is carried to the new ID on a    *
      *           new ADDRFILE generation. Each renumber is recorded   *
      *           both ways on RNUMXREF (see RNUMDATA) so PYMT001      *
      *           returns debits still presented on the old number and *
      *           TRANRETR/STMTRPRT find history under either one, and *
      *           the customer gets a notice of the new number in      *
      *           their language from the LTRTEXT library (type RNM),  *
      *           archived to LTRARCH/LTRARIX like every other letter. *
      *           A renumber that fails validation is reported and     *
      *           skipped whole, the CUSTMRGE rule.                    *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    CHKDIGIT, LTXLKUP                                    *
      * COPYBOOKS: CUSTMAST, STORDATA, STOPDATA, ZBADATA, PPAYDATA,    *
      *           ORIGDATA, ACCTMST, RNUMDATA, LTRDATA, BUSDATE,       *
      *           LAPDATA, SDBDATA, PRIVDATA, REGEDATA, SGNDATA,       *
      *           MNRDATA, IRADATA, ASGNDATA, BNSDATA, LTXDATA         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACCTRNUM.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNUMCTL  ASSIGN TO UT-S-RNUMCTL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT AUDITFILE ASSIGN TO UT-S-DBAUDIT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RNUMXREF ASSIGN TO UT-S-RNUMXREF
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS RNUMXREF-KEY.
           SELECT STORDFILE ASSIGN TO UT-S-STORDFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT STOPFILE ASSIGN TO UT-S-STOPFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS STOPFILE-KEY.
           SELECT LINKFILE ASSIGN TO UT-S-ODLINKS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ZBALINKS ASSIGN TO UT-S-ZBALINKS
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PPENROLL ASSIGN TO UT-S-PPENROLL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT PPISSUE  ASSIGN TO UT-S-PPISSUE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ORIGQ    ASSIGN TO UT-S-ORIGQ
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ORIGOUT  ASSIGN TO UT-S-ORIGOUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ACCTMAST ASSIGN TO UT-S-ACCTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS AMF-ACCOUNT-NUMBER.
           SELECT ADDRFILE ASSIGN TO UT-S-ADDRFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ADDRWORK ASSIGN TO UT-S-ADDRWORK
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT ADDROUT  ASSIGN TO UT-S-ADDROUT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SORTADDR ASSIGN TO UT-S-SORTWK.
           SELECT RNUMNOTC ASSIGN TO UT-S-RNUMNOTC
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARCH  ASSIGN TO UT-S-LTRARCH
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX  ASSIGN TO UT-S-LTRARIX
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RNUMRPT  ASSIGN TO UT-S-RNUMRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LAPENROL ASSIGN TO UT-S-LAPENROL
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT SDBOX    ASSIGN TO UT-S-SDBOX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS SDBOX-KEY.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.
           SELECT ODOPTIN  ASSIGN TO UT-S-ODOPTIN
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS ODOPTIN-CUSTOMER-ID.
           SELECT SIGNERS  ASSIGN TO UT-S-SIGNERS
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS SIGNERS-KEY.
           SELECT CUSTODY  ASSIGN TO UT-S-CUSTODY
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS CUSTODY-CUSTOMER-ID.
           SELECT IRAACCT  ASSIGN TO UT-S-IRAACCT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS IRAACCT-CUSTOMER-ID.
           SELECT ASSIGNS  ASSIGN TO UT-S-ASSIGNS
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS ASSIGNS-CUSTOMER-ID.
           SELECT BONUSENR ASSIGN TO UT-S-BONUSENR
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS BONUSENR-ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
      *    One line per renumber the branch has approved: the
      *    compromised account number as published, the new customer
      *    ID reserved for it, and the approving operator's initials.
       FD  RNUMCTL
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RNUMCTL-REC.
           05  RNC-OLD-ACCOUNT        PIC X(12).
           05  RNC-NEW-CUSTOMER-ID    PIC X(10).
           05  RNC-OPERATOR           PIC X(03).
           05  FILLER                 PIC X(15).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

      *    DBUPD01's before/after image layout, appended so AUDINQ
      *    and DBRECOV see renumber activity in the one audit stream.
       FD  AUDITFILE
           RECORDING MODE IS F
           RECORD CONTAINS 846 CHARACTERS.
       01  AUDITFILE-REC.
           05  AUDIT-CUSTOMER-ID      PIC X(10).
           05  AUDIT-ACTION           PIC X(10).
           05  AUDIT-TIMESTAMP        PIC X(26).
           05  AUDIT-BEFORE-IMAGE     PIC X(400).
           05  AUDIT-AFTER-IMAGE      PIC X(400).

      *    Renumber cross-reference (see RNUMDATA copybook).
       FD  RNUMXREF
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  RNUMXREF-REC.
           05  RNUMXREF-KEY           PIC X(11).
           05  FILLER                 PIC X(49).

       FD  STORDFILE
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
       01  STORDFILE-REC              PIC X(70).

      *    Same layout as PYMT001's STOPFILE FD - account plus
      *    placement sequence is the key, so a stop moves to the new
      *    number by delete and re-write rather than rewrite.
       FD  STOPFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STOPFILE-REC.
           05  STOPFILE-KEY.
               10  STOPFILE-ACCOUNT   PIC X(12).
               10  STOPFILE-SEQUENCE  PIC X(04).
           05  FILLER                 PIC X(64).

      *    Overdraft-protection links - same layout as PYMT001's
      *    LINKFILE FD; both sides of a link can need re-pointing.
       FD  LINKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  LINKFILE-REC.
           05  LINK-CUSTOMER-ID       PIC X(10).
           05  LINK-SAVINGS-ID        PIC X(10).
           05  FILLER                 PIC X(10).

       FD  ZBALINKS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ZBALINKS-REC               PIC X(40).

       FD  PPENROLL
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  PPENROLL-REC               PIC X(30).

       FD  PPISSUE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  PPISSUE-REC                PIC X(50).

       FD  ORIGQ
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ORIGQ-REC                  PIC X(100).

       FD  ORIGOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ORIGOUT-REC                PIC X(80).

      *    Same layout as ACCTMIO's FD - product records are keyed
      *    by account number, so they re-key like the stops.
       FD  ACCTMAST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCTMAST-REC.
           05  AMF-ACCOUNT-NUMBER     PIC X(12).
           05  FILLER                 PIC X(88).

      *    Same layout as NIXIE01/STMTPRT's ADDRFILE FD, customer-ID
      *    prefixed and presorted by customer.
       FD  ADDRFILE
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDRFILE-REC.
           05  ADDRFILE-CUSTOMER-ID   PIC X(10).
           05  ADDRFILE-LINE-1        PIC X(30).
           05  ADDRFILE-LINE-2        PIC X(30).
           05  ADDRFILE-CITY          PIC X(20).
           05  ADDRFILE-STATE         PIC X(02).
           05  ADDRFILE-ZIP           PIC X(10).
           05  ADDRFILE-COUNTRY       PIC X(03).
           05  ADDRFILE-VALID-FLAG    PIC X(01).
           05  ADDRFILE-LAST-UPDATE   PIC X(08).

      *    Every address plus a copy under each new customer ID,
      *    unsorted - the SORT puts the new generation back in
      *    customer order.
       FD  ADDRWORK
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDRWORK-REC               PIC X(114).

       FD  ADDROUT
           RECORDING MODE IS F
           RECORD CONTAINS 114 CHARACTERS.
       01  ADDROUT-REC                PIC X(114).

       SD  SORTADDR.
       01  SORTADDR-REC.
           05  SORT-ADDR-CUSTOMER-ID  PIC X(10).
           05  FILLER                 PIC X(104).

       FD  RNUMNOTC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RNUMNOTC-REC               PIC X(133).

       FD  LTRARCH
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LTRARCH-REC                PIC X(133).

       FD  LTRARIX
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  LTRARIX-REC                PIC X(50).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  RNUMRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RNUMRPT-REC                PIC X(133).

      *    Loan autopay enrolments (see LAPDATA) - same layout as
      *    LOANDRFT's FD; the debit account is re-pointed in place.
       FD  LAPENROL
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  LAPENROL-REC               PIC X(60).

      *    Safe deposit box inventory (see SDBDATA) - same layout as
      *    SDBBILL's FD. Keyed by branch and box, so the renter and
      *    rent debit account are re-pointed by rewrite.
       FD  SDBOX
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SDBOX-REC.
           05  SDBOX-KEY              PIC X(12).
           05  FILLER                 PIC X(88).

      *    The customer-keyed files below are the same layouts as
      *    the FDs of the programs that maintain them (CUSTMNT,
      *    DBUPD01, BNSENRL); their records move to the new ID by
      *    delete and write.
       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  ODOPTIN
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ODOPTIN-REC.
           05  ODOPTIN-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       FD  SIGNERS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SIGNERS-REC.
           05  SIGNERS-KEY.
               10  SIGNERS-CUSTOMER-ID PIC X(10).
               10  SIGNERS-SEQ        PIC 9(02).
           05  FILLER                 PIC X(88).

       FD  CUSTODY
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTODY-REC.
           05  CUSTODY-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(110).

       FD  IRAACCT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IRAACCT-REC.
           05  IRAACCT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(70).

       FD  ASSIGNS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ASSIGNS-REC.
           05  ASSIGNS-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

      *    Keyed by account number (customer ID + product code), so
      *    an enrolment re-keys like the ACCTMAST product records.
       FD  BONUSENR
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  BONUSENR-REC.
           05  BONUSENR-ACCOUNT-NUMBER PIC X(12).
           05  FILLER                 PIC X(88).

       WORKING-STORAGE SECTION.
       01  WS-ACCTRNUM-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ACCTRNUM'.
           05  WS-EOF-RNUMCTL         PIC X(1)  VALUE 'N'.
               88  EOF-RNUMCTL            VALUE 'Y'.
           05  WS-EOF-XREF            PIC X(1)  VALUE 'N'.
               88  EOF-XREF               VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-PAIR-COUNT          PIC 9(3)  COMP VALUE ZERO.
           05  WS-PAIR-MAX            PIC 9(3)  COMP VALUE 50.
           05  WS-PAIR-IX             PIC 9(3)  COMP VALUE ZERO.
           05  WS-SCAN-IX             PIC 9(3)  COMP VALUE ZERO.
           05  WS-RENUMBERED-COUNT    PIC 9(3)  COMP VALUE ZERO.
           05  WS-SKIPPED-COUNT       PIC 9(3)  COMP VALUE ZERO.
           05  WS-SKIP-REASON         PIC X(40) VALUE SPACES.
           05  WS-LOOKUP-ID           PIC X(10) VALUE SPACES.
           05  WS-MAPPED-ID           PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-ACCOUNT      PIC X(12) VALUE SPACES.
           05  WS-MAPPED-ACCOUNT      PIC X(12) VALUE SPACES.
           05  WS-MAP-FOUND           PIC X(1)  VALUE 'N'.
               88  MAP-FOUND              VALUE 'Y'.
           05  WS-REC-CHANGED         PIC X(1)  VALUE 'N'.
               88  REC-CHANGED            VALUE 'Y'.
      *    New-number assignment - the check digit is found by
      *    offering CHKDIGIT each digit in turn, so the scheme
      *    stays in the one place it lives.
           05  WS-NEW-ACCOUNT         PIC X(12) VALUE SPACES.
           05  WS-TRY-DIGIT           PIC 9(2)  COMP VALUE ZERO.
           05  WS-TRY-CHAR            PIC 9(1)  VALUE ZERO.
           05  WS-CHKDGT-RC           PIC S9(04) COMP VALUE ZERO.
           05  WS-DIGIT-FOUND         PIC X(1)  VALUE 'N'.
               88  DIGIT-FOUND            VALUE 'Y'.
           05  WS-SO-RETAGS           PIC 9(5)  COMP VALUE ZERO.
           05  WS-STOP-REKEYS         PIC 9(5)  COMP VALUE ZERO.
           05  WS-LINK-RETAGS         PIC 9(5)  COMP VALUE ZERO.
           05  WS-ZBA-RETAGS          PIC 9(5)  COMP VALUE ZERO.
           05  WS-PPE-RETAGS          PIC 9(5)  COMP VALUE ZERO.
           05  WS-PPI-RETAGS          PIC 9(5)  COMP VALUE ZERO.
           05  WS-OQ-RETAGS           PIC 9(5)  COMP VALUE ZERO.
           05  WS-OOS-RETAGS          PIC 9(5)  COMP VALUE ZERO.
           05  WS-AM-REKEYS           PIC 9(5)  COMP VALUE ZERO.
           05  WS-ADDR-CARRIED        PIC 9(5)  COMP VALUE ZERO.
           05  WS-LAP-RETAGS          PIC 9(5)  COMP VALUE ZERO.
           05  WS-SDB-RETAGS          PIC 9(5)  COMP VALUE ZERO.
           05  WS-PRV-MOVES           PIC 9(5)  COMP VALUE ZERO.
           05  WS-ODE-MOVES           PIC 9(5)  COMP VALUE ZERO.
           05  WS-SGN-MOVES           PIC 9(5)  COMP VALUE ZERO.
           05  WS-MNR-MOVES           PIC 9(5)  COMP VALUE ZERO.
           05  WS-IRA-MOVES           PIC 9(5)  COMP VALUE ZERO.
           05  WS-ASG-MOVES           PIC 9(5)  COMP VALUE ZERO.
           05  WS-BNE-REKEYS          PIC 9(5)  COMP VALUE ZERO.
           05  WS-REKEY-FAILS         PIC 9(5)  COMP VALUE ZERO.
           05  WS-NOTICE-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-BAL-DISP            PIC Z(12)9.99-.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Whole 400-byte master images, so the copy under the new ID
      *    carries every byte of the old record, not just the
      *    CUSTOMER-RECORD view of it.
       01  WS-OLD-IMAGE               PIC X(400) VALUE SPACES.
       01  WS-NEW-IMAGE               PIC X(400) VALUE SPACES.
       01  WS-RETIRED-IMAGE           PIC X(400) VALUE SPACES.

      *    A customer-keyed record as read under the old ID, kept for
      *    the before-image of its move, and the audit action that
      *    names the kind of record moved.
       01  WS-CARRY-BEFORE            PIC X(400) VALUE SPACES.
       01  WS-CARRY-ACTION            PIC X(10)  VALUE SPACES.

      *    Approved renumbers loaded up front; a branch keys a handful
      *    per run, so 50 is generous. VALID goes 'N' when the
      *    renumber fails validation, and the carry passes skip it.
      *    Name, address and correspondence language are picked up
      *    along the way for the notice.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 50 TIMES.
               10  WS-PAIR-OLD-ACCT   PIC X(12).
               10  WS-PAIR-OLD-ID     PIC X(10).
               10  WS-PAIR-NEW-ID     PIC X(10).
               10  WS-PAIR-NEW-ACCT   PIC X(12).
               10  WS-PAIR-OPER       PIC X(03).
               10  WS-PAIR-VALID      PIC X(01).
               10  WS-PAIR-NAME       PIC X(40).
               10  WS-PAIR-ADDRESS.
                   15  WS-PAIR-LINE-1 PIC X(30).
                   15  WS-PAIR-LINE-2 PIC X(30).
                   15  WS-PAIR-CITY   PIC X(20).
                   15  WS-PAIR-STATE  PIC X(02).
                   15  WS-PAIR-ZIP    PIC X(10).
               10  WS-PAIR-LANGUAGE   PIC X(01).

       COPY CUSTMAST.
       COPY STORDATA.
       COPY STOPDATA.
       COPY ZBADATA.
       COPY PPAYDATA.
       COPY ORIGDATA.
       COPY ACCTMST.
       COPY RNUMDATA.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY LAPDATA.
       COPY SDBDATA.
       COPY PRIVDATA.
       COPY REGEDATA.
       COPY SGNDATA.
       COPY MNRDATA.
       COPY IRADATA.
       COPY ASGNDATA.
       COPY BNSDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           PERFORM 1010-READ-BUSINESS-DATE
           OPEN OUTPUT RNUMRPT
           PERFORM 1100-LOAD-PAIRS
           PERFORM 1500-WRITE-HEADER
           OPEN I-O    DBFILE
           OPEN I-O    RNUMXREF
           OPEN EXTEND AUDITFILE
           PERFORM 2000-RENUMBER-MASTER
               VARYING WS-PAIR-IX FROM 1 BY 1
               UNTIL WS-PAIR-IX > WS-PAIR-COUNT
           CLOSE DBFILE
                 RNUMXREF
                 AUDITFILE
           PERFORM 3000-RETAG-STANDING-ORDERS
           PERFORM 3100-REKEY-STOP-PAYMENTS
           PERFORM 3200-RETAG-OD-LINKS
           PERFORM 3300-RETAG-ZBA-LINKS
           PERFORM 3400-RETAG-POSPAY-ENROLMENT
           PERFORM 3500-RETAG-POSPAY-ISSUES
           PERFORM 3600-RETAG-ORIG-QUEUE
           PERFORM 3700-RETAG-ORIG-OUTSTANDING
           PERFORM 3800-REKEY-ACCOUNT-MASTER
           PERFORM 3900-CARRY-ADDRESSES
           PERFORM 5000-RETAG-LOAN-AUTOPAY
           PERFORM 5100-RETAG-SAFE-DEPOSIT-BOXES
           OPEN EXTEND AUDITFILE
           PERFORM 5200-MOVE-PRIVACY-ELECTIONS
           PERFORM 5300-MOVE-OD-ELECTIONS
           PERFORM 5400-MOVE-SIGNERS
           PERFORM 5500-MOVE-CUSTODIAL-RECORDS
           PERFORM 5600-MOVE-IRA-PLANS
           PERFORM 5700-MOVE-ASSIGNMENTS
           PERFORM 5800-REKEY-BONUS-ENROLMENTS
           CLOSE AUDITFILE
           PERFORM 4000-WRITE-NOTICES
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF.

       1100-LOAD-PAIRS.
           OPEN INPUT RNUMCTL
           PERFORM UNTIL EOF-RNUMCTL
               READ RNUMCTL
                   AT END MOVE 'Y' TO WS-EOF-RNUMCTL
               END-READ
               IF NOT EOF-RNUMCTL
                   IF WS-PAIR-COUNT < WS-PAIR-MAX
                       ADD 1 TO WS-PAIR-COUNT
                       MOVE SPACES
                           TO WS-PAIR-ENTRY(WS-PAIR-COUNT)
                       MOVE RNC-OLD-ACCOUNT
                           TO WS-PAIR-OLD-ACCT(WS-PAIR-COUNT)
                       MOVE RNC-OLD-ACCOUNT(1:10)
                           TO WS-PAIR-OLD-ID(WS-PAIR-COUNT)
                       MOVE RNC-NEW-CUSTOMER-ID
                           TO WS-PAIR-NEW-ID(WS-PAIR-COUNT)
                       MOVE RNC-OPERATOR
                           TO WS-PAIR-OPER(WS-PAIR-COUNT)
                       MOVE 'Y'
                           TO WS-PAIR-VALID(WS-PAIR-COUNT)
                   ELSE
                       DISPLAY 'ACCTRNUM RENUMBER TABLE FULL - '
                               'IGNORED: ' RNC-OLD-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RNUMCTL
           PERFORM 1200-CROSS-CHECK-PAIRS.

       1200-CROSS-CHECK-PAIRS.
      *    Renumbering A to B while B is itself renumbered, or the
      *    same number keyed twice, would leave the carry passes
      *    ambiguous - every old and new ID must be unique across
      *    the whole control file, or both entries are skipped. A
      *    later run can renumber B once this one has made it live.
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               IF WS-PAIR-OLD-ID(WS-PAIR-IX) =
                       WS-PAIR-NEW-ID(WS-PAIR-IX)
                   OR WS-PAIR-OLD-ID(WS-PAIR-IX) = SPACES
                   OR WS-PAIR-NEW-ID(WS-PAIR-IX) = SPACES
                   MOVE 'N' TO WS-PAIR-VALID(WS-PAIR-IX)
                   MOVE 'SKIPPED - OLD/NEW NUMBER MISSING OR EQUAL'
                       TO WS-SKIP-REASON
                   PERFORM 1300-REPORT-BAD-PAIR
               END-IF
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                       UNTIL WS-SCAN-IX > WS-PAIR-COUNT
                   IF WS-SCAN-IX NOT = WS-PAIR-IX
                       IF WS-PAIR-OLD-ID(WS-PAIR-IX) =
                               WS-PAIR-OLD-ID(WS-SCAN-IX)
                           OR WS-PAIR-OLD-ID(WS-PAIR-IX) =
                               WS-PAIR-NEW-ID(WS-SCAN-IX)
                           OR WS-PAIR-NEW-ID(WS-PAIR-IX) =
                               WS-PAIR-NEW-ID(WS-SCAN-IX)
                           OR WS-PAIR-NEW-ID(WS-PAIR-IX) =
                               WS-PAIR-OLD-ID(WS-SCAN-IX)
                           MOVE 'N' TO WS-PAIR-VALID(WS-PAIR-IX)
                           MOVE 'SKIPPED - CONFLICTS WITH ANOTHER RENUM
      -                         'BER' TO WS-SKIP-REASON
                           PERFORM 1300-REPORT-BAD-PAIR
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       1300-REPORT-BAD-PAIR.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PAIR-OLD-ACCT(WS-PAIR-IX) ' -> '
                  WS-PAIR-NEW-ID(WS-PAIR-IX) '  '
                  WS-SKIP-REASON
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCOUNT RENUMBER REPORT - CUTOVER DATE ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE.

       2000-RENUMBER-MASTER.
           IF WS-PAIR-VALID(WS-PAIR-IX) = 'Y'
               PERFORM 2100-READ-OLD-MASTER
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       2100-READ-OLD-MASTER.
           MOVE WS-PAIR-OLD-ID(WS-PAIR-IX) TO DBFILE-CUSTOMER-ID
           READ DBFILE
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   MOVE 'SKIPPED - OLD NUMBER NOT ON DBFILE'
                       TO WS-SKIP-REASON
                   PERFORM 2150-SKIP-PAIR
               NOT INVALID KEY
                   MOVE DBFILE-REC TO WS-OLD-IMAGE
                   MOVE WS-OLD-IMAGE(1:121) TO CUSTOMER-RECORD
                   IF STATUS-CLOSED
                       MOVE 'SKIPPED - OLD NUMBER IS CLOSED'
                           TO WS-SKIP-REASON
                       PERFORM 2150-SKIP-PAIR
                   ELSE
                       MOVE CUSTOMER-NAME
                           TO WS-PAIR-NAME(WS-PAIR-IX)
                       PERFORM 2200-CHECK-NEW-ID-FREE
                   END-IF
           END-READ.

       2150-SKIP-PAIR.
           MOVE 'N' TO WS-PAIR-VALID(WS-PAIR-IX)
           ADD 1 TO WS-SKIPPED-COUNT
           PERFORM 1300-REPORT-BAD-PAIR.

       2200-CHECK-NEW-ID-FREE.
      *    The reserved ID must be unused on the master and the old
      *    number must not already have been retired by an earlier
      *    run - a renumbered number stays retired.
           MOVE WS-PAIR-NEW-ID(WS-PAIR-IX) TO DBFILE-CUSTOMER-ID
           READ DBFILE
               KEY IS DBFILE-CUSTOMER-ID
               INVALID KEY
                   PERFORM 2250-CHECK-NOT-RETIRED
               NOT INVALID KEY
                   MOVE 'SKIPPED - NEW NUMBER ALREADY ON DBFILE'
                       TO WS-SKIP-REASON
                   PERFORM 2150-SKIP-PAIR
           END-READ.

       2250-CHECK-NOT-RETIRED.
           MOVE WS-PAIR-OLD-ID(WS-PAIR-IX) TO RNX-CUSTOMER-ID
           SET RNX-RETIRED TO TRUE
           MOVE RNX-KEY TO RNUMXREF-KEY
           READ RNUMXREF
               KEY IS RNUMXREF-KEY
               INVALID KEY
                   PERFORM 2300-ASSIGN-NEW-NUMBER
               NOT INVALID KEY
                   MOVE 'SKIPPED - OLD NUMBER ALREADY RENUMBERED'
                       TO WS-SKIP-REASON
                   PERFORM 2150-SKIP-PAIR
           END-READ.

       2300-ASSIGN-NEW-NUMBER.
      *    The new number is the reserved customer ID, the old
      *    number's eleventh digit (zero where the old number carried
      *    a product code there), and a check digit CHKDIGIT accepts.
           MOVE SPACES TO WS-NEW-ACCOUNT
           MOVE WS-PAIR-NEW-ID(WS-PAIR-IX) TO WS-NEW-ACCOUNT(1:10)
           IF WS-PAIR-OLD-ACCT(WS-PAIR-IX)(11:1) NUMERIC
               MOVE WS-PAIR-OLD-ACCT(WS-PAIR-IX)(11:1)
                   TO WS-NEW-ACCOUNT(11:1)
           ELSE
               MOVE '0' TO WS-NEW-ACCOUNT(11:1)
           END-IF
           MOVE 'N' TO WS-DIGIT-FOUND
           PERFORM 2310-TRY-CHECK-DIGIT
               VARYING WS-TRY-DIGIT FROM 0 BY 1
               UNTIL WS-TRY-DIGIT > 9 OR DIGIT-FOUND
           IF DIGIT-FOUND
               MOVE WS-NEW-ACCOUNT TO WS-PAIR-NEW-ACCT(WS-PAIR-IX)
               PERFORM 2400-WRITE-NEW-MASTER
           ELSE
               MOVE 'SKIPPED - NO CHECK DIGIT FOR NEW NUMBER'
                   TO WS-SKIP-REASON
               PERFORM 2150-SKIP-PAIR
           END-IF.

       2310-TRY-CHECK-DIGIT.
           MOVE WS-TRY-DIGIT TO WS-TRY-CHAR
           MOVE WS-TRY-CHAR  TO WS-NEW-ACCOUNT(12:1)
           CALL 'CHKDIGIT' USING WS-NEW-ACCOUNT
                                 WS-CHKDGT-RC
           IF WS-CHKDGT-RC = ZERO
               MOVE 'Y' TO WS-DIGIT-FOUND
           END-IF.

       2400-WRITE-NEW-MASTER.
      *    The new record is the old one byte for byte - balance,
      *    limit, activity counters, preferences - under the new ID,
      *    with the new number on the alternate key.
           MOVE WS-OLD-IMAGE                TO WS-NEW-IMAGE
           MOVE WS-PAIR-NEW-ID(WS-PAIR-IX)  TO WS-NEW-IMAGE(1:10)
           MOVE WS-PAIR-NEW-ACCT(WS-PAIR-IX) TO WS-NEW-IMAGE(389:12)
           WRITE DBFILE-REC FROM WS-NEW-IMAGE
               INVALID KEY
                   MOVE 'SKIPPED - NEW MASTER WRITE FAILED'
                       TO WS-SKIP-REASON
                   PERFORM 2150-SKIP-PAIR
               NOT INVALID KEY
                   MOVE WS-PAIR-NEW-ID(WS-PAIR-IX) TO AUDIT-CUSTOMER-ID
                   MOVE 'RENUMNEW'     TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-BEFORE-IMAGE
                   MOVE WS-NEW-IMAGE   TO AUDIT-AFTER-IMAGE
                   PERFORM 2450-WRITE-AUDIT
                   PERFORM 2500-RETIRE-OLD-MASTER
           END-WRITE.

       2450-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           WRITE AUDITFILE-REC.

       2500-RETIRE-OLD-MASTER.
      *    The old number closes with a zero balance, as a merged-away
      *    duplicate does - the money now sits under the new ID.
           MOVE WS-OLD-IMAGE        TO WS-RETIRED-IMAGE
           MOVE ZERO                TO CUSTOMER-BALANCE
           SET STATUS-CLOSED        TO TRUE
           MOVE CUSTOMER-RECORD     TO WS-RETIRED-IMAGE(1:121)
           MOVE WS-PAIR-OLD-ID(WS-PAIR-IX) TO DBFILE-CUSTOMER-ID
           REWRITE DBFILE-REC FROM WS-RETIRED-IMAGE
               INVALID KEY
                   DISPLAY 'ACCTRNUM *** OLD MASTER REWRITE FAILED - '
                           WS-PAIR-OLD-ID(WS-PAIR-IX)
               NOT INVALID KEY
                   MOVE WS-PAIR-OLD-ID(WS-PAIR-IX) TO AUDIT-CUSTOMER-ID
                   MOVE 'RENUMOLD'       TO AUDIT-ACTION
                   MOVE WS-OLD-IMAGE     TO AUDIT-BEFORE-IMAGE
                   MOVE WS-RETIRED-IMAGE TO AUDIT-AFTER-IMAGE
                   PERFORM 2450-WRITE-AUDIT
           END-REWRITE
           PERFORM 2600-WRITE-CROSS-REFERENCE
           ADD 1 TO WS-RENUMBERED-COUNT
           PERFORM 2700-REPORT-RENUMBERED.

       2600-WRITE-CROSS-REFERENCE.
           MOVE SPACES                       TO ACCOUNT-RENUMBER-RECORD
           MOVE WS-PAIR-OLD-ID(WS-PAIR-IX)   TO RNX-CUSTOMER-ID
           SET RNX-RETIRED                   TO TRUE
           MOVE WS-PAIR-OLD-ACCT(WS-PAIR-IX) TO RNX-ACCOUNT-NUMBER
           MOVE WS-PAIR-NEW-ID(WS-PAIR-IX)   TO RNX-PARTNER-ID
           MOVE WS-PAIR-NEW-ACCT(WS-PAIR-IX) TO RNX-PARTNER-ACCOUNT
           MOVE BUS-DATE                     TO RNX-CUTOVER-DATE
           MOVE WS-PAIR-OPER(WS-PAIR-IX)     TO RNX-OPERATOR
           PERFORM 2650-WRITE-XREF-RECORD
           MOVE WS-PAIR-NEW-ID(WS-PAIR-IX)   TO RNX-CUSTOMER-ID
           SET RNX-REPLACEMENT               TO TRUE
           MOVE WS-PAIR-NEW-ACCT(WS-PAIR-IX) TO RNX-ACCOUNT-NUMBER
           MOVE WS-PAIR-OLD-ID(WS-PAIR-IX)   TO RNX-PARTNER-ID
           MOVE WS-PAIR-OLD-ACCT(WS-PAIR-IX) TO RNX-PARTNER-ACCOUNT
           PERFORM 2650-WRITE-XREF-RECORD.

       2650-WRITE-XREF-RECORD.
           WRITE RNUMXREF-REC FROM ACCOUNT-RENUMBER-RECORD
               INVALID KEY
                   DISPLAY 'ACCTRNUM *** XREF WRITE FAILED - '
                           RNX-KEY
           END-WRITE.

       2700-REPORT-RENUMBERED.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PAIR-OLD-ACCT(WS-PAIR-IX) ' -> '
                  WS-PAIR-NEW-ACCT(WS-PAIR-IX)
                  '  RENUMBERED BY ' WS-PAIR-OPER(WS-PAIR-IX)
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-NEW-IMAGE(1:121) TO CUSTOMER-RECORD
           MOVE CUSTOMER-BALANCE    TO WS-BAL-DISP
           MOVE 'BALANCE MOVED'     TO WS-RPT-LINE(60:13)
           MOVE WS-BAL-DISP         TO WS-RPT-LINE(78:17)
           WRITE RNUMRPT-REC FROM WS-RPT-LINE.

      *----------------------------------------------------------------*
      * Carry passes - one sweep per file that names an account,       *
      * moving every occurrence of a retired number to its             *
      * replacement. Sequential files update in place (OPEN I-O +      *
      * REWRITE, the CUSTMRGE idiom); keyed files whose key holds the  *
      * number re-key by delete and write. A twelve-character number   *
      * maps through 8200, a bare customer ID through 8100.            *
      *----------------------------------------------------------------*

       3000-RETAG-STANDING-ORDERS.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O STORDFILE
           PERFORM UNTIL EOF-XREF
               READ STORDFILE INTO STANDING-ORDER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE 'N' TO WS-REC-CHANGED
                   MOVE SO-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ACCOUNT TO SO-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   MOVE SO-COUNTERPARTY TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ACCOUNT TO SO-COUNTERPARTY
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   IF REC-CHANGED
                       REWRITE STORDFILE-REC
                           FROM STANDING-ORDER-RECORD
                       ADD 1 TO WS-SO-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STORDFILE.

       3100-REKEY-STOP-PAYMENTS.
      *    A re-keyed stop lands under the new number, which no
      *    renumber in this run maps again, so meeting it later in
      *    the same sweep is harmless.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O STOPFILE
           MOVE LOW-VALUES TO STOPFILE-KEY
           START STOPFILE KEY NOT < STOPFILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ STOPFILE NEXT RECORD INTO STOP-PAYMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE STP-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       PERFORM 3150-MOVE-STOP
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STOPFILE.

       3150-MOVE-STOP.
           DELETE STOPFILE RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ACCOUNT TO STP-ACCOUNT-NUMBER
                   WRITE STOPFILE-REC FROM STOP-PAYMENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** STOP RE-KEY FAILED - '
                                   STP-ACCOUNT-NUMBER ' '
                                   STP-SEQUENCE
                       NOT INVALID KEY
                           ADD 1 TO WS-STOP-REKEYS
                   END-WRITE
           END-DELETE.

       3200-RETAG-OD-LINKS.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O LINKFILE
           PERFORM UNTIL EOF-XREF
               READ LINKFILE
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE 'N' TO WS-REC-CHANGED
                   MOVE LINK-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ID TO LINK-CUSTOMER-ID
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   MOVE LINK-SAVINGS-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ID TO LINK-SAVINGS-ID
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   IF REC-CHANGED
                       REWRITE LINKFILE-REC
                       ADD 1 TO WS-LINK-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LINKFILE.

       3300-RETAG-ZBA-LINKS.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O ZBALINKS
           PERFORM UNTIL EOF-XREF
               READ ZBALINKS INTO ZBA-LINK-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE 'N' TO WS-REC-CHANGED
                   MOVE ZBA-OPERATING-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ID TO ZBA-OPERATING-ID
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   MOVE ZBA-CONCENTRATION-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ID TO ZBA-CONCENTRATION-ID
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   IF REC-CHANGED
                       REWRITE ZBALINKS-REC FROM ZBA-LINK-RECORD
                       ADD 1 TO WS-ZBA-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ZBALINKS.

       3400-RETAG-POSPAY-ENROLMENT.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O PPENROLL
           PERFORM UNTIL EOF-XREF
               READ PPENROLL INTO POSPAY-ENROLL-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE PPE-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ACCOUNT TO PPE-ACCOUNT-NUMBER
                       REWRITE PPENROLL-REC FROM POSPAY-ENROLL-RECORD
                       ADD 1 TO WS-PPE-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PPENROLL.

       3500-RETAG-POSPAY-ISSUES.
      *    Outstanding and paid issues both move - a paid item kept
      *    under the old number would let a re-presentment of it
      *    slip through as unissued on the new one.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O PPISSUE
           PERFORM UNTIL EOF-XREF
               READ PPISSUE INTO POSPAY-ISSUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE PPI-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ACCOUNT TO PPI-ACCOUNT-NUMBER
                       REWRITE PPISSUE-REC FROM POSPAY-ISSUE-RECORD
                       ADD 1 TO WS-PPI-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PPISSUE.

       3600-RETAG-ORIG-QUEUE.
      *    Origination entries not yet sent fund from the new number.
      *    The approved instructions themselves are keyed by order
      *    and name only the external account, so they need nothing.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O ORIGQ
           PERFORM UNTIL EOF-XREF
               READ ORIGQ INTO ORIG-QUEUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE 'N' TO WS-REC-CHANGED
                   MOVE OQ-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ID TO OQ-CUSTOMER-ID
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   MOVE OQ-COUNTERPARTY TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ACCOUNT TO OQ-COUNTERPARTY
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   IF REC-CHANGED
                       REWRITE ORIGQ-REC FROM ORIG-QUEUE-RECORD
                       ADD 1 TO WS-OQ-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ORIGQ.

       3700-RETAG-ORIG-OUTSTANDING.
      *    An entry already sent that comes back returned must
      *    reverse onto the new number, not the closed old one.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O ORIGOUT
           PERFORM UNTIL EOF-XREF
               READ ORIGOUT INTO ORIG-OUTSTANDING-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE OOS-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ID TO OOS-CUSTOMER-ID
                       REWRITE ORIGOUT-REC FROM ORIG-OUTSTANDING-RECORD
                       ADD 1 TO WS-OOS-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ORIGOUT.

       3800-REKEY-ACCOUNT-MASTER.
      *    Product records keep their product-code suffix under the
      *    new customer ID ('C000000001CH' becomes the new ID + 'CH').
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O ACCTMAST
           MOVE LOW-VALUES TO AMF-ACCOUNT-NUMBER
           START ACCTMAST KEY NOT < AMF-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ ACCTMAST NEXT RECORD INTO ACCOUNT-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE AM-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       PERFORM 3850-MOVE-PRODUCT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCTMAST.

       3850-MOVE-PRODUCT.
           DELETE ACCTMAST RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ACCOUNT    TO AM-ACCOUNT-NUMBER
                   MOVE WS-MAPPED-ACCOUNT(1:10) TO AM-CUSTOMER-ID
                   MOVE BUS-DATE             TO AM-LAST-UPDATE-DATE
                   WRITE ACCTMAST-REC FROM ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** PRODUCT RE-KEY FAILED '
                                   '- ' AM-ACCOUNT-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO WS-AM-REKEYS
                   END-WRITE
           END-DELETE.

       3900-CARRY-ADDRESSES.
      *    ADDRFILE is a presorted generation, so the address moves by
      *    writing the next generation: every record copies through,
      *    a renumbered customer's record is copied again under the
      *    new ID (and kept for the notice), and the work file is
      *    sorted back into customer order. The old ID keeps its
      *    record for anything still addressed to it.
           MOVE 'N' TO WS-EOF-XREF
           OPEN INPUT  ADDRFILE
           OPEN OUTPUT ADDRWORK
           PERFORM UNTIL EOF-XREF
               READ ADDRFILE
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   WRITE ADDRWORK-REC FROM ADDRFILE-REC
                   MOVE ADDRFILE-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       PERFORM 3950-KEEP-ADDRESS
                       MOVE WS-MAPPED-ID TO ADDRFILE-CUSTOMER-ID
                       MOVE BUS-DATE     TO ADDRFILE-LAST-UPDATE
                       WRITE ADDRWORK-REC FROM ADDRFILE-REC
                       ADD 1 TO WS-ADDR-CARRIED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ADDRFILE
                 ADDRWORK
           SORT SORTADDR
               ON ASCENDING KEY SORT-ADDR-CUSTOMER-ID
               USING ADDRWORK
               GIVING ADDROUT.

       3950-KEEP-ADDRESS.
           MOVE ADDRFILE-LINE-1 TO WS-PAIR-LINE-1(WS-SCAN-IX)
           MOVE ADDRFILE-LINE-2 TO WS-PAIR-LINE-2(WS-SCAN-IX)
           MOVE ADDRFILE-CITY   TO WS-PAIR-CITY(WS-SCAN-IX)
           MOVE ADDRFILE-STATE  TO WS-PAIR-STATE(WS-SCAN-IX)
           MOVE ADDRFILE-ZIP    TO WS-PAIR-ZIP(WS-SCAN-IX).

       4000-WRITE-NOTICES.
           PERFORM 4010-FIND-ARCHIVE-POSITION
           OPEN OUTPUT RNUMNOTC
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               IF WS-PAIR-VALID(WS-PAIR-IX) = 'Y'
                   PERFORM 4100-WRITE-NOTICE
               END-IF
           END-PERFORM
           CLOSE RNUMNOTC
                 LTRARCH
                 LTRARIX.

       4010-FIND-ARCHIVE-POSITION.
      *    Tonight's letters append behind everything already
      *    archived - the last index entry says where the archive
      *    ends, the same scan TDMATUR's 1090 does.
           OPEN INPUT LTRARIX
           PERFORM UNTIL EOF-LTRARIX
               READ LTRARIX INTO LETTER-INDEX-RECORD
                   AT END MOVE 'Y' TO WS-EOF-LTRARIX
               END-READ
               IF NOT EOF-LTRARIX
                   COMPUTE WS-ARCH-NEXT-RECNO =
                       LIX-START-RECNO + LIX-LINE-COUNT
               END-IF
           END-PERFORM
           CLOSE LTRARIX.

       4100-WRITE-NOTICE.
      *    The RNM notice from the text library in the customer's
      *    language (English where no privacy record carried one
      *    across): line 001 addresses the customer, the address on
      *    file follows it, and the body is line 002 on. No address
      *    on file leaves the lines blank - the notice still goes to
      *    the name and the mailroom works it like any other
      *    unaddressed item. The old number is shown by its last four
      *    characters only.
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           ADD 1 TO WS-NOTICE-COUNT
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'RNM'  TO LTQ-LETTER-TYPE
           MOVE 'E'    TO LTQ-LANGUAGE
           IF WS-PAIR-LANGUAGE(WS-PAIR-IX) NOT = SPACES
               MOVE WS-PAIR-LANGUAGE(WS-PAIR-IX) TO LTQ-LANGUAGE
           END-IF
           MOVE WS-PAIR-NEW-ID(WS-PAIR-IX)   TO LTQ-VALUE(1)
           MOVE WS-PAIR-NAME(WS-PAIR-IX)     TO LTQ-VALUE(2)
           MOVE WS-PAIR-OLD-ACCT(WS-PAIR-IX)(9:4) TO LTQ-VALUE(3)
           MOVE WS-PAIR-NEW-ACCT(WS-PAIR-IX) TO LTQ-VALUE(4)
           MOVE BUS-DATE                     TO LTQ-VALUE(5)
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           MOVE LTQ-TEXT TO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           MOVE WS-PAIR-LINE-1(WS-PAIR-IX) TO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           IF WS-PAIR-LINE-2(WS-PAIR-IX) NOT = SPACES
               MOVE WS-PAIR-LINE-2(WS-PAIR-IX) TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PAIR-CITY(WS-PAIR-IX)  DELIMITED '  '
                  ' '                       DELIMITED SIZE
                  WS-PAIR-STATE(WS-PAIR-IX) DELIMITED SIZE
                  ' '                       DELIMITED SIZE
                  WS-PAIR-ZIP(WS-PAIR-IX)   DELIMITED SIZE
               INTO WS-RPT-LINE
           PERFORM 8900-WRITE-LETTER-LINE
           MOVE 2 TO LTQ-LINE-NO
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX.

       5000-RETAG-LOAN-AUTOPAY.
      *    A loan drafted from the old number drafts from the new one
      *    - LOANDRFT would otherwise debit the closed master.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O LAPENROL
           PERFORM UNTIL EOF-XREF
               READ LAPENROL INTO LOAN-AUTOPAY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE LAP-DEBIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ACCOUNT TO LAP-DEBIT-ACCOUNT
                       REWRITE LAPENROL-REC FROM LOAN-AUTOPAY-RECORD
                       ADD 1 TO WS-LAP-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LAPENROL.

       5100-RETAG-SAFE-DEPOSIT-BOXES.
      *    The box stays where it is in the vault; the renter and any
      *    named rent debit account follow the renumber. A box billed
      *    to the renter's checking (debit account spaces) needs only
      *    the renter moved.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O SDBOX
           PERFORM UNTIL EOF-XREF
               READ SDBOX NEXT RECORD INTO SAFE-DEPOSIT-BOX-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE 'N' TO WS-REC-CHANGED
                   MOVE SDB-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ID TO SDB-CUSTOMER-ID
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   IF SDB-DEBIT-ACCOUNT NOT = SPACES
                       MOVE SDB-DEBIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
                       PERFORM 8200-MAP-ACCOUNT
                       IF MAP-FOUND
                           MOVE WS-MAPPED-ACCOUNT TO SDB-DEBIT-ACCOUNT
                           MOVE 'Y' TO WS-REC-CHANGED
                       END-IF
                   END-IF
                   IF REC-CHANGED
                       REWRITE SDBOX-REC FROM SAFE-DEPOSIT-BOX-RECORD
                       ADD 1 TO WS-SDB-RETAGS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SDBOX.

      *----------------------------------------------------------------*
      * Customer-keyed records - each file is swept from the top and   *
      * a record under a renumbered customer ID is deleted and         *
      * written again under the new one, the way the stops re-key.     *
      * The move is logged to DBAUDIT as one image pair under the new  *
      * ID (before = the record as it stood under the old ID), with an *
      * action whose prefix DBRECOV passes over and AUDINQ prints from *
      * that record's layout.                                          *
      *----------------------------------------------------------------*

       5200-MOVE-PRIVACY-ELECTIONS.
      *    The language on the election is kept for the notice.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O PRIVOPT
           MOVE LOW-VALUES TO PRIVOPT-CUSTOMER-ID
           START PRIVOPT KEY NOT < PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ PRIVOPT NEXT RECORD INTO PRIVACY-ELECTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE PRV-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       PERFORM 5250-MOVE-PRIVACY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PRIVOPT.

       5250-MOVE-PRIVACY.
           MOVE SPACES                  TO WS-CARRY-BEFORE
           MOVE PRIVACY-ELECTION-RECORD TO WS-CARRY-BEFORE
           DELETE PRIVOPT RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ID TO PRV-CUSTOMER-ID
                   WRITE PRIVOPT-REC FROM PRIVACY-ELECTION-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** PRIVACY MOVE FAILED - '
                                   PRV-CUSTOMER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-PRV-MOVES
                           IF PRV-LANG-VALID
                               MOVE PRV-LANGUAGE
                                   TO WS-PAIR-LANGUAGE(WS-SCAN-IX)
                           END-IF
                           MOVE 'PRIVRNUM' TO WS-CARRY-ACTION
                           MOVE SPACES     TO AUDIT-AFTER-IMAGE
                           MOVE PRIVACY-ELECTION-RECORD
                               TO AUDIT-AFTER-IMAGE
                           PERFORM 5900-WRITE-MOVE-AUDIT
                   END-WRITE
           END-DELETE.

       5300-MOVE-OD-ELECTIONS.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O ODOPTIN
           MOVE LOW-VALUES TO ODOPTIN-CUSTOMER-ID
           START ODOPTIN KEY NOT < ODOPTIN-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ ODOPTIN NEXT RECORD INTO OVERDRAFT-ELECTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE ODE-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       PERFORM 5350-MOVE-OD-ELECTION
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ODOPTIN.

       5350-MOVE-OD-ELECTION.
           MOVE SPACES                    TO WS-CARRY-BEFORE
           MOVE OVERDRAFT-ELECTION-RECORD TO WS-CARRY-BEFORE
           DELETE ODOPTIN RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ID TO ODE-CUSTOMER-ID
                   WRITE ODOPTIN-REC FROM OVERDRAFT-ELECTION-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** OD ELECTION MOVE '
                                   'FAILED - ' ODE-CUSTOMER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ODE-MOVES
                           MOVE 'ODOPTRNUM' TO WS-CARRY-ACTION
                           MOVE SPACES      TO AUDIT-AFTER-IMAGE
                           MOVE OVERDRAFT-ELECTION-RECORD
                               TO AUDIT-AFTER-IMAGE
                           PERFORM 5900-WRITE-MOVE-AUDIT
                   END-WRITE
           END-DELETE.

       5400-MOVE-SIGNERS.
      *    Every entry moves with its sequence number, revoked ones
      *    included - the register is the history of who could sign.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O SIGNERS
           MOVE LOW-VALUES TO SIGNERS-KEY
           START SIGNERS KEY NOT < SIGNERS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ SIGNERS NEXT RECORD INTO SIGNER-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE SGN-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       PERFORM 5450-MOVE-SIGNER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SIGNERS.

       5450-MOVE-SIGNER.
           MOVE SPACES        TO WS-CARRY-BEFORE
           MOVE SIGNER-RECORD TO WS-CARRY-BEFORE
           DELETE SIGNERS RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ID TO SGN-CUSTOMER-ID
                   WRITE SIGNERS-REC FROM SIGNER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** SIGNER MOVE FAILED - '
                                   SGN-CUSTOMER-ID ' ' SGN-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WS-SGN-MOVES
                           MOVE 'SIGNERRNUM' TO WS-CARRY-ACTION
                           MOVE SPACES       TO AUDIT-AFTER-IMAGE
                           MOVE SIGNER-RECORD TO AUDIT-AFTER-IMAGE
                           PERFORM 5900-WRITE-MOVE-AUDIT
                   END-WRITE
           END-DELETE.

       5500-MOVE-CUSTODIAL-RECORDS.
      *    A custodial record moves when the minor is renumbered and
      *    is re-pointed in place when the custodian is - both can
      *    happen to the one record in the same run.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O CUSTODY
           MOVE LOW-VALUES TO CUSTODY-CUSTOMER-ID
           START CUSTODY KEY NOT < CUSTODY-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ CUSTODY NEXT RECORD INTO CUSTODIAL-ACCOUNT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE SPACES                   TO WS-CARRY-BEFORE
                   MOVE CUSTODIAL-ACCOUNT-RECORD TO WS-CARRY-BEFORE
                   MOVE 'N' TO WS-REC-CHANGED
                   MOVE MNR-CUSTODIAN-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       MOVE WS-MAPPED-ID TO MNR-CUSTODIAN-ID
                       MOVE 'Y' TO WS-REC-CHANGED
                   END-IF
                   MOVE MNR-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       PERFORM 5550-MOVE-CUSTODY
                   ELSE
                       IF REC-CHANGED
                           PERFORM 5560-REPOINT-CUSTODIAN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTODY.

       5550-MOVE-CUSTODY.
           DELETE CUSTODY RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ID TO MNR-CUSTOMER-ID
                   WRITE CUSTODY-REC FROM CUSTODIAL-ACCOUNT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** CUSTODIAL MOVE '
                                   'FAILED - ' MNR-CUSTOMER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-MNR-MOVES
                           PERFORM 5590-AUDIT-CUSTODY
                   END-WRITE
           END-DELETE.

       5560-REPOINT-CUSTODIAN.
           REWRITE CUSTODY-REC FROM CUSTODIAL-ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   ADD 1 TO WS-MNR-MOVES
                   MOVE MNR-CUSTOMER-ID TO WS-MAPPED-ID
                   PERFORM 5590-AUDIT-CUSTODY
           END-REWRITE.

       5590-AUDIT-CUSTODY.
           MOVE 'MINORRNUM'  TO WS-CARRY-ACTION
           MOVE SPACES       TO AUDIT-AFTER-IMAGE
           MOVE CUSTODIAL-ACCOUNT-RECORD TO AUDIT-AFTER-IMAGE
           PERFORM 5900-WRITE-MOVE-AUDIT.

       5600-MOVE-IRA-PLANS.
      *    The plan must sit under the new ID, where the IR product
      *    record now is, or IRAFORM would find no account for it.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O IRAACCT
           MOVE LOW-VALUES TO IRAACCT-CUSTOMER-ID
           START IRAACCT KEY NOT < IRAACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ IRAACCT NEXT RECORD INTO IRA-PLAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE IRA-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       PERFORM 5650-MOVE-IRA-PLAN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE IRAACCT.

       5650-MOVE-IRA-PLAN.
           MOVE SPACES          TO WS-CARRY-BEFORE
           MOVE IRA-PLAN-RECORD TO WS-CARRY-BEFORE
           DELETE IRAACCT RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ID TO IRA-CUSTOMER-ID
                   WRITE IRAACCT-REC FROM IRA-PLAN-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** IRA PLAN MOVE '
                                   'FAILED - ' IRA-CUSTOMER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-IRA-MOVES
                           MOVE 'IRAPLNRNUM' TO WS-CARRY-ACTION
                           MOVE SPACES       TO AUDIT-AFTER-IMAGE
                           MOVE IRA-PLAN-RECORD TO AUDIT-AFTER-IMAGE
                           PERFORM 5900-WRITE-MOVE-AUDIT
                   END-WRITE
           END-DELETE.

       5700-MOVE-ASSIGNMENTS.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O ASSIGNS
           MOVE LOW-VALUES TO ASSIGNS-CUSTOMER-ID
           START ASSIGNS KEY NOT < ASSIGNS-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ ASSIGNS NEXT RECORD INTO CUSTOMER-ASSIGNMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE ASG-CUSTOMER-ID TO WS-LOOKUP-ID
                   PERFORM 8100-MAP-ID
                   IF MAP-FOUND
                       PERFORM 5750-MOVE-ASSIGNMENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ASSIGNS.

       5750-MOVE-ASSIGNMENT.
           MOVE SPACES                     TO WS-CARRY-BEFORE
           MOVE CUSTOMER-ASSIGNMENT-RECORD TO WS-CARRY-BEFORE
           DELETE ASSIGNS RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ID TO ASG-CUSTOMER-ID
                   WRITE ASSIGNS-REC FROM CUSTOMER-ASSIGNMENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** ASSIGNMENT MOVE '
                                   'FAILED - ' ASG-CUSTOMER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ASG-MOVES
                           MOVE 'ASSIGNRNUM' TO WS-CARRY-ACTION
                           MOVE SPACES       TO AUDIT-AFTER-IMAGE
                           MOVE CUSTOMER-ASSIGNMENT-RECORD
                               TO AUDIT-AFTER-IMAGE
                           PERFORM 5900-WRITE-MOVE-AUDIT
                   END-WRITE
           END-DELETE.

       5800-REKEY-BONUS-ENROLMENTS.
      *    An enrolment keeps its product-code suffix under the new
      *    ID, matching the re-keyed ACCTMAST product record INTCALC
      *    pays the bonus on.
           MOVE 'N' TO WS-EOF-XREF
           OPEN I-O BONUSENR
           MOVE LOW-VALUES TO BONUSENR-ACCOUNT-NUMBER
           START BONUSENR KEY NOT < BONUSENR-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-XREF
           END-START
           PERFORM UNTIL EOF-XREF
               READ BONUSENR NEXT RECORD INTO BONUS-ENROLLMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-XREF
               END-READ
               IF NOT EOF-XREF
                   MOVE BNE-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM 8200-MAP-ACCOUNT
                   IF MAP-FOUND
                       PERFORM 5850-MOVE-BONUS-ENROLMENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BONUSENR.

       5850-MOVE-BONUS-ENROLMENT.
           MOVE SPACES                  TO WS-CARRY-BEFORE
           MOVE BONUS-ENROLLMENT-RECORD TO WS-CARRY-BEFORE
           DELETE BONUSENR RECORD
               INVALID KEY
                   ADD 1 TO WS-REKEY-FAILS
               NOT INVALID KEY
                   MOVE WS-MAPPED-ACCOUNT TO BNE-ACCOUNT-NUMBER
                   MOVE WS-MAPPED-ID      TO BNE-CUSTOMER-ID
                   WRITE BONUSENR-REC FROM BONUS-ENROLLMENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REKEY-FAILS
                           DISPLAY 'ACCTRNUM *** BONUS RE-KEY FAILED - '
                                   BNE-ACCOUNT-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO WS-BNE-REKEYS
                           MOVE 'BONUSRNUM' TO WS-CARRY-ACTION
                           MOVE SPACES      TO AUDIT-AFTER-IMAGE
                           MOVE BONUS-ENROLLMENT-RECORD
                               TO AUDIT-AFTER-IMAGE
                           PERFORM 5900-WRITE-MOVE-AUDIT
                   END-WRITE
           END-DELETE.

       5900-WRITE-MOVE-AUDIT.
      *    The caller has put the record as written under the new ID
      *    in the after-image.
           MOVE WS-MAPPED-ID    TO AUDIT-CUSTOMER-ID
           MOVE WS-CARRY-ACTION TO AUDIT-ACTION
           MOVE WS-CARRY-BEFORE TO AUDIT-BEFORE-IMAGE
           PERFORM 2450-WRITE-AUDIT.

       8100-MAP-ID.
           MOVE 'N'    TO WS-MAP-FOUND
           MOVE SPACES TO WS-MAPPED-ID
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-PAIR-COUNT
                   OR MAP-FOUND
               IF WS-PAIR-VALID(WS-SCAN-IX) = 'Y'
                       AND WS-PAIR-OLD-ID(WS-SCAN-IX) = WS-LOOKUP-ID
                   MOVE WS-PAIR-NEW-ID(WS-SCAN-IX) TO WS-MAPPED-ID
                   MOVE 'Y' TO WS-MAP-FOUND
               END-IF
           END-PERFORM
      *    The VARYING has stepped one past the matching entry.
           IF MAP-FOUND
               SUBTRACT 1 FROM WS-SCAN-IX
           END-IF.

       8200-MAP-ACCOUNT.
      *    The published number maps to the new published number;
      *    any other number under the old customer ID (a product-
      *    suffixed one) keeps its suffix under the new ID.
           MOVE WS-LOOKUP-ACCOUNT(1:10) TO WS-LOOKUP-ID
           PERFORM 8100-MAP-ID
           IF MAP-FOUND
               IF WS-LOOKUP-ACCOUNT = WS-PAIR-OLD-ACCT(WS-SCAN-IX)
                   MOVE WS-PAIR-NEW-ACCT(WS-SCAN-IX)
                       TO WS-MAPPED-ACCOUNT
               ELSE
                   MOVE WS-LOOKUP-ACCOUNT TO WS-MAPPED-ACCOUNT
                   MOVE WS-MAPPED-ID      TO WS-MAPPED-ACCOUNT(1:10)
               END-IF
           END-IF.

       8800-WRITE-LETTER-TEXT.
      *    Every line of the letter from LTQ-LINE-NO on, until the
      *    library has no more.
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8900-WRITE-LETTER-LINE.
           WRITE RNUMNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC  FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES                     TO LETTER-INDEX-RECORD
           MOVE WS-PAIR-NEW-ID(WS-PAIR-IX) TO LIX-ENTITY-ID
           SET LIX-TYPE-RENUMBER           TO TRUE
           MOVE BUS-DATE                   TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO         TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT         TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED          TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT          TO WS-ARCH-NEXT-RECNO.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-RENUMBERED-COUNT TO WS-COUNT-DISP
           STRING 'ACCOUNTS RENUMBERED:       ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RENUMBERS SKIPPED:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-SO-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'STANDING ORDERS MOVED:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-STOP-REKEYS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'STOP PAYMENTS MOVED:       ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-LINK-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OD LINKS MOVED:            ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-ZBA-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ZBA LINKS MOVED:           ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-PPE-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'POSITIVE PAY ENROLMENTS:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-PPI-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'POSITIVE PAY ISSUES MOVED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-OQ-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACH QUEUE ENTRIES MOVED:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-OOS-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACH OUTSTANDING MOVED:     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-AM-REKEYS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRODUCT ACCOUNTS MOVED:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-ADDR-CARRIED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ADDRESSES CARRIED:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-LAP-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOAN AUTOPAYS MOVED:       ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-SDB-RETAGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SAFE DEPOSIT BOXES MOVED:  ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-PRV-MOVES TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRIVACY ELECTIONS MOVED:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-ODE-MOVES TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OD ELECTIONS MOVED:        ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-SGN-MOVES TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SIGNER ENTRIES MOVED:      ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-MNR-MOVES TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTODIAL RECORDS MOVED:   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-IRA-MOVES TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'IRA PLANS MOVED:           ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-ASG-MOVES TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ASSIGNMENTS MOVED:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-BNE-REKEYS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BONUS ENROLMENTS MOVED:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOTICES WRITTEN:           ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE RNUMRPT-REC FROM WS-RPT-LINE
           IF WS-REKEY-FAILS > ZERO
               MOVE WS-REKEY-FAILS TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** RE-KEY FAILURES:       ' WS-COUNT-DISP
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE RNUMRPT-REC FROM WS-RPT-LINE
           END-IF
           MOVE WS-RENUMBERED-COUNT TO WS-COUNT-DISP
           DISPLAY 'ACCTRNUM ACCOUNTS RENUMBERED: ' WS-COUNT-DISP
           CLOSE RNUMRPT
           STOP RUN.
