      *----------------------------------------------------------------*
      * PROGRAM:  BNSENRL                                              *
      * PURPOSE:  Bonus-rate promotion enrollment - runs in BANKNITE   *
      *           ahead of INTCALC. Applies the day's enrollment and   *
      *           cancellation requests to the BONUSENR KSDS against   *
      *           the campaigns on PARMS.BONUSRT (product, segment and *
      *           enrollment window must all fit; one enrollment per   *
      *           account at a time), locking the campaign's bonus     *
      *           rate and fixing the end date at the start date plus  *
      *           the campaign duration. It then walks every active    *
      *           enrollment: one whose end date has passed is marked  *
      *           expired, and one within the notice period of its end *
      *           date gets the customer's expiry notice, worded from  *
      *           the letter text library (type BNX) in the customer's *
      *           language and archived to LTRARCH/LTRARIX like every  *
      *           other letter. SYSIN is the notice period in days     *
      *           (blank is 30).                                       *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ACCTMIO, FMTAMT, LTXLKUP                             *
      * COPYBOOKS: BNSDATA, CUSTMAST, ACCTMST, LTRDATA, BUSDATE,       *
      *            PRIVDATA, LTXDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BNSENRL.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BONUSENR ASSIGN TO UT-S-BONUSENR
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS BONUSENR-ACCOUNT-NUMBER.
           SELECT BONUSRT  ASSIGN TO UT-S-BONUSRT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BONUSREQ ASSIGN TO UT-S-BONUSREQ
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT DBFILE   ASSIGN TO UT-S-DBFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT BNSNOTC  ASSIGN TO UT-S-BNSNOTC
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARCH  ASSIGN TO UT-S-LTRARCH
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LTRARIX  ASSIGN TO UT-S-LTRARIX
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BNSERPT  ASSIGN TO UT-S-BNSERPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
      *    Privacy elections (see PRIVDATA) - read for the language
      *    an expiry notice is sent in.
           SELECT PRIVOPT  ASSIGN TO UT-S-PRIVOPT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PRIVOPT-CUSTOMER-ID.

       DATA DIVISION.
       FILE SECTION.
      *    Enrollments (see BNSDATA copybook) - written, rewritten
      *    and walked in place.
       FD  BONUSENR
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  BONUSENR-REC.
           05  BONUSENR-ACCOUNT-NUMBER PIC X(12).
           05  FILLER                 PIC X(88).

      *    Campaigns, maintained through PARMMNT.
       FD  BONUSRT
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  BONUSRT-FILE-REC           PIC X(40).

       FD  BONUSREQ
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  BONUSREQ-REC               PIC X(40).

       FD  DBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  DBFILE-REC.
      *    Same layout as DBREAD01/DBUPD01's FD - kept in step by
      *    hand.
           05  DBFILE-CUSTOMER-ID     PIC X(10).
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

       FD  BNSNOTC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BNSNOTC-REC                PIC X(133).

       FD  LTRARCH
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LTRARCH-REC                PIC X(133).

       FD  LTRARIX
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  LTRARIX-REC                PIC X(50).

       FD  BNSERPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BNSERPT-REC                PIC X(133).

      *    Business-date control record set by BDATESET at the start
      *    of the cycle (see BUSDATE copybook).
       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BUSDATEF-REC               PIC X(30).

       FD  PRIVOPT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIVOPT-REC.
           05  PRIVOPT-CUSTOMER-ID    PIC X(10).
           05  FILLER                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-BNSENRL-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'BNSENRL'.
           05  WS-EOF-BONUSRT         PIC X(1)  VALUE 'N'.
               88  EOF-BONUSRT            VALUE 'Y'.
           05  WS-EOF-BONUSREQ        PIC X(1)  VALUE 'N'.
               88  EOF-BONUSREQ           VALUE 'Y'.
           05  WS-EOF-BONUSENR        PIC X(1)  VALUE 'N'.
               88  EOF-BONUSENR           VALUE 'Y'.
           05  WS-EOF-LTRARIX         PIC X(1)  VALUE 'N'.
               88  EOF-LTRARIX            VALUE 'Y'.
           05  WS-NOTICE-DAYS-X       PIC X(3)  VALUE SPACES.
           05  WS-NOTICE-DAYS-N REDEFINES WS-NOTICE-DAYS-X
                                      PIC 9(3).
           05  WS-NOTICE-DAYS         PIC 9(3)  VALUE 030.
           05  WS-TODAY-DATE-8        PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INT           PIC S9(07) COMP VALUE ZERO.
           05  WS-END-DATE-8          PIC 9(08) VALUE ZERO.
           05  WS-DAYS-TO-GO          PIC S9(07) COMP VALUE ZERO.
           05  WS-DUE-MM              PIC 9(6)  COMP VALUE ZERO.
           05  WS-NEW-YYYY            PIC 9(4)  VALUE ZERO.
           05  WS-NEW-MM              PIC 9(2)  VALUE ZERO.
           05  WS-PRM-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05  WS-PRM-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-PRM-HIT             PIC 9(3)  COMP VALUE ZERO.
           05  WS-ENR-FOUND           PIC X(1)  VALUE 'N'.
               88  ENROLLMENT-ON-FILE     VALUE 'Y'.
           05  WS-REJECT-TEXT         PIC X(40) VALUE SPACES.
           05  WS-ACCT-RC             PIC S9(04) COMP VALUE ZERO.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-AM-ACCOUNT-NO       PIC X(12) VALUE SPACES.
           05  WS-RATE-PCT            PIC 9(1)V99 VALUE ZERO.
           05  WS-RATE-DISP           PIC 9.99.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-ARCH-NEXT-RECNO     PIC 9(9)  COMP VALUE 1.
           05  WS-ARCH-LINE-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-REQUEST-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-ENROLLED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-CANCELLED-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-NOTICE-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05  WS-EXPIRED-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    The campaigns, loaded once - a handful at any one time.
       01  WS-PROMOTION-TABLE.
           05  WS-PRM-ENTRY OCCURS 100 TIMES.
               10  WS-PRM-CODE        PIC X(03).
               10  WS-PRM-RATE        PIC S9(03)V9(4) COMP-3.
               10  WS-PRM-PRODUCT     PIC X(02).
               10  WS-PRM-SEGMENT     PIC X(02).
               10  WS-PRM-FROM        PIC X(08).
               10  WS-PRM-TO          PIC X(08).
               10  WS-PRM-MONTHS      PIC 9(02).

       COPY BNSDATA.
       COPY CUSTMAST.
       COPY ACCTMST.
       COPY LTRDATA.
       COPY BUSDATE.
       COPY PRIVDATA.
       COPY LTXDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           ACCEPT WS-NOTICE-DAYS-X FROM SYSIN
           IF WS-NOTICE-DAYS-X NUMERIC AND WS-NOTICE-DAYS-N > ZERO
               MOVE WS-NOTICE-DAYS-N TO WS-NOTICE-DAYS
           END-IF
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-PROMOTIONS
           PERFORM 1090-FIND-ARCHIVE-POSITION
           OPEN I-O    BONUSENR
           OPEN INPUT  DBFILE
           OPEN INPUT  PRIVOPT
           OPEN OUTPUT BNSNOTC
           OPEN EXTEND LTRARCH
           OPEN EXTEND LTRARIX
           OPEN OUTPUT BNSERPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BONUS-RATE PROMOTION ENROLLMENT REPORT - ' BUS-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE BNSERPT-REC FROM WS-RPT-LINE
           PERFORM 2000-PROCESS-REQUESTS
           PERFORM 3000-WALK-ENROLLMENTS
           PERFORM 9000-END.

       1010-READ-BUSINESS-DATE.
      *    Falls back to the machine date if the control file is
      *    empty (first cycle before BDATESET ever ran).
           OPEN INPUT BUSDATEF
           READ BUSDATEF INTO BUSINESS-DATE-RECORD
               AT END
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-READ
           CLOSE BUSDATEF
           MOVE BUS-DATE TO WS-TODAY-DATE-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8).

       1050-LOAD-PROMOTIONS.
           OPEN INPUT BONUSRT
           PERFORM UNTIL EOF-BONUSRT
               READ BONUSRT INTO BONUS-PROMOTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF-BONUSRT
               END-READ
               IF NOT EOF-BONUSRT
                   IF WS-PRM-COUNT < 100
                       ADD 1 TO WS-PRM-COUNT
                       MOVE BNP-PROMO-CODE
                           TO WS-PRM-CODE(WS-PRM-COUNT)
                       MOVE BNP-BONUS-RATE
                           TO WS-PRM-RATE(WS-PRM-COUNT)
                       MOVE BNP-PRODUCT
                           TO WS-PRM-PRODUCT(WS-PRM-COUNT)
                       MOVE BNP-SEGMENT
                           TO WS-PRM-SEGMENT(WS-PRM-COUNT)
                       MOVE BNP-ENROLL-FROM
                           TO WS-PRM-FROM(WS-PRM-COUNT)
                       MOVE BNP-ENROLL-TO
                           TO WS-PRM-TO(WS-PRM-COUNT)
                       MOVE BNP-DURATION-MONTHS
                           TO WS-PRM-MONTHS(WS-PRM-COUNT)
                   ELSE
                       DISPLAY 'BNSENRL PROMOTION TABLE FULL - '
                               'IGNORED: ' BNP-PROMO-CODE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BONUSRT.

       1090-FIND-ARCHIVE-POSITION.
      *    Tonight's notices append behind everything already
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

       2000-PROCESS-REQUESTS.
           OPEN INPUT BONUSREQ
           PERFORM 2100-APPLY-ONE-REQUEST UNTIL EOF-BONUSREQ
           CLOSE BONUSREQ.

       2100-APPLY-ONE-REQUEST.
           READ BONUSREQ INTO BONUS-REQUEST-RECORD
               AT END MOVE 'Y' TO WS-EOF-BONUSREQ
           END-READ
           IF NOT EOF-BONUSREQ
               ADD 1 TO WS-REQUEST-COUNT
               MOVE SPACES TO WS-REJECT-TEXT
               PERFORM 2150-READ-ENROLLMENT
               EVALUATE TRUE
                   WHEN BNQ-ENROLL
                       PERFORM 2200-VALIDATE-ENROLLMENT
                       IF WS-REJECT-TEXT = SPACES
                           PERFORM 2300-ENROLL-ACCOUNT
                       END-IF
                   WHEN BNQ-CANCEL
                       PERFORM 2400-CANCEL-ENROLLMENT
                   WHEN OTHER
                       MOVE 'UNKNOWN REQUEST ACTION' TO WS-REJECT-TEXT
               END-EVALUATE
               IF WS-REJECT-TEXT NOT = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING BNQ-ACCOUNT-NUMBER ' '
                          BNQ-PROMO-CODE
                          '  REJECTED - ' WS-REJECT-TEXT
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE BNSERPT-REC FROM WS-RPT-LINE
               END-IF
           END-IF.

       2150-READ-ENROLLMENT.
           MOVE 'N' TO WS-ENR-FOUND
           MOVE BNQ-ACCOUNT-NUMBER TO BONUSENR-ACCOUNT-NUMBER
           READ BONUSENR INTO BONUS-ENROLLMENT-RECORD
               KEY IS BONUSENR-ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENR-FOUND
           END-READ.

       2200-VALIDATE-ENROLLMENT.
      *    Campaign on file and open today, the account's product
      *    is the one on offer, the account is open on the
      *    subledger, the owner's segment fits, and the account is
      *    not already earning a bonus.
           MOVE ZERO TO WS-PRM-HIT
           PERFORM VARYING WS-PRM-IX FROM 1 BY 1
                   UNTIL WS-PRM-IX > WS-PRM-COUNT
                   OR WS-PRM-HIT > ZERO
               IF WS-PRM-CODE(WS-PRM-IX) = BNQ-PROMO-CODE
                   MOVE WS-PRM-IX TO WS-PRM-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PRM-HIT = ZERO
                   MOVE 'UNKNOWN PROMOTION' TO WS-REJECT-TEXT
               WHEN BUS-DATE < WS-PRM-FROM(WS-PRM-HIT)
                       OR BUS-DATE > WS-PRM-TO(WS-PRM-HIT)
                   MOVE 'OUTSIDE ENROLLMENT WINDOW' TO WS-REJECT-TEXT
               WHEN BNQ-ACCOUNT-NUMBER(11:2)
                       NOT = WS-PRM-PRODUCT(WS-PRM-HIT)
                   MOVE 'PRODUCT NOT ELIGIBLE' TO WS-REJECT-TEXT
               WHEN ENROLLMENT-ON-FILE AND BNE-ACTIVE
                   STRING 'ALREADY ENROLLED IN ' BNE-PROMO-CODE
                       DELIMITED SIZE INTO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 2250-CHECK-ACCOUNT
           END-EVALUATE.

       2250-CHECK-ACCOUNT.
           MOVE BNQ-ACCOUNT-NUMBER TO WS-AM-ACCOUNT-NO
           CALL 'ACCTMIO' USING WS-AM-ACCOUNT-NO
                                ACCOUNT-MASTER-RECORD
                                WS-ACCT-RC
           IF WS-ACCT-RC NOT = ZERO
               MOVE 'ACCOUNT NOT ON ACCTMAST' TO WS-REJECT-TEXT
           ELSE
               IF AM-STATUS-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-TEXT
               ELSE
                   IF WS-PRM-SEGMENT(WS-PRM-HIT) NOT = SPACES
                       MOVE AM-CUSTOMER-ID TO DBFILE-CUSTOMER-ID
                       READ DBFILE INTO CUSTOMER-RECORD
                           KEY IS DBFILE-CUSTOMER-ID
                           INVALID KEY
                               MOVE 'CUSTOMER NOT ON FILE'
                                   TO WS-REJECT-TEXT
                           NOT INVALID KEY
                               IF CUSTOMER-SEGMENT
                                   NOT = WS-PRM-SEGMENT(WS-PRM-HIT)
                                   MOVE 'SEGMENT NOT ELIGIBLE'
                                       TO WS-REJECT-TEXT
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       2300-ENROLL-ACCOUNT.
      *    A finished or cancelled enrollment is replaced by the new
      *    one - its cost has already been on the monthly reports.
           MOVE SPACES                    TO BONUS-ENROLLMENT-RECORD
           MOVE BNQ-ACCOUNT-NUMBER        TO BNE-ACCOUNT-NUMBER
           MOVE AM-CUSTOMER-ID            TO BNE-CUSTOMER-ID
           MOVE BNQ-PROMO-CODE            TO BNE-PROMO-CODE
           MOVE WS-PRM-RATE(WS-PRM-HIT)   TO BNE-BONUS-RATE
           MOVE BUS-DATE                  TO BNE-START-DATE
           PERFORM 2350-SET-END-DATE
           SET BNE-ACTIVE                 TO TRUE
           MOVE 'N'                       TO BNE-NOTICE-FLAG
           MOVE BUS-DATE(1:6)             TO BNE-CURR-MONTH
           MOVE ZERO                      TO BNE-BONUS-CURR
                                             BNE-BONUS-PRIOR
                                             BNE-BONUS-TOTAL
           MOVE BNQ-ENTERED-BY            TO BNE-ENROLLED-BY
           MOVE BONUS-ENROLLMENT-RECORD   TO BONUSENR-REC
           IF ENROLLMENT-ON-FILE
               REWRITE BONUSENR-REC
                   INVALID KEY
                       MOVE 'ENROLLMENT REWRITE FAILED'
                           TO WS-REJECT-TEXT
               END-REWRITE
           ELSE
               WRITE BONUSENR-REC
                   INVALID KEY
                       MOVE 'ENROLLMENT WRITE FAILED'
                           TO WS-REJECT-TEXT
               END-WRITE
           END-IF
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-ENROLLED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING BNE-ACCOUNT-NUMBER ' ' BNE-PROMO-CODE
                      '  ENROLLED ' BNE-START-DATE
                      ' TO ' BNE-END-DATE
                      ' BY ' BNE-ENROLLED-BY
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE BNSERPT-REC FROM WS-RPT-LINE
           END-IF.

       2350-SET-END-DATE.
      *    End = start plus the campaign's months, day-of-month
      *    preserved and clamped the way TDMATUR's 2200 clamps a
      *    maturity date.
           MOVE BUS-DATE(1:4)      TO WS-NEW-YYYY
           MOVE BUS-DATE(5:2)      TO WS-NEW-MM
           COMPUTE WS-DUE-MM =
               WS-NEW-YYYY * 12 + WS-NEW-MM - 1
               + WS-PRM-MONTHS(WS-PRM-HIT)
           COMPUTE WS-NEW-YYYY = WS-DUE-MM / 12
           COMPUTE WS-NEW-MM = WS-DUE-MM - WS-NEW-YYYY * 12 + 1
           MOVE SPACES TO BNE-END-DATE
           STRING WS-NEW-YYYY WS-NEW-MM BUS-DATE(7:2)
               DELIMITED SIZE INTO BNE-END-DATE
           IF BNE-END-DATE(7:2) > '28'
                   AND BNE-END-DATE(5:2) = '02'
               MOVE '28' TO BNE-END-DATE(7:2)
           END-IF
           IF BNE-END-DATE(7:2) = '31'
                   AND (BNE-END-DATE(5:2) = '04'
                   OR BNE-END-DATE(5:2) = '06'
                   OR BNE-END-DATE(5:2) = '09'
                   OR BNE-END-DATE(5:2) = '11')
               MOVE '30' TO BNE-END-DATE(7:2)
           END-IF.

       2400-CANCEL-ENROLLMENT.
           IF ENROLLMENT-ON-FILE AND BNE-ACTIVE
               SET BNE-CANCELLED TO TRUE
               MOVE BONUS-ENROLLMENT-RECORD TO BONUSENR-REC
               REWRITE BONUSENR-REC
                   INVALID KEY
                       MOVE 'ENROLLMENT REWRITE FAILED'
                           TO WS-REJECT-TEXT
               END-REWRITE
               IF WS-REJECT-TEXT = SPACES
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING BNE-ACCOUNT-NUMBER ' ' BNE-PROMO-CODE
                          '  CANCELLED BY ' BNQ-ENTERED-BY
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE BNSERPT-REC FROM WS-RPT-LINE
               END-IF
           ELSE
               MOVE 'NO ACTIVE ENROLLMENT TO CANCEL'
                   TO WS-REJECT-TEXT
           END-IF.

       3000-WALK-ENROLLMENTS.
      *    Sequential walk in account order after tonight's requests
      *    are on; expiry and notice decisions are rewritten in
      *    place.
           MOVE LOW-VALUES TO BONUSENR-ACCOUNT-NUMBER
           START BONUSENR KEY NOT < BONUSENR-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-BONUSENR
           END-START
           PERFORM UNTIL EOF-BONUSENR
               READ BONUSENR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-BONUSENR
               END-READ
               IF NOT EOF-BONUSENR
                   MOVE BONUSENR-REC TO BONUS-ENROLLMENT-RECORD
                   IF BNE-ACTIVE
                       PERFORM 3100-CHECK-ONE-ENROLLMENT
                   END-IF
               END-IF
           END-PERFORM.

       3100-CHECK-ONE-ENROLLMENT.
           MOVE BNE-END-DATE TO WS-END-DATE-8
           COMPUTE WS-DAYS-TO-GO =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE-8) - WS-TODAY-INT
           EVALUATE TRUE
               WHEN WS-DAYS-TO-GO < ZERO
                   SET BNE-EXPIRED TO TRUE
                   PERFORM 7000-REWRITE-ENROLLMENT
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING BNE-ACCOUNT-NUMBER ' ' BNE-PROMO-CODE
                          '  EXPIRED - ENDED ' BNE-END-DATE
                       DELIMITED SIZE INTO WS-RPT-LINE
                   WRITE BNSERPT-REC FROM WS-RPT-LINE
               WHEN WS-DAYS-TO-GO <= WS-NOTICE-DAYS
                       AND NOT BNE-NOTICE-SENT
                   PERFORM 3500-SEND-EXPIRY-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3500-SEND-EXPIRY-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE ZERO TO WS-ARCH-LINE-COUNT
           SET BNE-NOTICE-SENT TO TRUE
           PERFORM 7000-REWRITE-ENROLLMENT
           COMPUTE WS-RATE-PCT = BNE-BONUS-RATE * 100
           MOVE WS-RATE-PCT TO WS-RATE-DISP
           MOVE BNE-BONUS-TOTAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
      *    The BNX notice from the text library in the customer's
      *    language - no privacy record, or no language on it, is
      *    English.
           MOVE SPACES TO LETTER-TEXT-REQUEST
           MOVE 'BNX'  TO LTQ-LETTER-TYPE
           MOVE 'E'    TO LTQ-LANGUAGE
           MOVE BNE-CUSTOMER-ID TO PRIVOPT-CUSTOMER-ID
           READ PRIVOPT INTO PRIVACY-ELECTION-RECORD
               KEY IS PRIVOPT-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-LANG-VALID
                       MOVE PRV-LANGUAGE TO LTQ-LANGUAGE
                   END-IF
           END-READ
           MOVE BNE-CUSTOMER-ID    TO LTQ-VALUE(1)
           MOVE WS-RATE-DISP       TO LTQ-VALUE(2)
           MOVE BNE-ACCOUNT-NUMBER TO LTQ-VALUE(3)
           MOVE BNE-END-DATE       TO LTQ-VALUE(4)
           MOVE WS-FORMATTED-AMT   TO LTQ-VALUE(5)
           PERFORM 8800-WRITE-LETTER-TEXT
           PERFORM 8950-WRITE-ARCHIVE-INDEX
           MOVE SPACES TO WS-RPT-LINE
           STRING BNE-ACCOUNT-NUMBER ' ' BNE-PROMO-CODE
                  '  EXPIRY NOTICE SENT - ENDS ' BNE-END-DATE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE BNSERPT-REC FROM WS-RPT-LINE.

       7000-REWRITE-ENROLLMENT.
           MOVE BONUS-ENROLLMENT-RECORD TO BONUSENR-REC
           REWRITE BONUSENR-REC
               INVALID KEY
                   DISPLAY 'BNSENRL REWRITE FAILED - '
                           BNE-ACCOUNT-NUMBER
           END-REWRITE.

       8800-WRITE-LETTER-TEXT.
      *    Every line of the requested letter, from 001 until the
      *    library has no more.
           MOVE 1 TO LTQ-LINE-NO
           CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           PERFORM UNTIL LTQ-RC = 8
               MOVE LTQ-TEXT TO WS-RPT-LINE
               PERFORM 8900-WRITE-LETTER-LINE
               ADD 1 TO LTQ-LINE-NO
               CALL 'LTXLKUP' USING LETTER-TEXT-REQUEST
           END-PERFORM.

       8900-WRITE-LETTER-LINE.
           WRITE BNSNOTC-REC FROM WS-RPT-LINE
           WRITE LTRARCH-REC FROM WS-RPT-LINE
           ADD 1 TO WS-ARCH-LINE-COUNT.

       8950-WRITE-ARCHIVE-INDEX.
           MOVE SPACES               TO LETTER-INDEX-RECORD
           MOVE BNE-ACCOUNT-NUMBER   TO LIX-ENTITY-ID
           SET LIX-TYPE-BONUS-EXPIRY TO TRUE
           MOVE BUS-DATE             TO LIX-LETTER-DATE
           MOVE WS-ARCH-NEXT-RECNO   TO LIX-START-RECNO
           MOVE WS-ARCH-LINE-COUNT   TO LIX-LINE-COUNT
           MOVE LTQ-LANGUAGE-USED    TO LIX-LANGUAGE
           WRITE LTRARIX-REC FROM LETTER-INDEX-RECORD
           ADD WS-ARCH-LINE-COUNT    TO WS-ARCH-NEXT-RECNO.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REQUEST-COUNT TO WS-COUNT-DISP
           STRING 'REQUESTS: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           MOVE WS-ENROLLED-COUNT TO WS-COUNT-DISP
           STRING '  ENROLLED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE(16:)
           MOVE WS-CANCELLED-COUNT TO WS-COUNT-DISP
           STRING '  CANCELLED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE(33:)
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           STRING '  REJECTED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE(51:)
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISP
           STRING '  NOTICES: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE(68:)
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
           STRING '  EXPIRED: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE(84:)
           WRITE BNSERPT-REC FROM WS-RPT-LINE
           CLOSE BONUSENR
                 DBFILE
                 PRIVOPT
                 BNSNOTC
                 LTRARCH
                 LTRARIX
                 BNSERPT
           DISPLAY 'BNSENRL ENROLLED:  ' WS-ENROLLED-COUNT
           DISPLAY 'BNSENRL CANCELLED: ' WS-CANCELLED-COUNT
           DISPLAY 'BNSENRL REJECTED:  ' WS-REJECTED-COUNT
           DISPLAY 'BNSENRL NOTICES:   ' WS-NOTICE-COUNT
           DISPLAY 'BNSENRL EXPIRED:   ' WS-EXPIRED-COUNT
           STOP RUN.
