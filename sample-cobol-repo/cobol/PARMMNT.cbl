      * PURPOSE:  Parameter-file maintenance with dual approval and   *
      *           change audit. The steering parameter files          *
      *           (PARMS.DEPRATE, PARMS.FEESCHED, LOANPROC.PARMS,     *
      *           PARMS.PYMT001, PARMS.FXRATE, PARMS.CHANLIM,         *
      *           PARMS.LATECHG, PARMS.RELPRICE, PARMS.BONUSRT) are   *
      *           no longer edited directly: changes are keyed as     *
      *           pending entries, validated for format and sanity    *
      *           ranges, applied only when a SECOND user's approval  *
      *           record matches (the enterer can never approve their *
      *           own change), and logged with before/after values    *
      *           and both user IDs. Unapproved or failed entries     *
      *           carry forward to the next pending generation so     *
      *           nothing is silently dropped.                        *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    ERRHANDR                                            *
      * COPYBOOKS: DEPRATE, FEESCHED, LOANPARM, PYMTPARM, FXRATE,     *
      *            CHANLIM, LATEPARM, RELPRICE, BNSDATA, ERRDATA      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARMMNT.
           SELECT FXRATE   ASSIGN TO UT-S-FXRATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT LATEPARM ASSIGN TO UT-S-LATEPARM
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT RELPRICE ASSIGN TO UT-S-RELPRICE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT BONUSRT  ASSIGN TO UT-S-BONUSRT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 25 CHARACTERS.
       01  FXRATE-FILE-REC            PIC X(25).

       FD  LATEPARM
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  LATEPARM-FILE-REC          PIC X(40).

       FD  RELPRICE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RELPRICE-FILE-REC          PIC X(40).

       FD  BONUSRT
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  BONUSRT-FILE-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PARMMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'PARMMNT'.
               88  PND-FILE-PYMT001       VALUE 'PYMT001'.
               88  PND-FILE-FXRATE        VALUE 'FXRATE'.
               88  PND-FILE-CHANLIM       VALUE 'CHANLIM'.
               88  PND-FILE-LATECHG       VALUE 'LATECHG'.
               88  PND-FILE-RELPRICE      VALUE 'RELPRICE'.
               88  PND-FILE-BONUSRT       VALUE 'BONUSRT'.
           05  PND-RECORD-KEY         PIC X(03).
           05  PND-NEW-VALUE          PIC X(40).
           05  PND-ENTERED-BY         PIC X(03).
       COPY PYMTPARM.
       COPY FXRATE.
       COPY CHANLIM.
       COPY LATEPARM.
       COPY RELPRICE.
       COPY BNSDATA.
       COPY ERRDATA.

       PROCEDURE DIVISION.
                           END-IF
                       END-IF
                   END-IF
               WHEN PND-FILE-LATECHG
                   MOVE PND-NEW-VALUE(1:40) TO LATE-CHARGE-PARM-RECORD
                   IF LCP-LOAN-TYPE(1:3) NOT = PND-RECORD-KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'KEY DOES NOT MATCH RECORD IMAGE'
                           TO WS-REJECT-TEXT
                   ELSE
                       IF LCP-GRACE-DAYS NOT NUMERIC
                               OR LCP-FEE-PCT NOT NUMERIC
                               OR LCP-FEE-FLOOR NOT NUMERIC
                               OR LCP-FEE-CAP NOT NUMERIC
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'LATE CHARGE FIELDS NOT NUMERIC'
                               TO WS-REJECT-TEXT
                       ELSE
                           MOVE LCP-FEE-PCT TO WS-WORK-RATE
                           EVALUATE TRUE
                               WHEN WS-WORK-RATE > 0.10
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'FEE PCT OVER 10 PCT'
                                       TO WS-REJECT-TEXT
                               WHEN LCP-GRACE-DAYS > 30
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'GRACE PERIOD OVER 30 DAYS'
                                       TO WS-REJECT-TEXT
                               WHEN LCP-FEE-CAP > ZERO
                                       AND LCP-FEE-FLOOR > LCP-FEE-CAP
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'FLOOR ABOVE CAP'
                                       TO WS-REJECT-TEXT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               WHEN PND-FILE-RELPRICE
                   MOVE PND-NEW-VALUE(1:40)
                       TO RELATIONSHIP-PRICING-RECORD
                   IF RP-TIER-ID NOT = PND-RECORD-KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'KEY DOES NOT MATCH RECORD IMAGE'
                           TO WS-REJECT-TEXT
                   ELSE
                       IF RP-MIN-BALANCE NOT NUMERIC
                               OR RP-DISCOUNT-PCT NOT NUMERIC
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'TIER FIELDS NOT NUMERIC'
                               TO WS-REJECT-TEXT
                       ELSE
                           EVALUATE TRUE
                               WHEN RP-MIN-BALANCE = ZERO
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'TIER BALANCE MUST BE POSITIVE'
                                       TO WS-REJECT-TEXT
                               WHEN RP-DISCOUNT-PCT > 100
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'DISCOUNT OVER 100 PCT'
                                       TO WS-REJECT-TEXT
                               WHEN NOT RP-LOANS-INCLUDED
                                       AND NOT RP-LOANS-EXCLUDED
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'INCLUDE-LOANS MUST BE Y OR N'
                                       TO WS-REJECT-TEXT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               WHEN PND-FILE-BONUSRT
                   MOVE PND-NEW-VALUE(1:40) TO BONUS-PROMOTION-RECORD
                   IF BNP-PROMO-CODE NOT = PND-RECORD-KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'KEY DOES NOT MATCH RECORD IMAGE'
                           TO WS-REJECT-TEXT
                   ELSE
                       IF BNP-BONUS-RATE NOT NUMERIC
                               OR BNP-ENROLL-FROM NOT NUMERIC
                               OR BNP-ENROLL-TO NOT NUMERIC
                               OR BNP-DURATION-MONTHS NOT NUMERIC
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'PROMOTION FIELDS NOT NUMERIC'
                               TO WS-REJECT-TEXT
                       ELSE
                           MOVE BNP-BONUS-RATE TO WS-WORK-RATE
                           EVALUATE TRUE
                               WHEN WS-WORK-RATE > 0.05
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'BONUS RATE OVER 5 PCT'
                                       TO WS-REJECT-TEXT
                               WHEN BNP-PRODUCT NOT = 'SA'
                                       AND BNP-PRODUCT NOT = 'CH'
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'PRODUCT MUST BE SA OR CH'
                                       TO WS-REJECT-TEXT
                               WHEN BNP-SEGMENT NOT = SPACES
                                       AND BNP-SEGMENT NOT = 'RT'
                                       AND BNP-SEGMENT NOT = 'CO'
                                       AND BNP-SEGMENT NOT = 'PB'
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'UNKNOWN SEGMENT'
                                       TO WS-REJECT-TEXT
                               WHEN BNP-ENROLL-FROM > BNP-ENROLL-TO
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'ENROLLMENT WINDOW REVERSED'
                                       TO WS-REJECT-TEXT
                               WHEN BNP-DURATION-MONTHS = ZERO
                                       OR BNP-DURATION-MONTHS > 24
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'DURATION OUTSIDE 1 - 24 MONTHS'
                                       TO WS-REJECT-TEXT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'UNKNOWN TARGET PARAMETER FILE'
                   PERFORM 3150-LOAD-CHANLIM
                   PERFORM 3500-MERGE-INTO-TABLE
                   PERFORM 3250-REWRITE-CHANLIM
               WHEN PND-FILE-LATECHG
      *            Keyed on the leading three characters of the loan
      *            type, as CHANLIM is on the channel code.
                   MOVE 3  TO WS-TGT-KEY-LEN
                   PERFORM 3160-LOAD-LATEPARM
                   PERFORM 3500-MERGE-INTO-TABLE
                   PERFORM 3260-REWRITE-LATEPARM
               WHEN PND-FILE-RELPRICE
      *            A tier is retired by approving it at a zero
      *            discount - FEEPROC ignores zero-discount tiers.
                   MOVE 3  TO WS-TGT-KEY-LEN
                   PERFORM 3170-LOAD-RELPRICE
                   PERFORM 3500-MERGE-INTO-TABLE
                   PERFORM 3270-REWRITE-RELPRICE
               WHEN PND-FILE-BONUSRT
      *            A campaign is closed to new enrollments by moving
      *            its window end; enrolled accounts keep the rate
      *            they locked in.
                   MOVE 3  TO WS-TGT-KEY-LEN
                   PERFORM 3180-LOAD-BONUSRT
                   PERFORM 3500-MERGE-INTO-TABLE
                   PERFORM 3280-REWRITE-BONUSRT
           END-EVALUATE
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 4000-WRITE-AUDIT
           END-PERFORM
           CLOSE CHANLIM.

       3160-LOAD-LATEPARM.
           MOVE ZERO TO WS-TGT-LOADED
           MOVE 'N' TO WS-EOF-TARGET
           OPEN INPUT LATEPARM
           PERFORM UNTIL EOF-TARGET
               READ LATEPARM
                   AT END MOVE 'Y' TO WS-EOF-TARGET
               END-READ
               IF NOT EOF-TARGET
                   ADD 1 TO WS-TGT-LOADED
                   MOVE LATEPARM-FILE-REC
                       TO WS-TGT-REC(WS-TGT-LOADED)
               END-IF
           END-PERFORM
           CLOSE LATEPARM.

       3170-LOAD-RELPRICE.
           MOVE ZERO TO WS-TGT-LOADED
           MOVE 'N' TO WS-EOF-TARGET
           OPEN INPUT RELPRICE
           PERFORM UNTIL EOF-TARGET
               READ RELPRICE
                   AT END MOVE 'Y' TO WS-EOF-TARGET
               END-READ
               IF NOT EOF-TARGET
                   ADD 1 TO WS-TGT-LOADED
                   MOVE RELPRICE-FILE-REC
                       TO WS-TGT-REC(WS-TGT-LOADED)
               END-IF
           END-PERFORM
           CLOSE RELPRICE.

       3180-LOAD-BONUSRT.
           MOVE ZERO TO WS-TGT-LOADED
           MOVE 'N' TO WS-EOF-TARGET
           OPEN INPUT BONUSRT
           PERFORM UNTIL EOF-TARGET
               READ BONUSRT
                   AT END MOVE 'Y' TO WS-EOF-TARGET
               END-READ
               IF NOT EOF-TARGET
                   ADD 1 TO WS-TGT-LOADED
                   MOVE BONUSRT-FILE-REC
                       TO WS-TGT-REC(WS-TGT-LOADED)
               END-IF
           END-PERFORM
           CLOSE BONUSRT.

       3280-REWRITE-BONUSRT.
           OPEN OUTPUT BONUSRT
           PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                   UNTIL WS-TGT-IX > WS-TGT-LOADED
               MOVE WS-TGT-REC(WS-TGT-IX) TO BONUSRT-FILE-REC
               WRITE BONUSRT-FILE-REC
           END-PERFORM
           CLOSE BONUSRT.

       3270-REWRITE-RELPRICE.
           OPEN OUTPUT RELPRICE
           PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                   UNTIL WS-TGT-IX > WS-TGT-LOADED
               MOVE WS-TGT-REC(WS-TGT-IX) TO RELPRICE-FILE-REC
               WRITE RELPRICE-FILE-REC
           END-PERFORM
           CLOSE RELPRICE.

       3260-REWRITE-LATEPARM.
           OPEN OUTPUT LATEPARM
           PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                   UNTIL WS-TGT-IX > WS-TGT-LOADED
               MOVE WS-TGT-REC(WS-TGT-IX) TO LATEPARM-FILE-REC
               WRITE LATEPARM-FILE-REC
           END-PERFORM
           CLOSE LATEPARM.

       3250-REWRITE-CHANLIM.
           OPEN OUTPUT CHANLIM
           PERFORM VARYING WS-TGT-IX FROM 1 BY 1
