      *----------------------------------------------------------------*
      * HMDALAR.CPY - HMDA Loan Application Register Record            *
      * Used by: HMDALAR                                               *
      * One fixed-width row per covered application acted on in the    *
      * period, in the regulator's field order and code values; the    *
      * submission tool turns the file into the pipe-delimited         *
      * upload. Fields that do not apply to the action taken carry     *
      * 'NA' as the filing instructions require.                       *
      *----------------------------------------------------------------*
       01  LAR-RECORD.
           05  LAR-LEI                PIC X(20).
      *    Universal loan identifier - LEI, application ID and the
      *    two ISO 7064 mod 97-10 check digits.
           05  LAR-ULI                PIC X(45).
           05  LAR-APPL-DATE          PIC X(08).
      *    1 conventional - nothing on LOANFILE is government insured.
           05  LAR-LOAN-TYPE          PIC X(01).
           05  LAR-LOAN-PURPOSE       PIC X(02).
           05  LAR-PREAPPROVAL        PIC X(01).
           05  LAR-OCCUPANCY          PIC X(01).
           05  LAR-LOAN-AMOUNT        PIC 9(11).
      *    1 originated, 2 approved not accepted, 3 denied,
      *    4 withdrawn by applicant.
           05  LAR-ACTION-TAKEN       PIC X(01).
           05  LAR-ACTION-DATE        PIC X(08).
           05  LAR-STATE              PIC X(02).
           05  LAR-COUNTY             PIC X(05).
           05  LAR-CENSUS-TRACT       PIC X(11).
           05  LAR-APPL-ETHNICITY     PIC X(02).
           05  LAR-COAP-ETHNICITY     PIC X(02).
           05  LAR-APPL-RACE          PIC X(02).
           05  LAR-COAP-RACE          PIC X(02).
           05  LAR-APPL-SEX           PIC X(01).
           05  LAR-COAP-SEX           PIC X(01).
           05  LAR-APPL-AGE           PIC X(04).
           05  LAR-COAP-AGE           PIC X(04).
           05  LAR-INCOME             PIC X(07).
           05  LAR-RATE               PIC X(07).
      *    1 first lien (mortgage), 2 subordinate (home equity line).
           05  LAR-LIEN-STATUS        PIC X(01).
           05  LAR-PROPERTY-VALUE     PIC X(11).
      *    1 debt-to-income, 3 credit history, 6 unverifiable
      *    information, 9 other, 10 not applicable.
           05  LAR-DENIAL-REASON      PIC X(02).
           05  FILLER                 PIC X(38).
