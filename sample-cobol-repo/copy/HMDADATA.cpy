      *----------------------------------------------------------------*
      * HMDADATA.CPY - HMDA Intake Record                              *
      * Used by: HMDALAR                                               *
      * One record per mortgage or home equity application, keyed by   *
      * the branch at intake alongside the application itself (HMDA    *
      * KSDS, key HMD-APP-ID = APP-ID). Holds what APPLDATA has no     *
      * room for: loan purpose, occupancy, preapproval, the property's *
      * location and the government monitoring information the         *
      * applicant and any co-applicant gave (or declined to give),     *
      * all in the regulator's LAR code values so HMDALAR can carry    *
      * them straight onto the register. Co-applicant fields use the   *
      * "no co-applicant" codes (ethnicity 5, race 8, sex 5, age       *
      * 9999) when there is none. Income is in thousands of dollars.   *
      *----------------------------------------------------------------*
       01  HMDA-INTAKE-RECORD.
           05  HMD-APP-ID             PIC X(12).
           05  HMD-INTAKE-DATE        PIC X(08).
      *    1 purchase, 2 home improvement, 31 refinance, 32 cash-out
      *    refinance, 4 other purpose, 5 not applicable.
           05  HMD-LOAN-PURPOSE       PIC X(02).
               88  HMD-PURPOSE-VALID      VALUE '1 ' '2 ' '31' '32'
                                                '4 ' '5 '.
      *    1 preapproval requested, 2 not requested.
           05  HMD-PREAPPROVAL        PIC X(01).
               88  HMD-PREAPPROVAL-VALID  VALUE '1' '2'.
      *    1 principal residence, 2 second residence, 3 investment.
           05  HMD-OCCUPANCY          PIC X(01).
               88  HMD-OCCUPANCY-VALID    VALUE '1' '2' '3'.
           05  HMD-STATE              PIC X(02).
      *    Five-digit FIPS state-and-county code and the eleven-digit
      *    census tract.
           05  HMD-COUNTY             PIC X(05).
           05  HMD-CENSUS-TRACT       PIC X(11).
           05  HMD-APPL-ETHNICITY     PIC X(02).
           05  HMD-APPL-RACE          PIC X(02).
           05  HMD-APPL-SEX           PIC X(01).
           05  HMD-APPL-AGE           PIC X(04).
           05  HMD-COAP-ETHNICITY     PIC X(02).
               88  HMD-NO-COAP-ETHNICITY  VALUE '5 '.
           05  HMD-COAP-RACE          PIC X(02).
               88  HMD-NO-COAP-RACE       VALUE '8 '.
           05  HMD-COAP-SEX           PIC X(01).
               88  HMD-NO-COAP-SEX        VALUE '5'.
           05  HMD-COAP-AGE           PIC X(04).
               88  HMD-NO-COAP-AGE        VALUE '9999'.
           05  HMD-INCOME-000         PIC 9(07).
           05  FILLER                 PIC X(13).
