      *----------------------------------------------------------------*
      * PROGRAM:  HMDALAR                                              *
      * PURPOSE:  HMDA loan application register. Builds the annual    *
      *           (or, for a quarterly filer, the quarter's) LAR       *
      *           extract from every covered application LOANPROC      *
      *           handled - MORT and HELC applications acted on in the *
      *           period, whether originated, approved but not         *
      *           accepted, denied or withdrawn - joining APPLFILE to  *
      *           the intake demographics the branch keys in the       *
      *           HMDAINTK file and, for funded applications, to the   *
      *           booked loan on LOANFILE. Each register row carries   *
      *           the action taken and its date, amount, rate,         *
      *           property value, lien status and the applicant and    *
      *           co-applicant demographics. An edit report lists      *
      *           every missing or inconsistent field (E = error the   *
      *           submission will reject, Q = quality item to confirm) *
      *           so compliance can clear them before filing; the step *
      *           ends RC 4 when any edit fires.                       *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: APPLDATA, HMDADATA, HMDALAR, LOANDATA               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HMDALAR.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLFILE ASSIGN TO UT-S-APPLFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT HMDAINTK ASSIGN TO UT-S-HMDAINTK
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS HMDAINTK-APP-ID.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT LARFILE  ASSIGN TO UT-S-LARFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           SELECT EDITRPT  ASSIGN TO UT-S-EDITRPT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  APPLFILE-REC               PIC X(100).

       FD  HMDAINTK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HMDAINTK-REC.
           05  HMDAINTK-APP-ID        PIC X(12).
           05  FILLER                 PIC X(68).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  LARFILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  LARFILE-REC                PIC X(200).

       FD  EDITRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  EDITRPT-REC                PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-HMDALAR-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'HMDALAR'.
           05  WS-EOF-INPUT           PIC X(1)  VALUE 'N'.
               88  EOF-INPUT              VALUE 'Y'.
           05  WS-LEI                 PIC X(20) VALUE SPACES.
           05  WS-FILING-YEAR         PIC X(4)  VALUE SPACES.
           05  WS-FILING-QUARTER      PIC X(1)  VALUE SPACES.
               88  QUARTER-VALID          VALUE '1' '2' '3' '4'.
           05  WS-QUARTER-NUM         PIC 9(1)  VALUE ZERO.
           05  WS-FROM-MONTH          PIC 9(2)  VALUE ZERO.
           05  WS-TO-MONTH            PIC 9(2)  VALUE ZERO.
           05  WS-PERIOD-FROM         PIC X(8)  VALUE SPACES.
           05  WS-PERIOD-TO           PIC X(8)  VALUE SPACES.
           05  WS-PERIOD-DESC         PIC X(12) VALUE SPACES.
           05  WS-INTAKE-FOUND        PIC X(1)  VALUE 'N'.
               88  INTAKE-ON-FILE         VALUE 'Y'.
           05  WS-LOAN-FOUND          PIC X(1)  VALUE 'N'.
               88  LOAN-ON-FILE           VALUE 'Y'.
           05  WS-LAR-RATE            PIC S9(03)V9(4) VALUE ZERO.
           05  WS-RATE-PERCENT        PIC ZZ9.999.
           05  WS-INCOME-EDIT         PIC Z(6)9.
           05  WS-VALUE-DOLLARS       PIC 9(11) VALUE ZERO.
           05  WS-EDIT-SEVERITY       PIC X(1)  VALUE SPACES.
           05  WS-EDIT-FIELD          PIC X(20) VALUE SPACES.
           05  WS-EDIT-MESSAGE        PIC X(50) VALUE SPACES.
           05  WS-APPL-READ           PIC 9(7)  COMP VALUE ZERO.
           05  WS-PENDING-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-LAR-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  WS-ORIGINATED-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  WS-APPROVED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WS-DENIED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-WITHDRAWN-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  WS-ERROR-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  WS-QUALITY-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  WS-COUNT-DISP          PIC ZZZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

      *    Universal loan identifier build - LEI and application ID
      *    run through ISO 7064 mod 97-10 a character at a time
      *    (digits weigh one place, letters A-Z two places as 10-35),
      *    then two zero places, and the check digits are 98 less
      *    the remainder.
       01  WS-ULI-FIELDS.
           05  WS-ULI-BASE            PIC X(43) VALUE SPACES.
           05  WS-ULI-BASE-LEN        PIC 9(2)  COMP VALUE ZERO.
           05  WS-ULI-IX              PIC 9(2)  COMP VALUE ZERO.
           05  WS-ULI-CHAR            PIC X(1)  VALUE SPACE.
           05  WS-ULI-DIGIT           PIC 9(1)  VALUE ZERO.
           05  WS-ULI-LETTER-IX       PIC 9(2)  COMP VALUE ZERO.
           05  WS-ULI-WORK            PIC 9(5)  COMP VALUE ZERO.
           05  WS-ULI-QUOT            PIC 9(5)  COMP VALUE ZERO.
           05  WS-ULI-REM             PIC 9(2)  COMP VALUE ZERO.
           05  WS-ULI-CHECK           PIC 9(2)  VALUE ZERO.
           05  WS-ULI-LETTERS         PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       COPY APPLDATA.
       COPY HMDADATA.
       COPY HMDALAR.
       COPY LOANDATA.

       PROCEDURE DIVISION.

       1000-INIT.
      *    SYSIN line 1 the institution's LEI, line 2 the filing year,
      *    line 3 the quarter (1-4) for a quarterly submission - blank
      *    runs the full calendar year. No LEI or no year stops the
      *    run: a register without them cannot be filed.
           ACCEPT WS-LEI            FROM SYSIN
           ACCEPT WS-FILING-YEAR    FROM SYSIN
           ACCEPT WS-FILING-QUARTER FROM SYSIN
           IF WS-LEI = SPACES OR WS-FILING-YEAR NOT NUMERIC
               DISPLAY 'HMDALAR LEI OR FILING YEAR MISSING - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF QUARTER-VALID
               MOVE WS-FILING-QUARTER TO WS-QUARTER-NUM
               COMPUTE WS-FROM-MONTH = (WS-QUARTER-NUM - 1) * 3 + 1
               COMPUTE WS-TO-MONTH   = WS-QUARTER-NUM * 3
               STRING WS-FILING-YEAR ' Q' WS-FILING-QUARTER
                   DELIMITED SIZE INTO WS-PERIOD-DESC
           ELSE
               MOVE 1  TO WS-FROM-MONTH
               MOVE 12 TO WS-TO-MONTH
               STRING WS-FILING-YEAR ' ANNUAL'
                   DELIMITED SIZE INTO WS-PERIOD-DESC
           END-IF
           STRING WS-FILING-YEAR WS-FROM-MONTH '01'
               DELIMITED SIZE INTO WS-PERIOD-FROM
           STRING WS-FILING-YEAR WS-TO-MONTH '31'
               DELIMITED SIZE INTO WS-PERIOD-TO
           OPEN INPUT  APPLFILE
           OPEN INPUT  HMDAINTK
           OPEN INPUT  LOANFILE
           OPEN OUTPUT LARFILE
           OPEN OUTPUT EDITRPT
           PERFORM 1100-WRITE-EDIT-HEADINGS
           PERFORM 2000-PROCESS-APPLICATION UNTIL EOF-INPUT
           PERFORM 9000-END.

       1100-WRITE-EDIT-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HMDA LAR EDIT REPORT - ' WS-PERIOD-DESC
                  '  LEI ' WS-LEI
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SEV APPLICATION  FIELD                '
                  'CONDITION'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-APPLICATION.
           READ APPLFILE INTO LOAN-APPLICATION-RECORD
               AT END MOVE 'Y' TO WS-EOF-INPUT
           END-READ
           IF NOT EOF-INPUT
               ADD 1 TO WS-APPL-READ
               IF APP-LOAN-TYPE = 'MORT' OR APP-LOAN-TYPE = 'HELC'
                   PERFORM 2100-SELECT-FOR-PERIOD
               END-IF
           END-IF.

       2100-SELECT-FOR-PERIOD.
      *    Received and in-underwriting applications have no action
      *    yet - they are counted so compliance can see what carries
      *    into the next period, but they are not reported.
           IF APP-RECEIVED OR APP-UNDERWRITING
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               IF (APP-FUNDED OR APP-APPROVED OR APP-DENIED
                       OR APP-WITHDRAWN)
                       AND APP-STATUS-DATE NOT < WS-PERIOD-FROM
                       AND APP-STATUS-DATE NOT > WS-PERIOD-TO
                   PERFORM 2200-BUILD-LAR-ROW
               END-IF
           END-IF.

       2200-BUILD-LAR-ROW.
           PERFORM 2300-GET-INTAKE
           PERFORM 2400-GET-LOAN
           MOVE SPACES TO LAR-RECORD
           MOVE WS-LEI TO LAR-LEI
           PERFORM 2500-BUILD-ULI
           MOVE APP-RECEIVED-DATE TO LAR-APPL-DATE
           MOVE '1' TO LAR-LOAN-TYPE
           MOVE APP-STATUS-DATE TO LAR-ACTION-DATE
           EVALUATE TRUE
               WHEN APP-FUNDED
                   MOVE '1' TO LAR-ACTION-TAKEN
                   ADD 1 TO WS-ORIGINATED-COUNT
               WHEN APP-APPROVED
                   MOVE '2' TO LAR-ACTION-TAKEN
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN APP-DENIED
                   MOVE '3' TO LAR-ACTION-TAKEN
                   ADD 1 TO WS-DENIED-COUNT
               WHEN APP-WITHDRAWN
                   MOVE '4' TO LAR-ACTION-TAKEN
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE
      *    The booked amount and note rate where the loan funded,
      *    otherwise what was applied for and offered.
           IF LOAN-ON-FILE
               COMPUTE LAR-LOAN-AMOUNT ROUNDED = LOAN-AMOUNT
               MOVE LOAN-INTEREST-RATE TO WS-LAR-RATE
           ELSE
               COMPUTE LAR-LOAN-AMOUNT ROUNDED = APP-AMOUNT
               MOVE APP-RATE TO WS-LAR-RATE
           END-IF
      *    Rate is only reported where credit was extended or
      *    offered; denied and withdrawn applications carry NA.
           IF APP-FUNDED OR APP-APPROVED
               COMPUTE WS-RATE-PERCENT = WS-LAR-RATE * 100
               MOVE WS-RATE-PERCENT TO LAR-RATE
           ELSE
               MOVE 'NA' TO LAR-RATE
           END-IF
           IF APP-LOAN-TYPE = 'HELC'
               MOVE '2' TO LAR-LIEN-STATUS
           ELSE
               MOVE '1' TO LAR-LIEN-STATUS
           END-IF
           IF APP-PROPERTY-VALUE NUMERIC
                   AND APP-PROPERTY-VALUE > ZERO
               COMPUTE WS-VALUE-DOLLARS ROUNDED = APP-PROPERTY-VALUE
               MOVE WS-VALUE-DOLLARS TO LAR-PROPERTY-VALUE
           ELSE
               MOVE 'NA' TO LAR-PROPERTY-VALUE
           END-IF
           IF APP-DENIED
               EVALUATE APP-DENIAL-CODE
                   WHEN 'DEBT' MOVE '1'  TO LAR-DENIAL-REASON
                   WHEN 'CRED' MOVE '3'  TO LAR-DENIAL-REASON
                   WHEN 'CUST' MOVE '6'  TO LAR-DENIAL-REASON
                   WHEN OTHER  MOVE '9'  TO LAR-DENIAL-REASON
               END-EVALUATE
           ELSE
               MOVE '10' TO LAR-DENIAL-REASON
           END-IF
           IF INTAKE-ON-FILE
               MOVE HMD-LOAN-PURPOSE   TO LAR-LOAN-PURPOSE
               MOVE HMD-PREAPPROVAL    TO LAR-PREAPPROVAL
               MOVE HMD-OCCUPANCY      TO LAR-OCCUPANCY
               MOVE HMD-STATE          TO LAR-STATE
               MOVE HMD-COUNTY         TO LAR-COUNTY
               MOVE HMD-CENSUS-TRACT   TO LAR-CENSUS-TRACT
               MOVE HMD-APPL-ETHNICITY TO LAR-APPL-ETHNICITY
               MOVE HMD-COAP-ETHNICITY TO LAR-COAP-ETHNICITY
               MOVE HMD-APPL-RACE      TO LAR-APPL-RACE
               MOVE HMD-COAP-RACE      TO LAR-COAP-RACE
               MOVE HMD-APPL-SEX       TO LAR-APPL-SEX
               MOVE HMD-COAP-SEX       TO LAR-COAP-SEX
               MOVE HMD-APPL-AGE       TO LAR-APPL-AGE
               MOVE HMD-COAP-AGE       TO LAR-COAP-AGE
               IF HMD-INCOME-000 NUMERIC
                   MOVE HMD-INCOME-000 TO WS-INCOME-EDIT
                   MOVE WS-INCOME-EDIT TO LAR-INCOME
               ELSE
                   MOVE 'NA' TO LAR-INCOME
               END-IF
           END-IF
           PERFORM 3000-EDIT-LAR-ROW
           WRITE LARFILE-REC FROM LAR-RECORD
           ADD 1 TO WS-LAR-COUNT.

       2300-GET-INTAKE.
           MOVE 'N' TO WS-INTAKE-FOUND
           MOVE SPACES TO HMDA-INTAKE-RECORD
           MOVE APP-ID TO HMDAINTK-APP-ID
           READ HMDAINTK INTO HMDA-INTAKE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INTAKE-FOUND
           END-READ.

       2400-GET-LOAN.
      *    APP-ID doubles as LOAN-ID at funding, so only a funded
      *    application has a loan to look up.
           MOVE 'N' TO WS-LOAN-FOUND
           IF APP-FUNDED
               MOVE APP-ID TO LOANFILE-LOAN-ID
               READ LOANFILE INTO LOAN-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOAN-FOUND
               END-READ
           END-IF.

       2500-BUILD-ULI.
           MOVE SPACES TO WS-ULI-BASE
           STRING WS-LEI  DELIMITED SPACE
                  APP-ID  DELIMITED SPACE
               INTO WS-ULI-BASE
           MOVE ZERO TO WS-ULI-BASE-LEN
           INSPECT WS-ULI-BASE TALLYING WS-ULI-BASE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO WS-ULI-REM
           PERFORM VARYING WS-ULI-IX FROM 1 BY 1
                   UNTIL WS-ULI-IX > WS-ULI-BASE-LEN
               MOVE WS-ULI-BASE(WS-ULI-IX:1) TO WS-ULI-CHAR
               IF WS-ULI-CHAR NUMERIC
                   MOVE WS-ULI-CHAR TO WS-ULI-DIGIT
                   COMPUTE WS-ULI-WORK = WS-ULI-REM * 10 + WS-ULI-DIGIT
               ELSE
                   MOVE ZERO TO WS-ULI-LETTER-IX
                   INSPECT WS-ULI-LETTERS TALLYING WS-ULI-LETTER-IX
                       FOR CHARACTERS BEFORE INITIAL WS-ULI-CHAR
                   COMPUTE WS-ULI-WORK =
                       WS-ULI-REM * 100 + WS-ULI-LETTER-IX + 10
               END-IF
               DIVIDE WS-ULI-WORK BY 97 GIVING WS-ULI-QUOT
                   REMAINDER WS-ULI-REM
           END-PERFORM
           COMPUTE WS-ULI-WORK = WS-ULI-REM * 100
           DIVIDE WS-ULI-WORK BY 97 GIVING WS-ULI-QUOT
               REMAINDER WS-ULI-REM
           COMPUTE WS-ULI-CHECK = 98 - WS-ULI-REM
           STRING WS-ULI-BASE(1:WS-ULI-BASE-LEN) WS-ULI-CHECK
               DELIMITED SIZE INTO LAR-ULI.

       3000-EDIT-LAR-ROW.
      *    Every condition the submission would reject (E) or that
      *    compliance must confirm before filing (Q). The row is
      *    still written - the register is corrected at source and
      *    the run repeated, not patched downstream.
           IF NOT INTAKE-ON-FILE
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'HMDA INTAKE' TO WS-EDIT-FIELD
               MOVE 'NO INTAKE RECORD - DEMOGRAPHICS NOT COLLECTED'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           ELSE
               PERFORM 3100-EDIT-INTAKE-FIELDS
               PERFORM 3200-EDIT-CO-APPLICANT
           END-IF
           IF LAR-LOAN-AMOUNT = ZERO
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'LOAN AMOUNT' TO WS-EDIT-FIELD
               MOVE 'ZERO LOAN AMOUNT' TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF APP-FUNDED AND WS-LAR-RATE NOT > ZERO
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'INTEREST RATE' TO WS-EDIT-FIELD
               MOVE 'ORIGINATED WITH NO INTEREST RATE'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF APP-FUNDED AND NOT LOAN-ON-FILE
               MOVE 'Q' TO WS-EDIT-SEVERITY
               MOVE 'ACTION TAKEN' TO WS-EDIT-FIELD
               MOVE 'FUNDED BUT NO LOAN ON LOANFILE'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF (APP-FUNDED OR APP-APPROVED)
                   AND LAR-PROPERTY-VALUE = 'NA'
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'PROPERTY VALUE' TO WS-EDIT-FIELD
               MOVE 'PROPERTY VALUE MISSING ON APPROVED CREDIT'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF APP-DENIED AND APP-DENIAL-CODE = SPACES
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'DENIAL REASON' TO WS-EDIT-FIELD
               MOVE 'DENIED WITH NO REASON CODE' TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF APP-RECEIVED-DATE = SPACES
                   OR APP-STATUS-DATE < APP-RECEIVED-DATE
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'ACTION DATE' TO WS-EDIT-FIELD
               MOVE 'ACTION DATE MISSING OR BEFORE APPLICATION DATE'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF.

       3100-EDIT-INTAKE-FIELDS.
           IF NOT HMD-PURPOSE-VALID
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'LOAN PURPOSE' TO WS-EDIT-FIELD
               MOVE 'MISSING OR INVALID PURPOSE CODE'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF NOT HMD-PREAPPROVAL-VALID
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'PREAPPROVAL' TO WS-EDIT-FIELD
               MOVE 'MISSING OR INVALID PREAPPROVAL CODE'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF NOT HMD-OCCUPANCY-VALID
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'OCCUPANCY' TO WS-EDIT-FIELD
               MOVE 'MISSING OR INVALID OCCUPANCY CODE'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF HMD-STATE = SPACES OR HMD-COUNTY NOT NUMERIC
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'STATE/COUNTY' TO WS-EDIT-FIELD
               MOVE 'PROPERTY LOCATION MISSING OR NOT FIPS CODED'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF HMD-CENSUS-TRACT NOT NUMERIC
               MOVE 'Q' TO WS-EDIT-SEVERITY
               MOVE 'CENSUS TRACT' TO WS-EDIT-FIELD
               MOVE 'TRACT MISSING - CONFIRM NOT GEOCODABLE'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF HMD-APPL-ETHNICITY = SPACES OR HMD-APPL-RACE = SPACES
                   OR HMD-APPL-SEX = SPACE
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'APPLICANT GMI' TO WS-EDIT-FIELD
               MOVE 'ETHNICITY, RACE OR SEX NOT RECORDED'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF HMD-APPL-AGE NOT NUMERIC
               MOVE 'E' TO WS-EDIT-SEVERITY
               MOVE 'APPLICANT AGE' TO WS-EDIT-FIELD
               MOVE 'AGE MISSING OR NOT NUMERIC' TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF
           IF HMD-INCOME-000 NOT NUMERIC
               MOVE 'Q' TO WS-EDIT-SEVERITY
               MOVE 'INCOME' TO WS-EDIT-FIELD
               MOVE 'INCOME NOT RECORDED - CONFIRM NOT RELIED ON'
                   TO WS-EDIT-MESSAGE
               PERFORM 3900-WRITE-EDIT
           END-IF.

       3200-EDIT-CO-APPLICANT.
      *    The intake coding has to agree with the application: a
      *    co-borrower on the application needs real co-applicant
      *    codes, and no co-borrower needs the "no co-applicant"
      *    code in every co-applicant field.
           IF APP-COBORROWER-ID = SPACES
               IF NOT HMD-NO-COAP-ETHNICITY OR NOT HMD-NO-COAP-RACE
                       OR NOT HMD-NO-COAP-SEX OR NOT HMD-NO-COAP-AGE
                   MOVE 'E' TO WS-EDIT-SEVERITY
                   MOVE 'CO-APPLICANT GMI' TO WS-EDIT-FIELD
                   MOVE 'NO CO-BORROWER BUT CO-APPLICANT CODED'
                       TO WS-EDIT-MESSAGE
                   PERFORM 3900-WRITE-EDIT
               END-IF
           ELSE
               IF HMD-NO-COAP-ETHNICITY OR HMD-NO-COAP-RACE
                       OR HMD-NO-COAP-SEX OR HMD-NO-COAP-AGE
                       OR HMD-COAP-ETHNICITY = SPACES
                       OR HMD-COAP-RACE = SPACES
                       OR HMD-COAP-SEX = SPACE
                       OR HMD-COAP-AGE NOT NUMERIC
                   MOVE 'E' TO WS-EDIT-SEVERITY
                   MOVE 'CO-APPLICANT GMI' TO WS-EDIT-FIELD
                   MOVE 'CO-BORROWER ON FILE BUT NOT CODED'
                       TO WS-EDIT-MESSAGE
                   PERFORM 3900-WRITE-EDIT
               END-IF
           END-IF.

       3900-WRITE-EDIT.
           IF WS-EDIT-SEVERITY = 'E'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-QUALITY-COUNT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING ' ' WS-EDIT-SEVERITY '  ' APP-ID ' '
                  WS-EDIT-FIELD ' ' WS-EDIT-MESSAGE
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-APPL-READ TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'APPLICATIONS READ:          ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-LAR-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LAR ROWS WRITTEN:           ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-ORIGINATED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ORIGINATED:               ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-APPROVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  APPROVED NOT ACCEPTED:    ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-DENIED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  DENIED:                   ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  WITHDRAWN:                ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PENDING (NOT REPORTED):     ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EDIT ERRORS:                ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           MOVE WS-QUALITY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'QUALITY ITEMS:              ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE EDITRPT-REC FROM WS-RPT-LINE
           CLOSE APPLFILE
                 HMDAINTK
                 LOANFILE
                 LARFILE
                 EDITRPT
           MOVE WS-LAR-COUNT TO WS-COUNT-DISP
           DISPLAY 'HMDALAR LAR ROWS WRITTEN: ' WS-COUNT-DISP
           IF WS-ERROR-COUNT > ZERO OR WS-QUALITY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
