      *           The audit record carries no posting-program field   *
      *           (DBUPD01 cannot see its caller), so the report      *
      *           shows the audit action and timestamp instead.       *
      *           Signer register changes (SIGNERADD/CHG/RVK from     *
      *           CUSTMNT) carry SIGNER-RECORD images and print as a  *
      *           before line and an after line of the entry's terms. *
      *           Branch/officer reassignments (ASSIGNDFT from        *
      *           DBUPD01, ASSIGNCHG from CUSTMNT) print the same way *
      *           from their CUSTOMER-ASSIGNMENT-RECORD images.       *
      *           Overdraft opt-in elections (ODOPTIN/ODOPTOUT from   *
      *           CUSTMNT) print from their OVERDRAFT-ELECTION-RECORD *
      *           images the same way.                                *
      *           IRA plan set-up and corrections (IRAPLNADD/CHG from *
      *           CUSTMNT) print from their IRA-PLAN-RECORD images.   *
      *           Custodial account set-up, maintenance and the       *
      *           age-of-majority conversion (MINORADD/CHG from       *
      *           DBUPD01 and CUSTMNT, MINORCONV from MNRCONV) print  *
      *           from their CUSTODIAL-ACCOUNT-RECORD images.         *
      *           Debit card adds and changes (CARDADD/CARDCHG from   *
      *           CARDMNT) print from their DEBIT-CARD-RECORD images. *
      *           Privacy elections (PRIVDFT/PRIVDUE from DBUPD01,    *
      *           PRIVOPT from CUSTMNT) and bonus rate enrolments     *
      *           print from their PRIVACY-ELECTION-RECORD and        *
      *           BONUS-ENROLLMENT-RECORD images. A renumber's moves  *
      *           (the ...RNUM actions from ACCTRNUM) print the same  *
      *           way as the record's own changes.                    *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    FMTAMT                                              *
      * COPYBOOKS: CUSTMAST, ERRDATA, SGNDATA, ASGNDATA, REGEDATA,    *
      *            IRADATA, MNRDATA, CARDDATA, PRIVDATA, BNSDATA      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AUDINQ.
           05  WS-FORMATTED-AMT-2     PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.
           05  WS-SGN-SIDE            PIC X(07) VALUE SPACES.
           05  WS-SGN-LIMIT-DISP      PIC ZZZ,ZZZ,ZZ9.99.

      *    The before-image's fields, saved off before the after-image
      *    is loaded into the one CUSTOMER-RECORD buffer, so the two
       COPY CUSTMAST.
       COPY ERRDATA.
       COPY ACCLOG.
       COPY SGNDATA.
       COPY ASGNDATA.
       COPY REGEDATA.
       COPY IRADATA.
       COPY MNRDATA.
       COPY CARDDATA.
       COPY PRIVDATA.
       COPY BNSDATA.

       PROCEDURE DIVISION.

      *        single line instead of a field-by-field diff.
               PERFORM 3100-REPORT-ONBOARD
           ELSE
               IF AUDIT-ACTION(1:6) = 'SIGNER'
                   PERFORM 3150-REPORT-SIGNER
               ELSE
                   IF AUDIT-ACTION(1:6) = 'ASSIGN'
                       PERFORM 3170-REPORT-ASSIGNMENT
                   ELSE
                       IF AUDIT-ACTION(1:5) = 'ODOPT'
                           PERFORM 3190-REPORT-OD-ELECTION
                       ELSE
                           IF AUDIT-ACTION(1:6) = 'IRAPLN'
                               PERFORM 3196-REPORT-IRA-PLAN
                           ELSE
                               IF AUDIT-ACTION(1:5) = 'MINOR'
                                   PERFORM 3198-REPORT-CUSTODY
                               ELSE
                                   IF AUDIT-ACTION(1:4) = 'CARD'
                                       PERFORM 3400-REPORT-CARD
                                   ELSE
                                     IF AUDIT-ACTION(1:4) = 'PRIV'
                                       PERFORM 3420-REPORT-PRIVACY
                                     ELSE
                                       IF AUDIT-ACTION(1:5) = 'BONUS'
                                         PERFORM 3440-REPORT-BONUS
                                       ELSE
                                         PERFORM 3200-COMPARE-IMAGES
                                       END-IF
                                     END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-REPORT-ONBOARD.
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       3150-REPORT-SIGNER.
      *    A signer add has no before-image (spaces), like an onboard.
           IF AUDIT-BEFORE-IMAGE(1:100) = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    SIGNER BEFORE: (NEW ENTRY)' TO WS-RPT-LINE
               WRITE AUDRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE(1:100) TO SIGNER-RECORD
               MOVE 'BEFORE:' TO WS-SGN-SIDE
               PERFORM 3160-WRITE-SIGNER-LINE
           END-IF
           MOVE AUDIT-AFTER-IMAGE(1:100) TO SIGNER-RECORD
           MOVE 'AFTER: ' TO WS-SGN-SIDE
           PERFORM 3160-WRITE-SIGNER-LINE.

       3160-WRITE-SIGNER-LINE.
           MOVE SGN-AUTH-LIMIT TO WS-SGN-LIMIT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '    SIGNER '       DELIMITED SIZE
                  WS-SGN-SIDE         DELIMITED SIZE
                  ' NO '              DELIMITED SIZE
                  SGN-SEQ             DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  SGN-NAME            DELIMITED SIZE
                  ' ROLE '            DELIMITED SIZE
                  SGN-ROLE            DELIMITED SIZE
                  ' EFF '             DELIMITED SIZE
                  SGN-EFFECTIVE-DATE  DELIMITED SIZE
                  ' EXP '             DELIMITED SIZE
                  SGN-EXPIRY-DATE     DELIMITED SIZE
                  ' LIMIT '           DELIMITED SIZE
                  WS-SGN-LIMIT-DISP   DELIMITED SIZE
                  ' STATUS '          DELIMITED SIZE
                  SGN-STATUS          DELIMITED SIZE
                  ' BY '              DELIMITED SIZE
                  SGN-UPDATED-BY      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       3170-REPORT-ASSIGNMENT.
      *    The onboarding default has no before-image, like a signer
      *    add.
           IF AUDIT-BEFORE-IMAGE(1:60) = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    ASSIGNMENT BEFORE: (NONE)' TO WS-RPT-LINE
               WRITE AUDRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE(1:60)
                   TO CUSTOMER-ASSIGNMENT-RECORD
               MOVE 'BEFORE:' TO WS-SGN-SIDE
               PERFORM 3180-WRITE-ASSIGNMENT-LINE
           END-IF
           MOVE AUDIT-AFTER-IMAGE(1:60) TO CUSTOMER-ASSIGNMENT-RECORD
           MOVE 'AFTER: ' TO WS-SGN-SIDE
           PERFORM 3180-WRITE-ASSIGNMENT-LINE.

       3180-WRITE-ASSIGNMENT-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '    ASSIGNMENT '   DELIMITED SIZE
                  WS-SGN-SIDE         DELIMITED SIZE
                  ' REGION '          DELIMITED SIZE
                  ASG-REGION          DELIMITED SIZE
                  ' BRANCH '          DELIMITED SIZE
                  ASG-BRANCH          DELIMITED SIZE
                  ' OFFICER '         DELIMITED SIZE
                  ASG-OFFICER-ID      DELIMITED SIZE
                  ' SOURCE '          DELIMITED SIZE
                  ASG-SOURCE          DELIMITED SIZE
                  ' BY '              DELIMITED SIZE
                  ASG-UPDATED-BY      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       3190-REPORT-OD-ELECTION.
      *    A customer's first election has no before-image.
           IF AUDIT-BEFORE-IMAGE(1:60) = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    OD ELECTION BEFORE: (NONE)' TO WS-RPT-LINE
               WRITE AUDRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE(1:60)
                   TO OVERDRAFT-ELECTION-RECORD
               MOVE 'BEFORE:' TO WS-SGN-SIDE
               PERFORM 3195-WRITE-OD-ELECTION-LINE
           END-IF
           MOVE AUDIT-AFTER-IMAGE(1:60) TO OVERDRAFT-ELECTION-RECORD
           MOVE 'AFTER: ' TO WS-SGN-SIDE
           PERFORM 3195-WRITE-OD-ELECTION-LINE.

       3195-WRITE-OD-ELECTION-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '    OD ELECTION '  DELIMITED SIZE
                  WS-SGN-SIDE         DELIMITED SIZE
                  ' ELECTION '        DELIMITED SIZE
                  ODE-ELECTION        DELIMITED SIZE
                  ' DATE '            DELIMITED SIZE
                  ODE-ELECTION-DATE   DELIMITED SIZE
                  ' METHOD '          DELIMITED SIZE
                  ODE-METHOD          DELIMITED SIZE
                  ' BY '              DELIMITED SIZE
                  ODE-UPDATED-BY      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       3196-REPORT-IRA-PLAN.
      *    A plan's set-up has no before-image.
           IF AUDIT-BEFORE-IMAGE(1:80) = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    IRA PLAN BEFORE: (NONE)' TO WS-RPT-LINE
               WRITE AUDRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE(1:80) TO IRA-PLAN-RECORD
               MOVE 'BEFORE:' TO WS-SGN-SIDE
               PERFORM 3197-WRITE-IRA-PLAN-LINE
           END-IF
           MOVE AUDIT-AFTER-IMAGE(1:80) TO IRA-PLAN-RECORD
           MOVE 'AFTER: ' TO WS-SGN-SIDE
           PERFORM 3197-WRITE-IRA-PLAN-LINE.

       3197-WRITE-IRA-PLAN-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '    IRA PLAN '     DELIMITED SIZE
                  WS-SGN-SIDE         DELIMITED SIZE
                  ' TYPE '            DELIMITED SIZE
                  IRA-PLAN-TYPE       DELIMITED SIZE
                  ' BORN '            DELIMITED SIZE
                  IRA-BIRTH-DATE      DELIMITED SIZE
                  ' OPENED '          DELIMITED SIZE
                  IRA-OPEN-DATE       DELIMITED SIZE
                  ' STATUS '          DELIMITED SIZE
                  IRA-STATUS          DELIMITED SIZE
                  ' BY '              DELIMITED SIZE
                  IRA-UPDATED-BY      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       3198-REPORT-CUSTODY.
      *    A custodial record's set-up has no before-image.
           IF AUDIT-BEFORE-IMAGE(1:120) = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    CUSTODIAL BEFORE: (NONE)' TO WS-RPT-LINE
               WRITE AUDRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE(1:120)
                   TO CUSTODIAL-ACCOUNT-RECORD
               MOVE 'BEFORE:' TO WS-SGN-SIDE
               PERFORM 3199-WRITE-CUSTODY-LINE
           END-IF
           MOVE AUDIT-AFTER-IMAGE(1:120) TO CUSTODIAL-ACCOUNT-RECORD
           MOVE 'AFTER: ' TO WS-SGN-SIDE
           PERFORM 3199-WRITE-CUSTODY-LINE.

       3199-WRITE-CUSTODY-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '    CUSTODIAL '    DELIMITED SIZE
                  WS-SGN-SIDE         DELIMITED SIZE
                  ' BORN '            DELIMITED SIZE
                  MNR-BIRTH-DATE      DELIMITED SIZE
                  ' AGE '             DELIMITED SIZE
                  MNR-MAJORITY-AGE    DELIMITED SIZE
                  ' MAJORITY '        DELIMITED SIZE
                  MNR-MAJORITY-DATE   DELIMITED SIZE
                  ' CUSTODIAN '       DELIMITED SIZE
                  MNR-CUSTODIAN-ID    DELIMITED SIZE
                  ' STATUS '          DELIMITED SIZE
                  MNR-STATUS          DELIMITED SIZE
                  ' BY '              DELIMITED SIZE
                  MNR-UPDATED-BY      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '      MINOR NAME '  DELIMITED SIZE
                  MNR-MINOR-NAME       DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       3200-COMPARE-IMAGES.
           MOVE ZERO TO WS-DIFF-COUNT
           MOVE AUDIT-BEFORE-IMAGE TO CUSTOMER-RECORD(1:121)
               WRITE AUDRPT-REC FROM WS-RPT-LINE
           END-IF.

       3400-REPORT-CARD.
      *    A card add has no before-image.
           IF AUDIT-BEFORE-IMAGE(1:100) = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    CARD BEFORE: (NEW CARD)' TO WS-RPT-LINE
               WRITE AUDRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE(1:100) TO DEBIT-CARD-RECORD
               MOVE 'BEFORE:' TO WS-SGN-SIDE
               PERFORM 3410-WRITE-CARD-LINE
           END-IF
           MOVE AUDIT-AFTER-IMAGE(1:100) TO DEBIT-CARD-RECORD
           MOVE 'AFTER: ' TO WS-SGN-SIDE
           PERFORM 3410-WRITE-CARD-LINE.

       3410-WRITE-CARD-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '    CARD '         DELIMITED SIZE
                  WS-SGN-SIDE         DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  CRD-CARD-TOKEN      DELIMITED SIZE
                  ' ACCOUNT '         DELIMITED SIZE
                  CRD-ACCOUNT-NUMBER  DELIMITED SIZE
                  ' ISSUED '          DELIMITED SIZE
                  CRD-ISSUE-DATE      DELIMITED SIZE
                  ' EXPIRES '         DELIMITED SIZE
                  CRD-EXPIRY-DATE     DELIMITED SIZE
                  ' STATUS '          DELIMITED SIZE
                  CRD-STATUS          DELIMITED SIZE
                  ' BLOCKED '         DELIMITED SIZE
                  CRD-BLOCKED-DATE    DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  CRD-BLOCKED-TIME    DELIMITED SIZE
                  ' BY '              DELIMITED SIZE
                  CRD-UPDATED-BY      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       3420-REPORT-PRIVACY.
      *    The record DBUPD01 writes at onboarding has no
      *    before-image.
           IF AUDIT-BEFORE-IMAGE(1:60) = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    PRIVACY BEFORE: (NONE)' TO WS-RPT-LINE
               WRITE AUDRPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE(1:60)
                   TO PRIVACY-ELECTION-RECORD
               MOVE 'BEFORE:' TO WS-SGN-SIDE
               PERFORM 3430-WRITE-PRIVACY-LINE
           END-IF
           MOVE AUDIT-AFTER-IMAGE(1:60) TO PRIVACY-ELECTION-RECORD
           MOVE 'AFTER: ' TO WS-SGN-SIDE
           PERFORM 3430-WRITE-PRIVACY-LINE.

       3430-WRITE-PRIVACY-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '    PRIVACY '      DELIMITED SIZE
                  WS-SGN-SIDE         DELIMITED SIZE
                  ' CUSTOMER '        DELIMITED SIZE
                  PRV-CUSTOMER-ID     DELIMITED SIZE
                  ' NO AFFIL '        DELIMITED SIZE
                  PRV-NO-AFFILIATE    DELIMITED SIZE
                  ' NO 3RD '          DELIMITED SIZE
                  PRV-NO-THIRD-PARTY  DELIMITED SIZE
                  ' NO SOLICIT '      DELIMITED SIZE
                  PRV-NO-SOLICIT      DELIMITED SIZE
                  ' ON '              DELIMITED SIZE
                  PRV-ELECTION-DATE   DELIMITED SIZE
                  ' LANG '            DELIMITED SIZE
                  PRV-LANGUAGE        DELIMITED SIZE
                  ' BY '              DELIMITED SIZE
                  PRV-UPDATED-BY      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       3440-REPORT-BONUS.
      *    Enrolments are audited only when a renumber moves them, so
      *    there is always a before-image.
           MOVE AUDIT-BEFORE-IMAGE(1:100) TO BONUS-ENROLLMENT-RECORD
           MOVE 'BEFORE:' TO WS-SGN-SIDE
           PERFORM 3450-WRITE-BONUS-LINE
           MOVE AUDIT-AFTER-IMAGE(1:100) TO BONUS-ENROLLMENT-RECORD
           MOVE 'AFTER: ' TO WS-SGN-SIDE
           PERFORM 3450-WRITE-BONUS-LINE.

       3450-WRITE-BONUS-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '    BONUS RATE '   DELIMITED SIZE
                  WS-SGN-SIDE         DELIMITED SIZE
                  ' ACCOUNT '         DELIMITED SIZE
                  BNE-ACCOUNT-NUMBER  DELIMITED SIZE
                  ' PROMO '           DELIMITED SIZE
                  BNE-PROMO-CODE      DELIMITED SIZE
                  ' FROM '            DELIMITED SIZE
                  BNE-START-DATE      DELIMITED SIZE
                  ' TO '              DELIMITED SIZE
                  BNE-END-DATE        DELIMITED SIZE
                  ' STATUS '          DELIMITED SIZE
                  BNE-STATUS          DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           WRITE AUDRPT-REC FROM WS-RPT-LINE
