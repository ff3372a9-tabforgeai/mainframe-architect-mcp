      *----------------------------------------------------------------*
      * PROGRAM:  ENTLMNT                                              *
      * PURPOSE:  Operator entitlement maintenance with dual approval  *
      *           and change audit - the same control PARMMNT applies  *
      *           to the parameter files. Adds, changes, deletions     *
      *           and recertifications of ENTITLE records are keyed    *
      *           as pending entries and applied only when a SECOND    *
      *           user's approval record matches. Neither the enterer  *
      *           nor the approver may be the operator whose record    *
      *           is changing, so nobody can grant themselves a        *
      *           transaction or a higher limit. Every applied entry   *
      *           is logged with before/after images and both user     *
      *           IDs; unapproved entries carry forward to the next    *
      *           pending generation so nothing is silently dropped.   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: ENTLDATA, ERRDATA                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ENTLMNT.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIN    ASSIGN TO UT-S-PENDIN
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT PENDOUT   ASSIGN TO UT-S-PENDOUT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT APPROVALS ASSIGN TO UT-S-APPROVALS
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT ENTLAUDT  ASSIGN TO UT-S-ENTLAUDT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT MNTRPT    ASSIGN TO UT-S-MNTRPT
                            ORGANIZATION IS SEQUENTIAL
                            ACCESS MODE  IS SEQUENTIAL.
           SELECT ENTITLE   ASSIGN TO UT-S-ENTITLE
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS RANDOM
                            RECORD KEY   IS ENTF-OPERATOR-ID.

       DATA DIVISION.
       FILE SECTION.
      *    Pending entitlement changes: the action, the operator whose
      *    record it is, who keyed it and when, and - for an add or a
      *    change - the whole new record image.
       FD  PENDIN
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PENDIN-REC                 PIC X(200).

       FD  PENDOUT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PENDOUT-REC                PIC X(200).

      *    One approval line per reviewed entry: operator, action and
      *    the approving user - who must not be the enterer, nor the
      *    operator being maintained.
       FD  APPROVALS
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  APPROVALS-REC.
           05  APR-OPERATOR-ID        PIC X(08).
           05  APR-ACTION             PIC X(01).
           05  APR-USER-ID            PIC X(08).
           05  FILLER                 PIC X(03).

      *    Entitlement audit trail - before/after record images with
      *    both user IDs and a timestamp, appended forever.
       FD  ENTLAUDT
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       01  ENTLAUDT-REC.
           05  EAU-OPERATOR-ID        PIC X(08).
           05  EAU-ACTION             PIC X(01).
           05  EAU-BEFORE-IMAGE       PIC X(150).
           05  EAU-AFTER-IMAGE        PIC X(150).
           05  EAU-ENTERED-BY         PIC X(08).
           05  EAU-APPROVED-BY        PIC X(08).
           05  EAU-TIMESTAMP          PIC X(26).
           05  FILLER                 PIC X(09).

       FD  MNTRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MNTRPT-REC                 PIC X(133).

       FD  ENTITLE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  ENTITLE-REC.
           05  ENTF-OPERATOR-ID       PIC X(08).
           05  FILLER                 PIC X(142).

       WORKING-STORAGE SECTION.
       01  WS-ENTLMNT-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'ENTLMNT'.
           05  WS-EOF-PENDIN          PIC X(1)  VALUE 'N'.
               88  EOF-PENDIN             VALUE 'Y'.
           05  WS-EOF-APPROVALS       PIC X(1)  VALUE 'N'.
               88  EOF-APPROVALS          VALUE 'Y'.
           05  WS-APR-LOADED          PIC 9(3)  COMP VALUE ZERO.
           05  WS-APR-MAX             PIC 9(3)  COMP VALUE 200.
           05  WS-APR-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-APPROVER            PIC X(8)  VALUE SPACES.
           05  WS-FLAG-IX             PIC 9(2)  COMP VALUE ZERO.
           05  WS-ON-FILE             PIC X(1)  VALUE 'N'.
               88  RECORD-ON-FILE         VALUE 'Y'.
           05  WS-VALID-FLAG          PIC X(1)  VALUE 'Y'.
               88  CHANGE-VALID           VALUE 'Y'.
           05  WS-REJECT-TEXT         PIC X(40) VALUE SPACES.
           05  WS-ACTION-TEXT         PIC X(12) VALUE SPACES.
           05  WS-READ-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05  WS-APPLIED-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05  WS-CARRIED-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05  WS-BEFORE-IMAGE        PIC X(150) VALUE SPACES.
           05  WS-AFTER-IMAGE         PIC X(150) VALUE SPACES.
           05  WS-TODAY               PIC X(8)  VALUE SPACES.
           05  WS-HOLD-CERT-DATE      PIC X(8)  VALUE SPACES.
           05  WS-HOLD-CERT-BY        PIC X(8)  VALUE SPACES.
           05  WS-COUNT-DISP          PIC ZZZZ9.
           05  WS-RPT-LINE            PIC X(133) VALUE SPACES.

       01  PENDING-ENTITLEMENT-RECORD.
           05  PEN-ACTION             PIC X(01).
               88  PEN-ADD                VALUE 'A'.
               88  PEN-CHANGE             VALUE 'C'.
               88  PEN-DELETE             VALUE 'D'.
               88  PEN-RECERTIFY          VALUE 'R'.
           05  PEN-OPERATOR-ID        PIC X(08).
           05  PEN-ENTERED-BY         PIC X(08).
           05  PEN-ENTERED-DATE       PIC X(08).
           05  PEN-NEW-IMAGE          PIC X(150).
           05  FILLER                 PIC X(25).

       01  WS-APPROVAL-TABLE.
           05  WS-APR-ENTRY OCCURS 200 TIMES.
               10  WS-APR-OPERATOR    PIC X(08).
               10  WS-APR-ACTION      PIC X(01).
               10  WS-APR-USER        PIC X(08).

       COPY ENTLDATA.
       COPY ERRDATA.

       PROCEDURE DIVISION.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1050-LOAD-APPROVALS
           OPEN INPUT  PENDIN
           OPEN OUTPUT PENDOUT
           OPEN EXTEND ENTLAUDT
           OPEN OUTPUT MNTRPT
           OPEN I-O    ENTITLE
           PERFORM 1500-WRITE-HEADER
           PERFORM 2000-PROCESS-PENDING UNTIL EOF-PENDIN
           PERFORM 9000-END.

       1050-LOAD-APPROVALS.
           OPEN INPUT APPROVALS
           PERFORM UNTIL EOF-APPROVALS
               READ APPROVALS
                   AT END MOVE 'Y' TO WS-EOF-APPROVALS
               END-READ
               IF NOT EOF-APPROVALS
                   IF WS-APR-LOADED < WS-APR-MAX
                       ADD 1 TO WS-APR-LOADED
                       MOVE APR-OPERATOR-ID
                           TO WS-APR-OPERATOR(WS-APR-LOADED)
                       MOVE APR-ACTION
                           TO WS-APR-ACTION(WS-APR-LOADED)
                       MOVE APR-USER-ID
                           TO WS-APR-USER(WS-APR-LOADED)
                   ELSE
                       DISPLAY 'ENTLMNT APPROVAL TABLE FULL - '
                               'IGNORED: ' APR-OPERATOR-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APPROVALS.

       1500-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'OPERATOR ENTITLEMENT MAINTENANCE REPORT'
               TO WS-RPT-LINE
           WRITE MNTRPT-REC FROM WS-RPT-LINE.

       2000-PROCESS-PENDING.
           READ PENDIN INTO PENDING-ENTITLEMENT-RECORD
               AT END MOVE 'Y' TO WS-EOF-PENDIN
           END-READ
           IF NOT EOF-PENDIN
               ADD 1 TO WS-READ-COUNT
               PERFORM 2050-SET-ACTION-TEXT
               PERFORM 2100-FIND-APPROVAL
               IF WS-APPROVER = SPACES
                   PERFORM 2200-CARRY-FORWARD
               ELSE
                   PERFORM 2300-VALIDATE-CHANGE
                   IF CHANGE-VALID
                       PERFORM 3000-APPLY-CHANGE
                   ELSE
                       PERFORM 2400-REJECT-CHANGE
                   END-IF
               END-IF
           END-IF.

       2050-SET-ACTION-TEXT.
           EVALUATE TRUE
               WHEN PEN-ADD
                   MOVE 'ADD'         TO WS-ACTION-TEXT
               WHEN PEN-CHANGE
                   MOVE 'CHANGE'      TO WS-ACTION-TEXT
               WHEN PEN-DELETE
                   MOVE 'DELETE'      TO WS-ACTION-TEXT
               WHEN PEN-RECERTIFY
                   MOVE 'RECERTIFY'   TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'ACTION ' TO WS-ACTION-TEXT
                   MOVE PEN-ACTION    TO WS-ACTION-TEXT(8:1)
           END-EVALUATE.

       2100-FIND-APPROVAL.
      *    Dual control: the matching approval must come from a
      *    DIFFERENT user than the one who keyed the entry, and never
      *    from the operator whose entitlements are changing - either
      *    is treated as no approval at all.
           MOVE SPACES TO WS-APPROVER
           PERFORM VARYING WS-APR-IX FROM 1 BY 1
                   UNTIL WS-APR-IX > WS-APR-LOADED
                   OR WS-APPROVER NOT = SPACES
               IF WS-APR-OPERATOR(WS-APR-IX) = PEN-OPERATOR-ID
                       AND WS-APR-ACTION(WS-APR-IX) = PEN-ACTION
                       AND WS-APR-USER(WS-APR-IX)
                           NOT = PEN-ENTERED-BY
                       AND WS-APR-USER(WS-APR-IX)
                           NOT = PEN-OPERATOR-ID
                   MOVE WS-APR-USER(WS-APR-IX) TO WS-APPROVER
               END-IF
           END-PERFORM.

       2200-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           WRITE PENDOUT-REC FROM PENDING-ENTITLEMENT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING PEN-OPERATOR-ID DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  WS-ACTION-TEXT  DELIMITED SIZE
                  '  AWAITING SECOND APPROVAL (ENTERED BY '
                      DELIMITED SIZE
                  PEN-ENTERED-BY  DELIMITED SPACE
                  ')'             DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MNTRPT-REC FROM WS-RPT-LINE.

       2300-VALIDATE-CHANGE.
      *    The record must exist (or, for an add, must not), and a
      *    new image must be complete and sane - a fat-fingered limit
      *    or a flag other than Y/N dies here, not at the teller's
      *    screen.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM 2350-READ-CURRENT
           EVALUATE TRUE
               WHEN NOT PEN-ADD AND NOT PEN-CHANGE
                       AND NOT PEN-DELETE AND NOT PEN-RECERTIFY
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'ACTION MUST BE A, C, D OR R'
                       TO WS-REJECT-TEXT
               WHEN PEN-ENTERED-BY = PEN-OPERATOR-ID
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'OPERATOR MAY NOT MAINTAIN OWN RECORD'
                       TO WS-REJECT-TEXT
               WHEN PEN-ADD AND RECORD-ON-FILE
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'OPERATOR ALREADY ON FILE'
                       TO WS-REJECT-TEXT
               WHEN NOT PEN-ADD AND NOT RECORD-ON-FILE
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'OPERATOR NOT ON FILE'
                       TO WS-REJECT-TEXT
               WHEN PEN-ADD OR PEN-CHANGE
                   PERFORM 2500-VALIDATE-IMAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2350-READ-CURRENT.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE PEN-OPERATOR-ID TO ENTF-OPERATOR-ID
           READ ENTITLE INTO ENTITLEMENT-RECORD
               KEY IS ENTF-OPERATOR-ID
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
                   MOVE ENTITLEMENT-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       2400-REJECT-CHANGE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING PEN-OPERATOR-ID DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  WS-ACTION-TEXT  DELIMITED SIZE
                  '  REJECTED - ' DELIMITED SIZE
                  WS-REJECT-TEXT  DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MNTRPT-REC FROM WS-RPT-LINE.

       2500-VALIDATE-IMAGE.
           MOVE PEN-NEW-IMAGE TO ENTITLEMENT-RECORD
           EVALUATE TRUE
               WHEN ENT-OPERATOR-ID NOT = PEN-OPERATOR-ID
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'KEY DOES NOT MATCH RECORD IMAGE'
                       TO WS-REJECT-TEXT
               WHEN ENT-OPERATOR-NAME = SPACES
                       OR ENT-BRANCH = SPACES
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'OPERATOR NAME AND BRANCH REQUIRED'
                       TO WS-REJECT-TEXT
               WHEN NOT ENT-ACTIVE AND NOT ENT-SUSPENDED
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'STATUS MUST BE A OR S'
                       TO WS-REJECT-TEXT
               WHEN ENT-PAYMENT-LIMIT NOT NUMERIC
                       OR ENT-RELEASE-LIMIT NOT NUMERIC
                       OR ENT-TDWDRAW-LIMIT NOT NUMERIC
                       OR ENT-REFUND-LIMIT NOT NUMERIC
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'LIMIT FIELDS NOT NUMERIC'
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                           UNTIL WS-FLAG-IX > 12
                       IF ENT-TXN-FLAG(WS-FLAG-IX) NOT = 'Y'
                               AND ENT-TXN-FLAG(WS-FLAG-IX) NOT = 'N'
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'TRANSACTION FLAGS MUST BE Y OR N'
                               TO WS-REJECT-TEXT
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       3000-APPLY-CHANGE.
      *    The stamps are the system's, not the keyed image's: who
      *    changed it, who approved it, and - for an add or a
      *    recertification - who last vouched that the access is
      *    still needed. A change keeps the record's certification.
           EVALUATE TRUE
               WHEN PEN-ADD
                   MOVE PEN-NEW-IMAGE  TO ENTITLEMENT-RECORD
                   PERFORM 3100-STAMP-CHANGE
                   MOVE WS-TODAY       TO ENT-CERTIFIED-DATE
                   MOVE WS-APPROVER    TO ENT-CERTIFIED-BY
                   WRITE ENTITLE-REC FROM ENTITLEMENT-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-FLAG
                   END-WRITE
               WHEN PEN-CHANGE
                   MOVE WS-BEFORE-IMAGE TO ENTITLEMENT-RECORD
                   MOVE ENT-CERTIFIED-DATE TO WS-HOLD-CERT-DATE
                   MOVE ENT-CERTIFIED-BY   TO WS-HOLD-CERT-BY
                   MOVE PEN-NEW-IMAGE  TO ENTITLEMENT-RECORD
                   MOVE WS-HOLD-CERT-DATE  TO ENT-CERTIFIED-DATE
                   MOVE WS-HOLD-CERT-BY    TO ENT-CERTIFIED-BY
                   PERFORM 3100-STAMP-CHANGE
                   REWRITE ENTITLE-REC FROM ENTITLEMENT-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-FLAG
                   END-REWRITE
               WHEN PEN-RECERTIFY
                   PERFORM 3100-STAMP-CHANGE
                   MOVE WS-TODAY       TO ENT-CERTIFIED-DATE
                   MOVE PEN-ENTERED-BY TO ENT-CERTIFIED-BY
                   REWRITE ENTITLE-REC FROM ENTITLEMENT-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-FLAG
                   END-REWRITE
               WHEN PEN-DELETE
                   MOVE SPACES TO ENTITLEMENT-RECORD
                   DELETE ENTITLE RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-FLAG
                   END-DELETE
           END-EVALUATE
           IF NOT CHANGE-VALID
               MOVE 'ENTITLE FILE UPDATE FAILED' TO WS-REJECT-TEXT
               PERFORM 2400-REJECT-CHANGE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE ENTITLEMENT-RECORD TO WS-AFTER-IMAGE
               PERFORM 4000-WRITE-AUDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING PEN-OPERATOR-ID DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      WS-ACTION-TEXT  DELIMITED SIZE
                      '  APPLIED (ENTERED ' DELIMITED SIZE
                      PEN-ENTERED-BY  DELIMITED SPACE
                      ', APPROVED '   DELIMITED SIZE
                      WS-APPROVER     DELIMITED SPACE
                      ')'             DELIMITED SIZE
                      INTO WS-RPT-LINE
               WRITE MNTRPT-REC FROM WS-RPT-LINE
           END-IF.

       3100-STAMP-CHANGE.
           MOVE WS-TODAY       TO ENT-CHANGED-DATE
           MOVE PEN-ENTERED-BY TO ENT-CHANGED-BY
           MOVE WS-APPROVER    TO ENT-APPROVED-BY.

       4000-WRITE-AUDIT.
           MOVE SPACES             TO ENTLAUDT-REC
           MOVE PEN-OPERATOR-ID    TO EAU-OPERATOR-ID
           MOVE PEN-ACTION         TO EAU-ACTION
           MOVE WS-BEFORE-IMAGE    TO EAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO EAU-AFTER-IMAGE
           MOVE PEN-ENTERED-BY     TO EAU-ENTERED-BY
           MOVE WS-APPROVER        TO EAU-APPROVED-BY
           MOVE FUNCTION CURRENT-DATE TO EAU-TIMESTAMP
           WRITE ENTLAUDT-REC.

       9000-END.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISP
           STRING 'CHANGES APPLIED:          ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNTRPT-REC FROM WS-RPT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHANGES REJECTED:         ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNTRPT-REC FROM WS-RPT-LINE
           MOVE WS-CARRIED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AWAITING SECOND APPROVAL: ' WS-COUNT-DISP
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MNTRPT-REC FROM WS-RPT-LINE
           CLOSE PENDIN
                 PENDOUT
                 ENTLAUDT
                 MNTRPT
                 ENTITLE
           DISPLAY 'ENTLMNT PENDING READ: ' WS-READ-COUNT
           DISPLAY 'ENTLMNT APPLIED:      ' WS-APPLIED-COUNT
           DISPLAY 'ENTLMNT REJECTED:     ' WS-REJECTED-COUNT
           IF WS-CARRIED-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               MOVE RC-WARNING TO WS-RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
