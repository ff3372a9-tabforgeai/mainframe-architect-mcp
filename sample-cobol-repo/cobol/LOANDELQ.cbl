      * PURPOSE:  Nightly loan delinquency/default tracking - ages    *
      *           LOAN-NEXT-DUE-DATE on every active loan, flips      *
      *           LOAN-STATUS to DF past the write-off threshold, and *
      *           reports every loan newly marked delinquent. A       *
      *           matured-unpaid (MU) loan owes its whole balance     *
      *           from LOAN-END-DATE, so it ages from there when that *
      *           is earlier than its next installment.               *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    ERRHANDR                                            *
      * COPYBOOKS: LOANDATA, ERRDATA                                  *
           05  WS-DELQ-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-LOAN-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-DELQ-LINE           PIC X(80) VALUE SPACES.
           05  WS-MATURED-FLAG        PIC X(1)  VALUE 'N'.
               88  WAS-MATURED-UNPAID     VALUE 'Y'.

       COPY LOANDATA.
       COPY ERRDATA.
           END-READ
           IF NOT EOF-LOANFILE
               ADD 1 TO WS-LOAN-COUNT
               IF LOAN-ACTIVE OR LOAN-MATURED-UNPAID
                   PERFORM 2100-CHECK-DELINQUENCY
               END-IF
           END-IF.

       2100-CHECK-DELINQUENCY.
           MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-8
           MOVE 'N' TO WS-MATURED-FLAG
           IF LOAN-MATURED-UNPAID
               MOVE 'Y' TO WS-MATURED-FLAG
               IF LOAN-END-DATE < LOAN-NEXT-DUE-DATE
                   MOVE LOAN-END-DATE TO WS-DUE-DATE-8
               END-IF
           END-IF
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8)
               - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-8)
                  ' DAYS PAST DUE ' DELIMITED SIZE
                  WS-DAYS-DISP     DELIMITED SIZE
                  INTO WS-DELQ-LINE
           IF WAS-MATURED-UNPAID
               MOVE 'MATURED' TO WS-DELQ-LINE(61:7)
           END-IF
           WRITE DELQRPT-REC FROM WS-DELQ-LINE.

       9000-END.
