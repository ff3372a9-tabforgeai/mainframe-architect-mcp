      *           re-announced as news; the per-step journal nets      *
      *           print alongside so finance can see which step's      *
      *           activity does not cover the ledger movement.         *
      *           The loan book's accrued interest receivable is       *
      *           proven the same way: LOAN-AIR-BALANCE summed across  *
      *           LOANFILE against the prior proof rolled forward by   *
      *           tonight's postings to the AIR control accounts       *
      *           (class 'A' in PARMS.GLPROOF) - LOANACCR's accrual,   *
      *           reversal and relief journals.                        *
      *           RC=4 on a break, RC=0 in proof.                      *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    ERRHANDR, FMTAMT                                     *
      * COPYBOOKS: CUSTMAST, GLDATA, FXRATE, ERRDATA, BUSDATE,         *
      *            LOANDATA                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLPROOF.
                           RECORD KEY   IS DBFILE-CUSTOMER-ID
                           ALTERNATE RECORD KEY IS DBFILE-ACCOUNT-NUMBER
                               WITH DUPLICATES.
           SELECT LOANFILE ASSIGN TO UT-S-LOANFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS SEQUENTIAL
                           RECORD KEY   IS LOANFILE-LOAN-ID.
           SELECT BUSDATEF ASSIGN TO UT-S-BUSDATE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.
           05  FILLER                 PIC X(378).
           05  DBFILE-ACCOUNT-NUMBER  PIC X(12).

       FD  LOANFILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  LOANFILE-REC.
           05  LOANFILE-LOAN-ID       PIC X(12).
           05  FILLER                 PIC X(288).

       FD  BUSDATEF
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
      *    account per record, maintained by finance in
      *    PARMS.GLPROOF. Journals against any other account do not
      *    move the deposit position and are ignored by the proof.
      *    An account flagged class 'A' is a loan accrued-interest-
      *    receivable control account instead, proven against the
      *    loan book; blank class is a deposit control account.
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01  PARMFILE-REC.
           05  PRM-GL-ACCOUNT         PIC X(08).
           05  PRM-PROOF-CLASS        PIC X(01).
               88  PRM-AIR-CONTROL        VALUE 'A'.
           05  FILLER                 PIC X(01).

       FD  GLFILE
           RECORDING MODE IS F
               88  EOF-GLFILE             VALUE 'Y'.
           05  WS-EOF-PROOFIN         PIC X(1)  VALUE 'N'.
               88  EOF-PROOFIN            VALUE 'Y'.
           05  WS-EOF-LOANFILE        PIC X(1)  VALUE 'N'.
               88  EOF-LOANFILE           VALUE 'Y'.
           05  WS-FX-STALE-DAYS-X     PIC X(3)  VALUE SPACES.
           05  WS-FX-STALE-DAYS       PIC 9(3)  COMP VALUE 7.
           05  WS-FX-AGE-DAYS         PIC S9(5) COMP VALUE ZERO.
           05  WS-CTLACCT-IX          PIC 9(2)  COMP VALUE ZERO.
           05  WS-CTLACCT-HIT         PIC X(1)  VALUE 'N'.
               88  CTLACCT-HIT            VALUE 'Y'.
           05  WS-AIRACCT-COUNT       PIC 9(2)  COMP VALUE ZERO.
           05  WS-AIRACCT-IX          PIC 9(2)  COMP VALUE ZERO.
           05  WS-AIRACCT-HIT         PIC X(1)  VALUE 'N'.
               88  AIRACCT-HIT            VALUE 'Y'.
           05  WS-CELL-COUNT          PIC 9(3)  COMP VALUE ZERO.
           05  WS-CELL-IX             PIC 9(3)  COMP VALUE ZERO.
           05  WS-CELL-FOUND-IX       PIC 9(3)  COMP VALUE ZERO.
           05  WS-BREAK-FIRST-DATE    PIC X(08) VALUE SPACES.
           05  WS-PRIOR-LOADED        PIC X(1)  VALUE 'N'.
               88  PRIOR-LOADED           VALUE 'Y'.
      *    Loan accrued-interest-receivable proof, same roll-forward.
           05  WS-AIR-ACTUAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AIR-PRIOR           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AIR-GL-NET          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AIR-EXPECTED        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AIR-BREAK           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AIR-PRIOR-BREAK     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-AIR-PRIOR-BRK-DATE  PIC X(08) VALUE SPACES.
           05  WS-AIR-BRK-FIRST-DATE  PIC X(08) VALUE SPACES.
           05  WS-AIR-PRIOR-LOADED    PIC X(1)  VALUE 'N'.
               88  AIR-PRIOR-LOADED       VALUE 'Y'.
           05  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-AMT       PIC X(18) VALUE SPACES.
           05  WS-PROCESS-RC          PIC S9(04) COMP VALUE ZERO.
               88  PRF-CELL               VALUE 'C'.
               88  PRF-TOTAL              VALUE 'T'.
               88  PRF-BREAK              VALUE 'B'.
               88  PRF-AIR-TOTAL          VALUE 'A'.
               88  PRF-AIR-BREAK          VALUE 'X'.
           05  PRF-SEGMENT            PIC X(02).
           05  PRF-CURRENCY           PIC X(03).
           05  PRF-AMOUNT             PIC S9(13)V99 COMP-3.
           05  WS-CTLACCT OCCURS 20 TIMES
                                      PIC X(08).

       01  WS-AIRACCT-TABLE.
           05  WS-AIRACCT OCCURS 20 TIMES
                                      PIC X(08).

      *    Position cells: one per segment/currency combination seen
      *    tonight, converted to base currency.
       01  WS-CELL-TABLE.
       COPY FXRATE.
       COPY ERRDATA.
       COPY BUSDATE.
       COPY LOANDATA.

       PROCEDURE DIVISION.

           PERFORM 1200-LOAD-CONTROL-ACCOUNTS
           PERFORM 1300-LOAD-PRIOR-PROOF
           PERFORM 2000-SUM-DEPOSIT-POSITION
           IF WS-AIRACCT-COUNT > ZERO
               PERFORM 2500-SUM-LOAN-RECEIVABLE
           END-IF
           PERFORM 3000-ROLL-GL-FORWARD
           PERFORM 4000-PROVE-AND-REPORT
           IF WS-AIRACCT-COUNT > ZERO
               PERFORM 4400-REPORT-AIR-PROOF
           END-IF
           PERFORM 5000-WRITE-STATE
           PERFORM 9000-END.

                   AT END MOVE 'Y' TO WS-EOF-PARMFILE
               END-READ
               IF NOT EOF-PARMFILE
                   IF PRM-AIR-CONTROL
                       IF WS-AIRACCT-COUNT < 20
                           ADD 1 TO WS-AIRACCT-COUNT
                           MOVE PRM-GL-ACCOUNT
                               TO WS-AIRACCT(WS-AIRACCT-COUNT)
                       END-IF
                   ELSE
                       IF WS-CTLACCT-COUNT < 20
                           ADD 1 TO WS-CTLACCT-COUNT
                           MOVE PRM-GL-ACCOUNT
                               TO WS-CTLACCT(WS-CTLACCT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                               TO WS-PRIOR-BREAK-DATE
                       WHEN PRF-CELL
                           PERFORM 1350-STORE-PRIOR-CELL
                       WHEN PRF-AIR-TOTAL
                           MOVE PRF-AMOUNT TO WS-AIR-PRIOR
                           MOVE 'Y' TO WS-AIR-PRIOR-LOADED
                       WHEN PRF-AIR-BREAK
                           MOVE PRF-AMOUNT TO WS-AIR-PRIOR-BREAK
                           MOVE PRF-FIRST-DATE
                               TO WS-AIR-PRIOR-BRK-DATE
                   END-EVALUATE
               END-IF
           END-PERFORM
               ADD WS-CONVERTED-BAL TO WS-ACTUAL-TOTAL
           END-IF.

       2500-SUM-LOAN-RECEIVABLE.
      *    Every loan's receivable, whatever its status - LOANACCR
      *    zeroes it on non-accrual, closure and transfer, so what is
      *    left is what the ledger should be carrying.
           OPEN INPUT LOANFILE
           PERFORM 2510-ACCUMULATE-LOAN UNTIL EOF-LOANFILE
           CLOSE LOANFILE.

       2510-ACCUMULATE-LOAN.
           READ LOANFILE INTO LOAN-RECORD
               AT END MOVE 'Y' TO WS-EOF-LOANFILE
           END-READ
           IF NOT EOF-LOANFILE
               IF LOAN-AIR-BALANCE NUMERIC
                   ADD LOAN-AIR-BALANCE TO WS-AIR-ACTUAL
               END-IF
           END-IF.

       3000-ROLL-GL-FORWARD.
      *    A credit to a deposit control account grows the liability
      *    (customer money held), a debit shrinks it - so expected
                       SUBTRACT GLJ-AMOUNT FROM WS-GL-NET
                   END-IF
                   PERFORM 3200-NET-BY-STEP
               ELSE
                   PERFORM 3300-NET-AIR-JOURNAL
               END-IF
           END-IF.

               END-IF
           END-IF.

       3300-NET-AIR-JOURNAL.
      *    The receivable is an asset - a debit grows it, a credit
      *    (reversal or relief) shrinks it.
           MOVE 'N' TO WS-AIRACCT-HIT
           PERFORM VARYING WS-AIRACCT-IX FROM 1 BY 1
                   UNTIL WS-AIRACCT-IX > WS-AIRACCT-COUNT
                   OR AIRACCT-HIT
               IF WS-AIRACCT(WS-AIRACCT-IX) = GLJ-GL-ACCOUNT
                   MOVE 'Y' TO WS-AIRACCT-HIT
               END-IF
           END-PERFORM
           IF AIRACCT-HIT
               IF GLJ-CREDIT
                   SUBTRACT GLJ-AMOUNT FROM WS-AIR-GL-NET
               ELSE
                   ADD GLJ-AMOUNT TO WS-AIR-GL-NET
               END-IF
           END-IF.

       4000-PROVE-AND-REPORT.
           OPEN OUTPUT PROOFRPT
           MOVE SPACES TO WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       4400-REPORT-AIR-PROOF.
           COMPUTE WS-AIR-EXPECTED = WS-AIR-PRIOR + WS-AIR-GL-NET
           COMPUTE WS-AIR-BREAK = WS-AIR-ACTUAL - WS-AIR-EXPECTED
           MOVE SPACES TO WS-RPT-LINE
           WRITE PROOFRPT-REC FROM WS-RPT-LINE
           MOVE 'LOAN ACCRUED INTEREST RECEIVABLE PROOF'
               TO WS-RPT-LINE
           WRITE PROOFRPT-REC FROM WS-RPT-LINE
           MOVE WS-AIR-ACTUAL TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOAN BOOK AIR:     ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE PROOFRPT-REC FROM WS-RPT-LINE
           MOVE WS-AIR-EXPECTED TO WS-FMT-AMOUNT
           CALL 'FMTAMT' USING WS-FMT-AMOUNT
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EXPECTED AIR:      ' WS-FORMATTED-AMT
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE PROOFRPT-REC FROM WS-RPT-LINE
           IF NOT AIR-PRIOR-LOADED
               MOVE SPACES TO WS-RPT-LINE
               MOVE 'FIRST AIR PROOF - NO PRIOR STATE, RECEIVABLE '
                   TO WS-RPT-LINE
               MOVE 'BASELINED TONIGHT' TO WS-RPT-LINE(47:17)
               WRITE PROOFRPT-REC FROM WS-RPT-LINE
               MOVE ZERO TO WS-AIR-BREAK
           END-IF
           IF WS-AIR-BREAK = ZERO
               MOVE SPACES TO WS-RPT-LINE
               MOVE 'AIR IN PROOF' TO WS-RPT-LINE
               WRITE PROOFRPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-AIR-BRK-FIRST-DATE
           ELSE
               IF WS-AIR-BREAK = WS-AIR-PRIOR-BREAK
                   MOVE WS-AIR-PRIOR-BRK-DATE
                       TO WS-AIR-BRK-FIRST-DATE
               ELSE
                   MOVE BUS-DATE TO WS-AIR-BRK-FIRST-DATE
               END-IF
               MOVE WS-AIR-BREAK TO WS-FMT-AMOUNT
               CALL 'FMTAMT' USING WS-FMT-AMOUNT
                                   WS-FORMATTED-AMT
                                   SPACES
                                   WS-PROCESS-RC
               MOVE SPACES TO WS-RPT-LINE
               STRING '*** AIR BREAK ' WS-FORMATTED-AMT
                      '  FIRST APPEARED ' WS-AIR-BRK-FIRST-DATE
                      ' ***'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE PROOFRPT-REC FROM WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       5000-WRITE-STATE.
           OPEN OUTPUT PROOFOUT
           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
           MOVE WS-BREAK-AMOUNT     TO PRF-AMOUNT
           MOVE WS-BREAK-FIRST-DATE TO PRF-FIRST-DATE
           WRITE PROOFOUT-REC FROM WS-PROOF-RECORD
           IF WS-AIRACCT-COUNT > ZERO
               MOVE SPACES TO WS-PROOF-RECORD
               SET PRF-AIR-TOTAL TO TRUE
               MOVE WS-AIR-ACTUAL TO PRF-AMOUNT
               WRITE PROOFOUT-REC FROM WS-PROOF-RECORD
               MOVE SPACES TO WS-PROOF-RECORD
               SET PRF-AIR-BREAK TO TRUE
               MOVE WS-AIR-BREAK          TO PRF-AMOUNT
               MOVE WS-AIR-BRK-FIRST-DATE TO PRF-FIRST-DATE
               WRITE PROOFOUT-REC FROM WS-PROOF-RECORD
           END-IF
           CLOSE PROOFOUT.

       8000-FIND-OR-ADD-CELL.
