      *           DBREAD01 lookup per customer break. Two passes over *
      *           the sorted file: pass one finds the flagged days,   *
      *           pass two prints the detail behind them.             *
      *           Each flagged day also shows its cash-in and cash-   *
      *           out split: CASH-channel items are the teller's      *
      *           counter cash (posted through the teller drawers,    *
      *           see TLRDATA), a CR cash in and a DR cash out.       *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    DBREAD01, FMTAMT                                    *
      * COPYBOOKS: CUSTMAST, ACCTDATA, FXRATE, ERRDATA                *
           05  WS-CUR-FX-RATE         PIC S9(03)V9(6) COMP-3 VALUE 1.
           05  WS-DAY-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-BASE-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-CASH-IN         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-CASH-OUT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FORMATTED-OUT       PIC X(18) VALUE SPACES.
           05  WS-CASH-MARK           PIC X(8)  VALUE SPACES.
           05  WS-ABS-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRAN-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  WS-FLAGGED-COUNT       PIC 9(5)  COMP VALUE ZERO.
               10  WS-FLG-CUSTOMER    PIC X(10).
               10  WS-FLG-DATE        PIC X(10).
               10  WS-FLG-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-FLG-CASH-IN     PIC S9(13)V99 COMP-3.
               10  WS-FLG-CASH-OUT    PIC S9(13)V99 COMP-3.

      *    PARMS.CTRRPT - reporting threshold in base currency,
      *    changeable without a recompile (same idiom as PYMT001's
           MOVE LOW-VALUES TO WS-CUR-CUSTOMER
           MOVE LOW-VALUES TO WS-CUR-DATE
           MOVE ZERO TO WS-DAY-TOTAL
           MOVE ZERO TO WS-DAY-CASH-IN WS-DAY-CASH-OUT
           PERFORM UNTIL EOF-SRTTRAN
               READ SRTTRAN INTO ACCOUNT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SRTTRAN
                   COMPUTE WS-ABS-AMOUNT =
                       FUNCTION ABS(PENDING-AMOUNT)
                   ADD WS-ABS-AMOUNT TO WS-DAY-TOTAL
                   IF CHANNEL-CODE = 'CASH'
                       IF TRANSACTION-TYPE(1:2) = 'CR'
                           ADD WS-ABS-AMOUNT TO WS-DAY-CASH-IN
                       ELSE
                           ADD WS-ABS-AMOUNT TO WS-DAY-CASH-OUT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SRTTRAN.
               COMPUTE WS-DAY-BASE-TOTAL ROUNDED =
                   WS-DAY-TOTAL * WS-CUR-FX-RATE
               IF WS-DAY-BASE-TOTAL >= WS-THRESHOLD
                   COMPUTE WS-DAY-CASH-IN ROUNDED =
                       WS-DAY-CASH-IN * WS-CUR-FX-RATE
                   COMPUTE WS-DAY-CASH-OUT ROUNDED =
                       WS-DAY-CASH-OUT * WS-CUR-FX-RATE
                   PERFORM 2300-FLAG-CUSTOMER-DAY
               END-IF
           END-IF
           MOVE ZERO TO WS-DAY-TOTAL
           MOVE ZERO TO WS-DAY-CASH-IN WS-DAY-CASH-OUT.

       2300-FLAG-CUSTOMER-DAY.
           IF WS-FLAGGED-COUNT < WS-FLAG-MAX
                   WS-FLG-DATE(WS-FLAGGED-COUNT)
               MOVE WS-DAY-BASE-TOTAL TO
                   WS-FLG-TOTAL(WS-FLAGGED-COUNT)
               MOVE WS-DAY-CASH-IN TO
                   WS-FLG-CASH-IN(WS-FLAGGED-COUNT)
               MOVE WS-DAY-CASH-OUT TO
                   WS-FLG-CASH-OUT(WS-FLAGGED-COUNT)
           ELSE
      *        A customer-day a regulator is owed must never drop
      *        off the report silently - say so loudly on the job
                  '  TOTAL VOLUME (BASE) ' DELIMITED SIZE
                  WS-FORMATTED-AMT DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CTRRPTF-REC FROM WS-RPT-LINE
           CALL 'FMTAMT' USING WS-FLG-CASH-IN(WS-FLAG-IX - 1)
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           CALL 'FMTAMT' USING WS-FLG-CASH-OUT(WS-FLAG-IX - 1)
                               WS-FORMATTED-OUT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-RPT-LINE
           STRING '    CASH IN (BASE) ' DELIMITED SIZE
                  WS-FORMATTED-AMT DELIMITED SIZE
                  '  CASH OUT (BASE) ' DELIMITED SIZE
                  WS-FORMATTED-OUT DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CTRRPTF-REC FROM WS-RPT-LINE.

       3300-WRITE-DETAIL-LINE.
                               WS-FORMATTED-AMT
                               SPACES
                               WS-PROCESS-RC
           MOVE SPACES TO WS-CASH-MARK
           IF CHANNEL-CODE = 'CASH'
               IF TRANSACTION-TYPE(1:2) = 'CR'
                   MOVE 'CASH IN'  TO WS-CASH-MARK
               ELSE
                   MOVE 'CASH OUT' TO WS-CASH-MARK
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING '    '            DELIMITED SIZE
                  TRANSACTION-REF   DELIMITED SIZE
                  TRANSACTION-TYPE  DELIMITED SIZE
                  '  '              DELIMITED SIZE
                  WS-FORMATTED-AMT  DELIMITED SIZE
                  '  '              DELIMITED SIZE
                  WS-CASH-MARK      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CTRRPTF-REC FROM WS-RPT-LINE.

