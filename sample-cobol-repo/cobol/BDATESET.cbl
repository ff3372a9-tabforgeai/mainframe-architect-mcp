      *           runs past midnight). The date defaults to the       *
      *           machine date and can be overridden on SYSIN for     *
      *           reruns; BUS-NEXT-DATE is rolled forward past        *
      *           weekends and the bank holiday calendar. Its BATSTAT *
      *           completion stamp marks the start of the night - the *
      *           restart driver (RSTDRVR) counts a step's status as  *
      *           tonight's only when it is stamped after this one.   *
      * AUTHOR:   TABFORGE-AI                                         *
      * CALLS:    BATSTAT                                             *
      * COPYBOOKS: BUSDATE                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           05  WS-HOL-LOADED          PIC 9(3)  COMP VALUE ZERO.
           05  WS-HOL-MAX             PIC 9(3)  COMP VALUE 100.
           05  WS-HOL-IX              PIC 9(3)  COMP VALUE ZERO.
      *    Batch-status monitor hook (see BATSTAT) - the state letter
      *    and count passed on each status call.
           05  WS-BST-STATE           PIC X(1)  VALUE 'R'.
           05  WS-BST-COUNT           PIC 9(9)  COMP VALUE ZERO.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE        PIC X(08) OCCURS 100 TIMES.

       1000-INIT.
           ACCEPT WS-OVERRIDE-DATE FROM SYSIN
           MOVE 'R' TO WS-BST-STATE
           CALL 'BATSTAT' USING WS-PROGRAM-NAME
                                WS-BST-STATE
                                WS-BST-COUNT
           PERFORM 1100-LOAD-HOLIDAYS
           PERFORM 1200-READ-PRIOR-DATE
           PERFORM 2000-SET-BUSINESS-DATE
           END-IF.

       9000-END.
           MOVE 'C' TO WS-BST-STATE
           MOVE 1   TO WS-BST-COUNT
           CALL 'BATSTAT' USING WS-PROGRAM-NAME
                                WS-BST-STATE
                                WS-BST-COUNT
           DISPLAY 'BDATESET BUSINESS DATE: ' BUS-DATE
           DISPLAY 'BDATESET NEXT BANKING DAY: ' BUS-NEXT-DATE
           STOP RUN.
