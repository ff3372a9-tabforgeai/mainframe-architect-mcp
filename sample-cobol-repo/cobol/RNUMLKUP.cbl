      *----------------------------------------------------------------*
      * PROGRAM:  RNUMLKUP                                             *
      * PURPOSE:  Account renumber lookup - given one customer ID,     *
      *           walks the RNUMXREF cross-reference ACCTRNUM keeps    *
      *           (see RNUMDATA) back through every number it          *
      *           replaced and forward to the number that replaced     *
      *           it, and hands the whole chain back. PYMT001 uses it  *
      *           to return debits still arriving on a retired         *
      *           number; TRANRETR and STMTRPRT use it so history and  *
      *           archived statements are found under either number.   *
      *           Pulled into a subprogram, like SECGUARD, so the one  *
      *           chain rule is shared rather than copied.             *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: RNUMDATA                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RNUMLKUP.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNUMXREF ASSIGN TO UT-S-RNUMXREF
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS RNUMXREF-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  RNUMXREF
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  RNUMXREF-REC.
           05  RNUMXREF-KEY           PIC X(11).
           05  FILLER                 PIC X(49).

       WORKING-STORAGE SECTION.
       01  WS-RNUMLKUP-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'RNUMLKUP'.
           05  WS-WALK-ID             PIC X(10) VALUE SPACES.
           05  WS-WALK-ROLE           PIC X(01) VALUE SPACE.
           05  WS-HOP-FOUND           PIC X(01) VALUE 'N'.
               88  HOP-FOUND              VALUE 'Y'.
           05  WS-RETIRED             PIC X(01) VALUE 'N'.
               88  NUMBER-RETIRED         VALUE 'Y'.

       COPY RNUMDATA.

       LINKAGE SECTION.
       01  LK-CUSTOMER-ID             PIC X(10).
      *    RENUMBER-LOOKUP-AREA's layout (see RNUMDATA).
       01  LK-LOOKUP-AREA             PIC X(234).

       PROCEDURE DIVISION USING LK-CUSTOMER-ID
                                LK-LOOKUP-AREA.

       1000-INIT.
           INITIALIZE RENUMBER-LOOKUP-AREA
           MOVE 'N'            TO WS-RETIRED
           MOVE LK-CUSTOMER-ID TO RNL-CURRENT-ID
           MOVE 1              TO RNL-LINK-COUNT
           MOVE LK-CUSTOMER-ID TO RNL-LINK-ID(1)
           OPEN INPUT RNUMXREF
           PERFORM 2000-WALK-BACK
           PERFORM 3000-WALK-FORWARD
           CLOSE RNUMXREF
           EVALUATE TRUE
               WHEN NUMBER-RETIRED
                   MOVE 8 TO RNL-RC
               WHEN RNL-LINK-COUNT > 1
                   MOVE 4 TO RNL-RC
               WHEN OTHER
                   MOVE ZERO TO RNL-RC
           END-EVALUATE
           MOVE RENUMBER-LOOKUP-AREA TO LK-LOOKUP-AREA
           GOBACK.

       2000-WALK-BACK.
      *    Each 'N' record names the number this one replaced. The
      *    ten-entry table also stops a damaged chain that loops.
           MOVE LK-CUSTOMER-ID TO WS-WALK-ID
           MOVE 'N'            TO WS-WALK-ROLE
           MOVE 'Y'            TO WS-HOP-FOUND
           PERFORM 4000-READ-HOP
               UNTIL NOT HOP-FOUND OR RNL-LINK-COUNT >= 10.

       3000-WALK-FORWARD.
      *    Each 'O' record names the number that replaced this one;
      *    the last number reached is the one live today.
           MOVE LK-CUSTOMER-ID TO WS-WALK-ID
           MOVE 'O'            TO WS-WALK-ROLE
           MOVE 'Y'            TO WS-HOP-FOUND
           PERFORM 4000-READ-HOP
               UNTIL NOT HOP-FOUND OR RNL-LINK-COUNT >= 10.

       4000-READ-HOP.
           MOVE WS-WALK-ID   TO RNX-CUSTOMER-ID
           MOVE WS-WALK-ROLE TO RNX-ROLE
           MOVE RNX-KEY      TO RNUMXREF-KEY
           READ RNUMXREF INTO ACCOUNT-RENUMBER-RECORD
               KEY IS RNUMXREF-KEY
               INVALID KEY
                   MOVE 'N' TO WS-HOP-FOUND
               NOT INVALID KEY
                   PERFORM 4100-ADD-PARTNER
           END-READ.

       4100-ADD-PARTNER.
           IF RNX-CUSTOMER-ID = LK-CUSTOMER-ID
               MOVE RNX-ACCOUNT-NUMBER TO RNL-LINK-ACCOUNT(1)
           END-IF
           IF RNX-RETIRED
               MOVE 'Y'            TO WS-RETIRED
               MOVE RNX-PARTNER-ID TO RNL-CURRENT-ID
           END-IF
           ADD 1 TO RNL-LINK-COUNT
           MOVE RNX-PARTNER-ID      TO RNL-LINK-ID(RNL-LINK-COUNT)
           MOVE RNX-PARTNER-ACCOUNT TO RNL-LINK-ACCOUNT(RNL-LINK-COUNT)
           MOVE RNX-PARTNER-ID      TO WS-WALK-ID.
