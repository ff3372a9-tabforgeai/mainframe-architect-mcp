      *----------------------------------------------------------------*
      * PROGRAM:  LTXLKUP                                              *
      * PURPOSE:  Correspondence text lookup - hands a producing       *
      *           program one line of letter or statement text from    *
      *           the PARMS.LTRTEXT library (see LTXDATA) in the       *
      *           customer's language, with the caller's values put    *
      *           in place of &1 through &6. The library is read once, *
      *           on the first call, into a table with a directory of  *
      *           where each letter type and language starts. A        *
      *           letter with no text in the language asked for comes  *
      *           back in English (RC 4) rather than not at all.       *
      *           Pulled into a subprogram, like RNUMLKUP, so every    *
      *           producer renders from the one library the one way.   *
      * AUTHOR:   TABFORGE-AI                                          *
      * CALLS:    (none)                                               *
      * COPYBOOKS: LTXDATA                                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LTXLKUP.
       AUTHOR.         TABFORGE-AI.
       DATE-WRITTEN.   2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTRTEXT  ASSIGN TO UT-S-LTRTEXT
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LTRTEXT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LTRTEXT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LTXLKUP-FIELDS.
           05  WS-PROGRAM-NAME        PIC X(8)  VALUE 'LTXLKUP'.
           05  WS-LOADED-FLAG         PIC X(1)  VALUE 'N'.
               88  LIBRARY-LOADED         VALUE 'Y'.
           05  WS-EOF-LTRTEXT         PIC X(1)  VALUE 'N'.
               88  EOF-LTRTEXT            VALUE 'Y'.
           05  WS-LTX-LOADED          PIC 9(4)  COMP VALUE ZERO.
           05  WS-LTX-MAX             PIC 9(4)  COMP VALUE 2000.
           05  WS-DIR-LOADED          PIC 9(3)  COMP VALUE ZERO.
           05  WS-DIR-MAX             PIC 9(3)  COMP VALUE 200.
           05  WS-DIR-IX              PIC 9(3)  COMP VALUE ZERO.
           05  WS-DIR-FOUND-IX        PIC 9(3)  COMP VALUE ZERO.
           05  WS-FIND-TYPE           PIC X(03) VALUE SPACES.
           05  WS-FIND-LANGUAGE       PIC X(01) VALUE SPACE.
           05  WS-SKIPPED-COUNT       PIC 9(4)  COMP VALUE ZERO.
           05  WS-TEXT-IX             PIC 9(4)  COMP VALUE ZERO.
           05  WS-IN-POS              PIC 9(3)  COMP VALUE ZERO.
           05  WS-OUT-POS             PIC 9(3)  COMP VALUE ZERO.
           05  WS-VAL-IX              PIC 9(1)  VALUE ZERO.
           05  WS-VAL-LEN             PIC 9(2)  COMP VALUE ZERO.
           05  WS-TEMPLATE            PIC X(72) VALUE SPACES.

      *    Every library line, in library order.
       01  WS-LTX-TABLE.
           05  WS-LTX-ENTRY OCCURS 2000 TIMES.
               10  WS-LTX-TEXT        PIC X(72).

      *    One entry per letter type and language: the table entry
      *    holding its line 001 and how many lines it has.
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS 200 TIMES.
               10  WS-DIR-TYPE        PIC X(03).
               10  WS-DIR-LANGUAGE    PIC X(01).
               10  WS-DIR-FIRST       PIC 9(4)  COMP.
               10  WS-DIR-LINES       PIC 9(3)  COMP.

       COPY LTXDATA.

       LINKAGE SECTION.
      *    LETTER-TEXT-REQUEST's layout (see LTXDATA).
       01  LK-REQUEST-AREA            PIC X(575).

       PROCEDURE DIVISION USING LK-REQUEST-AREA.

       1000-INIT.
           IF NOT LIBRARY-LOADED
               PERFORM 1100-LOAD-LIBRARY
           END-IF
           MOVE LK-REQUEST-AREA TO LETTER-TEXT-REQUEST
           MOVE SPACES TO LTQ-TEXT
           MOVE SPACE  TO LTQ-LANGUAGE-USED
           PERFORM 2000-FIND-LINE
           IF LTQ-RC < 8
               PERFORM 3000-RENDER-LINE
           END-IF
           MOVE LETTER-TEXT-REQUEST TO LK-REQUEST-AREA
           GOBACK.

       1100-LOAD-LIBRARY.
           MOVE 'Y' TO WS-LOADED-FLAG
           OPEN INPUT LTRTEXT
           PERFORM UNTIL EOF-LTRTEXT
               READ LTRTEXT INTO LETTER-TEXT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-LTRTEXT
               END-READ
               IF NOT EOF-LTRTEXT
                       AND LTRTEXT-REC(1:1) NOT = '*'
                       AND LTRTEXT-REC NOT = SPACES
                   PERFORM 1150-ADD-LIBRARY-LINE
               END-IF
           END-PERFORM
           CLOSE LTRTEXT
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY 'LTXLKUP LIBRARY LINES SKIPPED: '
                       WS-SKIPPED-COUNT
           END-IF.

       1150-ADD-LIBRARY-LINE.
      *    A line opens a new directory entry when its type or
      *    language changes; within an entry the lines must run 001
      *    up without a gap, since a lookup goes straight to the line
      *    by its number. Anything out of sequence, and anything past
      *    a full table, is skipped and shown on the job log.
           IF WS-DIR-LOADED = ZERO
                   OR LTX-LETTER-TYPE NOT = WS-DIR-TYPE(WS-DIR-LOADED)
                   OR LTX-LANGUAGE NOT = WS-DIR-LANGUAGE(WS-DIR-LOADED)
               IF WS-DIR-LOADED >= WS-DIR-MAX
                       OR WS-LTX-LOADED >= WS-LTX-MAX
                       OR LTX-LINE-NO NOT = 1
                   DISPLAY 'LTXLKUP LINE SKIPPED - ' LTX-KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   ADD 1 TO WS-DIR-LOADED
                   MOVE LTX-LETTER-TYPE TO WS-DIR-TYPE(WS-DIR-LOADED)
                   MOVE LTX-LANGUAGE
                       TO WS-DIR-LANGUAGE(WS-DIR-LOADED)
                   COMPUTE WS-DIR-FIRST(WS-DIR-LOADED) =
                       WS-LTX-LOADED + 1
                   MOVE ZERO TO WS-DIR-LINES(WS-DIR-LOADED)
                   PERFORM 1160-STORE-LINE
               END-IF
           ELSE
               IF WS-LTX-LOADED >= WS-LTX-MAX
                       OR LTX-LINE-NO NOT =
                           WS-DIR-LINES(WS-DIR-LOADED) + 1
                   DISPLAY 'LTXLKUP LINE SKIPPED - ' LTX-KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 1160-STORE-LINE
               END-IF
           END-IF.

       1160-STORE-LINE.
           ADD 1 TO WS-LTX-LOADED
           MOVE LTX-TEXT TO WS-LTX-TEXT(WS-LTX-LOADED)
           ADD 1 TO WS-DIR-LINES(WS-DIR-LOADED).

       2000-FIND-LINE.
      *    A blank language is the English default, as on PRIVOPT.
           IF LTQ-LANGUAGE = SPACE OR LTQ-LANGUAGE = LOW-VALUE
               MOVE 'E' TO LTQ-LANGUAGE
           END-IF
           MOVE LTQ-LETTER-TYPE TO WS-FIND-TYPE
           MOVE LTQ-LANGUAGE    TO WS-FIND-LANGUAGE
           PERFORM 2100-FIND-DIRECTORY
           MOVE ZERO TO LTQ-RC
           IF WS-DIR-FOUND-IX = ZERO AND LTQ-LANGUAGE NOT = 'E'
               MOVE 'E' TO WS-FIND-LANGUAGE
               PERFORM 2100-FIND-DIRECTORY
               MOVE 4 TO LTQ-RC
           END-IF
           IF WS-DIR-FOUND-IX = ZERO
               MOVE 8 TO LTQ-RC
           ELSE
      *        Past the end of a letter still says which language it
      *        went out in, for the caller's archive index.
               MOVE WS-FIND-LANGUAGE TO LTQ-LANGUAGE-USED
               IF LTQ-LINE-NO < 1
                       OR LTQ-LINE-NO > WS-DIR-LINES(WS-DIR-FOUND-IX)
                   MOVE 8 TO LTQ-RC
               ELSE
                   COMPUTE WS-TEXT-IX =
                       WS-DIR-FIRST(WS-DIR-FOUND-IX) + LTQ-LINE-NO - 1
                   MOVE WS-LTX-TEXT(WS-TEXT-IX) TO WS-TEMPLATE
               END-IF
           END-IF.

       2100-FIND-DIRECTORY.
           MOVE ZERO TO WS-DIR-FOUND-IX
           PERFORM VARYING WS-DIR-IX FROM 1 BY 1
                   UNTIL WS-DIR-IX > WS-DIR-LOADED
                   OR WS-DIR-FOUND-IX > ZERO
               IF WS-DIR-TYPE(WS-DIR-IX) = WS-FIND-TYPE
                       AND WS-DIR-LANGUAGE(WS-DIR-IX) = WS-FIND-LANGUAGE
                   MOVE WS-DIR-IX TO WS-DIR-FOUND-IX
               END-IF
           END-PERFORM.

       3000-RENDER-LINE.
      *    Copies the template across, putting the caller's value in
      *    place of each &1-&6 without its trailing spaces. A line
      *    that outgrows the print line is cut at 133.
           MOVE 1 TO WS-IN-POS
           MOVE 1 TO WS-OUT-POS
           PERFORM UNTIL WS-IN-POS > 72 OR WS-OUT-POS > 133
               IF WS-TEMPLATE(WS-IN-POS:1) = '&'
                       AND WS-IN-POS < 72
                       AND WS-TEMPLATE(WS-IN-POS + 1:1) >= '1'
                       AND WS-TEMPLATE(WS-IN-POS + 1:1) <= '6'
                   MOVE WS-TEMPLATE(WS-IN-POS + 1:1) TO WS-VAL-IX
                   PERFORM 3100-INSERT-VALUE
                   ADD 2 TO WS-IN-POS
               ELSE
                   MOVE WS-TEMPLATE(WS-IN-POS:1)
                       TO LTQ-TEXT(WS-OUT-POS:1)
                   ADD 1 TO WS-IN-POS
                   ADD 1 TO WS-OUT-POS
               END-IF
           END-PERFORM.

       3100-INSERT-VALUE.
           PERFORM VARYING WS-VAL-LEN FROM 72 BY -1
                   UNTIL WS-VAL-LEN < 1
                   OR LTQ-VALUE(WS-VAL-IX)(WS-VAL-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-VAL-LEN > 134 - WS-OUT-POS
               COMPUTE WS-VAL-LEN = 134 - WS-OUT-POS
           END-IF
           IF WS-VAL-LEN > ZERO
               MOVE LTQ-VALUE(WS-VAL-IX)(1:WS-VAL-LEN)
                   TO LTQ-TEXT(WS-OUT-POS:WS-VAL-LEN)
               ADD WS-VAL-LEN TO WS-OUT-POS
           END-IF.
