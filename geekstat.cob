      *   lines the way GEEKDECOD's 21000-DECODE-BLOCK does, and       *
      *   reports a distribution per category - a count of employees   *
      *   at each code value, a headcount total and a count of         *
      *   skipped/"--" entries, plus a "withheld" count for entries    *
      *   the employee has asked to keep out of published outputs      *
      *   (the WS-WITHHELD marker) - one page per signature line so    *
      *   the groupings match 26500-PRINT's.  The org-wide pages are   *
      *   followed by the same four pages per department, using the    *
      *   Department header lines GEEKUNLD writes, so a department     *
      *   head gets their own distribution without scissoring the     *
               10  WS-VAL-CNT          PIC 99.
               10  WS-SKIP-TALLY       PIC 9(5).
               10  WS-OTH-TALLY        PIC 9(5).
               10  WS-HELD-TALLY       PIC 9(5).
               10  WS-VAL-ENT          OCCURS 30 TIMES.
                   15  WS-VAL-CODE     PIC X(8).
                   15  WS-VAL-TALLY    PIC 9(5).
           END-PERFORM.

       41000-TALLY-ONE.
      *    A withheld category is counted as such, never as a value -
      *    the roster only carries the marker, not the answer.
           IF WS-CODE-WORK = SPACES OR "--"
               ADD 1 TO WS-SKIP-TALLY (WS-CAT)
           ELSE IF WS-CODE-WORK = WS-WITHHELD
               ADD 1 TO WS-HELD-TALLY (WS-CAT)
           ELSE
               MOVE ZEROES TO WS-FND
               PERFORM VARYING WS-VAL FROM 1 BY 1
           MOVE WS-SKIP-TALLY (WS-CAT) TO VAL-TALLY
           MOVE WS-VAL-LINE TO WS-RPT-LINE
           PERFORM 65000-WRITE-RPT
           IF WS-HELD-TALLY (WS-CAT) > ZEROES
               MOVE SPACES TO WS-VAL-LINE
               MOVE "withheld" TO VAL-CODE
               MOVE WS-HELD-TALLY (WS-CAT) TO VAL-TALLY
               MOVE WS-VAL-LINE TO WS-RPT-LINE
               PERFORM 65000-WRITE-RPT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 65000-WRITE-RPT.

