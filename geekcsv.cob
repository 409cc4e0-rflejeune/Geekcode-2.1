      *   is "|" - no category code and no roster name carries one,    *
      *   where a comma in a name would break a naive loader.  Meant   *
      *   to be run from GEEKNITE.JCL right after the GEEKUNLD         *
      *   unload so the feed always matches that night's roster.  A    *
      *   category the employee has asked to withhold carries the      *
      *   WS-WITHHELD marker ("##") in place of its code.              *
      *                                                                *
      ******************************************************************
      ******************************************************************
               WITH POINTER WS-L4-PTR
           END-UNSTRING
           MOVE MST-LINE4 (WS-L4-PTR:7) TO WS-CODE-SEX
           PERFORM 21500-MASK-WITHHELD

           MOVE SPACES          TO WS-CAT-CODE-TAB
           MOVE WS-TYPE         TO WS-CAT-CODE (1)
           MOVE WS-SEX-GENDER   TO WS-CAT-CODE (41)
           MOVE WS-SEX          TO WS-CAT-CODE (42).

       21500-MASK-WITHHELD.
      *    The feed is a published output - a category the employee
      *    has asked to withhold goes out as the WS-WITHHELD marker,
      *    exactly as GEEKUNLD's 24500-MASK-WITHHELD publishes it.
           IF MST-AGE-WITHHELD
               MOVE WS-WITHHELD TO WS-AGE
           END-IF
           IF MST-GENDER-WITHHELD
               MOVE WS-WITHHELD TO WS-SEX-GENDER
           END-IF
           IF MST-SEX-WITHHELD
               MOVE SPACE TO WS-SEX-PRE
               MOVE WS-WITHHELD TO WS-SEX
           END-IF
           IF MST-REL-WITHHELD
               MOVE WS-WITHHELD TO WS-REL
           END-IF
           IF MST-POL-WITHHELD
               MOVE WS-WITHHELD TO WS-POL
           END-IF.

       22000-WRITE-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
