      *   (exact match only), so                                      *
      *       geekfind DEPT=ENG PERL>=P++                             *
      *   answers "my people with P++ or better".  -s names a roster  *
      *   file other than geekcode.sig.  A category the employee has   *
      *   withheld (the WS-WITHHELD marker in the roster) never        *
      *   satisfies a selection.                                       *
      *                                                                *
      ******************************************************************
      ******************************************************************
       41200-TEST-CATEGORY.
           MOVE WS-EMP-CAT (WS-SUB, WS-SEL-CAT (WS-SUB-SEL))
               TO WS-RANK-CODE
      *    A category the employee has withheld never matches - not
      *    even a selection naming the marker itself - so a search
      *    cannot be used to find out who withheld what.
           IF WS-RANK-CODE = WS-WITHHELD
               MOVE "N" TO WS-EMP-MATCH-FLAG
           ELSE IF WS-SEL-OP (WS-SUB-SEL) = "EQ"
               IF WS-RANK-CODE NOT = WS-SEL-VALUE (WS-SUB-SEL)
                   MOVE "N" TO WS-EMP-MATCH-FLAG
               END-IF
