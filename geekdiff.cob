      *   history file geekhist.dat (one record per employee, per      *
      *   category, per change, with the run date and the old and new  *
      *   codes) so the changes survive past the next morning's        *
      *   report - GEEKTRND reports trends over that history.  A       *
      *   category withheld on either night (the WS-WITHHELD marker)   *
      *   is neither reported nor written to the history.  The         *
      *   org-wide report is followed by the same sections again for   *
      *   each department (taken from the roster's Department: header  *
      *   lines - a dropped employee under the prior night's           *
      *   department), each under its own heading, the way GEEKSTAT    *
      *   repeats its pages, so GEEKBRST can burst the report to the   *
      *   department heads.  Meant to be run from GEEKNITE.JCL after   *
      *   the roster refresh.                                          *
      *                                                                *
      ******************************************************************
      ******************************************************************

       77  WS-CUR-ID                   PIC X(10)     VALUE SPACES.
       77  WS-CUR-NAME                 PIC X(30)     VALUE SPACES.
       77  WS-CUR-DEPT                 PIC X(4)      VALUE SPACES.
       77  WS-HDR-REST                 PIC X(70)     VALUE SPACES.
       77  WS-HDR-PTR                  PIC 9(3)      VALUE ZEROES.
       77  WS-HDR-LEN                  PIC 9(3)      VALUE ZEROES.
       01  WS-CUR-ENT.
           05  WS-CUR-ENT-ID           PIC X(10).
           05  WS-CUR-ENT-NAME         PIC X(30).
           05  WS-CUR-ENT-DEPT         PIC X(4).
           05  WS-CUR-CAT              PIC X(8)      OCCURS 42 TIMES.

      *    Sized well past the post-acquisition headcount; running
           05  WS-OLD-ENT              OCCURS 9999 TIMES.
               10  WS-OLD-ID           PIC X(10).
               10  WS-OLD-NAME         PIC X(30).
               10  WS-OLD-DEPT         PIC X(4).
               10  WS-OLD-CAT          PIC X(8)      OCCURS 42 TIMES.

       01  WS-NEW-TAB.
           05  WS-NEW-ENT              OCCURS 9999 TIMES.
               10  WS-NEW-ID           PIC X(10).
               10  WS-NEW-NAME         PIC X(30).
               10  WS-NEW-DEPT         PIC X(4).
               10  WS-NEW-CAT          PIC X(8)      OCCURS 42 TIMES.

       01  WS-OLD-SEEN-TAB.
       77  WS-HIST-STATUS              PIC XX        VALUE SPACES.
       77  WS-HIST-CNT                 PIC 9(5)      VALUE ZEROES.

      *    Department codes off both nights' rosters, insert-sorted
      *    so the department sections print alphabetically; an
      *    employee with no department appears in the org-wide
      *    sections only.
       01  WS-DEPT-TAB.
           05  WS-DEPT-CODE            PIC X(4)      OCCURS 100 TIMES.
       77  WS-DEPT-CNT                 PIC 999       VALUE ZEROES.
       77  WS-DEPT-SUB                 PIC 999       VALUE ZEROES.
       77  WS-DEPT-FND                 PIC 999       VALUE ZEROES.
       77  WS-DEPT-SHIFT               PIC 999       VALUE ZEROES.
       77  WS-DEPT-NEXT                PIC X(4)      VALUE SPACES.
      *    Spaces for the org-wide pass; the history is written and
      *    the run totals kept on that pass only.
       77  WS-DEPT-FILTER              PIC X(4)      VALUE SPACES.
       77  WS-SCOPE-TAG                PIC X(20)     VALUE "ORG-WIDE".
       77  WS-ORG-CHG-CNT              PIC 9(5)      VALUE ZEROES.
       77  WS-ORG-ADD-CNT              PIC 9(5)      VALUE ZEROES.
       77  WS-ORG-DROP-CNT             PIC 9(5)      VALUE ZEROES.

       77  WS-RPT-LINE                 PIC X(132)    VALUE SPACES.
       01  WS-CHG-LINE.
           05  CHG-ID                  PIC X(10).
           MOVE SPACES TO WS-OLD-SEEN-TAB
           MOVE "O" TO WS-SIDE
           MOVE "N" TO WS-SIG-EOF-FLAG
           MOVE SPACES TO WS-CUR-ID WS-CUR-NAME WS-CUR-DEPT
           PERFORM 21000-LOAD-ONE-ROSTER UNTIL WS-SIG-EOF
           MOVE "N" TO WS-SIDE
           MOVE "N" TO WS-SIG-EOF-FLAG
           MOVE SPACES TO WS-CUR-ID WS-CUR-NAME WS-CUR-DEPT
           PERFORM 21000-LOAD-ONE-ROSTER UNTIL WS-SIG-EOF.

       21000-LOAD-ONE-ROSTER.
           IF NOT WS-SIG-EOF
               IF WS-SIG-REC (1:10) = "Employee: "
                   PERFORM 23000-PARSE-EMP-HEADER
               ELSE IF WS-SIG-REC (1:12) = "Department: "
                   MOVE WS-SIG-REC (13:4) TO WS-CUR-DEPT
               ELSE IF WS-SIG-REC (1:10) = "-----BEGIN"
                   PERFORM 24000-PARSE-BLOCK
                   IF WS-BLOCK-OK
                       PERFORM 25000-STORE-BLOCK
                   END-IF
               END-IF
               END-IF
           END-IF.

       22000-READ-SIG.
           END-IF.

       23000-PARSE-EMP-HEADER.
           MOVE SPACES TO WS-CUR-ID WS-CUR-NAME WS-CUR-DEPT
           MOVE WS-SIG-REC (11:70) TO WS-HDR-REST
           MOVE 1 TO WS-HDR-PTR
           UNSTRING WS-HDR-REST DELIMITED BY ALL SPACE
           MOVE SPACES          TO WS-CUR-ENT
           MOVE WS-CUR-ID       TO WS-CUR-ENT-ID
           MOVE WS-CUR-NAME     TO WS-CUR-ENT-NAME
           MOVE WS-CUR-DEPT     TO WS-CUR-ENT-DEPT
           MOVE WS-TYPE         TO WS-CUR-CAT (1)
           MOVE WS-DRESS        TO WS-CUR-CAT (2)
           MOVE WS-HAIR         TO WS-CUR-CAT (3)
           END-IF.

       40000-COMPARE.
           PERFORM 40100-COMPARE-SCOPE
           DISPLAY "geekdiff: " WS-CHG-CNT " changes, "
               WS-ADD-CNT " added, " WS-DROP-CNT " dropped."
           END-DISPLAY
           MOVE WS-CHG-CNT  TO WS-ORG-CHG-CNT
           MOVE WS-ADD-CNT  TO WS-ORG-ADD-CNT
           MOVE WS-DROP-CNT TO WS-ORG-DROP-CNT
           PERFORM 47000-NOTE-DEPARTMENTS
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-CNT
               PERFORM 48000-DEPT-PASS
           END-PERFORM
           MOVE WS-ORG-CHG-CNT  TO WS-CHG-CNT
           MOVE WS-ORG-ADD-CNT  TO WS-ADD-CNT
           MOVE WS-ORG-DROP-CNT TO WS-DROP-CNT.

       40100-COMPARE-SCOPE.
           MOVE ZEROES TO WS-CHG-CNT WS-ADD-CNT WS-DROP-CNT
           PERFORM 51000-WRITE-HEADING
           MOVE SPACES TO WS-RPT-LINE
           MOVE "CATEGORY CHANGES" TO WS-RPT-LINE
           PERFORM 50000-WRITE-RPT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NEW-CNT
               IF WS-DEPT-FILTER = SPACES
                   OR WS-NEW-DEPT (WS-SUB) = WS-DEPT-FILTER
                   PERFORM 41000-COMPARE-EMPLOYEE
               END-IF
           END-PERFORM
           IF WS-CHG-CNT = ZEROES
               MOVE "  (no category changes)" TO WS-RPT-LINE
           END-PERFORM
           IF WS-FND > ZEROES
               MOVE "Y" TO WS-OLD-SEEN (WS-FND)
      *        A withheld category on either night is not compared: a
      *        change to or from the marker would print (and keep in
      *        the history) the very value the employee withheld.
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
                   IF WS-NEW-CAT (WS-SUB, WS-CAT) NOT =
                           WS-OLD-CAT (WS-FND, WS-CAT)
                       AND WS-NEW-CAT (WS-SUB, WS-CAT) NOT = WS-WITHHELD
                       AND WS-OLD-CAT (WS-FND, WS-CAT) NOT = WS-WITHHELD
                       PERFORM 42000-REPORT-CHANGE
                   END-IF
               END-PERFORM
           MOVE WS-CHG-LINE TO WS-RPT-LINE
           PERFORM 50000-WRITE-RPT
           ADD 1 TO WS-CHG-CNT
           IF WS-DEPT-FILTER = SPACES
               PERFORM 43000-WRITE-HISTORY
           END-IF.

       43000-WRITE-HISTORY.
      *    One keyed record per employee, per category, per change -
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-NEW-CNT
                   IF WS-DEPT-FILTER = SPACES
                       OR WS-NEW-DEPT (WS-SUB) = WS-DEPT-FILTER
                       PERFORM 44100-ADDED-ONE
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-OLD-CNT
               IF WS-OLD-SEEN (WS-ROW) NOT = "Y"
                   AND (WS-DEPT-FILTER = SPACES
                        OR WS-OLD-DEPT (WS-ROW) = WS-DEPT-FILTER)
                   ADD 1 TO WS-DROP-CNT
                   MOVE SPACES              TO WS-EMP-LINE
                   MOVE WS-OLD-ID (WS-ROW)  TO EMP-ID
                  " dropped."                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 50000-WRITE-RPT.

       47000-NOTE-DEPARTMENTS.
      *    Tonight's departments plus any a dropped employee was in
      *    the prior night, so every dropped line has a section.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NEW-CNT
               MOVE WS-NEW-DEPT (WS-SUB) TO WS-DEPT-NEXT
               PERFORM 47100-NOTE-ONE-DEPT
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OLD-CNT
               IF WS-OLD-SEEN (WS-SUB) NOT = "Y"
                   MOVE WS-OLD-DEPT (WS-SUB) TO WS-DEPT-NEXT
                   PERFORM 47100-NOTE-ONE-DEPT
               END-IF
           END-PERFORM.

       47100-NOTE-ONE-DEPT.
           IF WS-DEPT-NEXT NOT = SPACES
               MOVE ZEROES TO WS-DEPT-FND
               PERFORM VARYING WS-ROW FROM 1 BY 1
                       UNTIL WS-ROW > WS-DEPT-CNT
                   IF WS-DEPT-CODE (WS-ROW) = WS-DEPT-NEXT
                       MOVE WS-ROW TO WS-DEPT-FND
                       MOVE WS-DEPT-CNT TO WS-ROW
                   END-IF
               END-PERFORM
               IF WS-DEPT-FND = ZEROES
                   IF WS-DEPT-CNT >= 100
                       DISPLAY "geekdiff: more than 100 departments "
                           "on the rosters - run stopped."
                       END-DISPLAY
                       MOVE 12 TO RETURN-CODE
                       PERFORM 94000-TERMINATE
                   END-IF
                   MOVE WS-DEPT-CNT TO WS-DEPT-FND
                   ADD 1 TO WS-DEPT-FND
                   PERFORM VARYING WS-ROW FROM 1 BY 1
                           UNTIL WS-ROW > WS-DEPT-CNT
                       IF WS-DEPT-CODE (WS-ROW) > WS-DEPT-NEXT
                           AND WS-ROW < WS-DEPT-FND
                           MOVE WS-ROW TO WS-DEPT-FND
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-DEPT-SHIFT FROM WS-DEPT-CNT
                           BY -1 UNTIL WS-DEPT-SHIFT < WS-DEPT-FND
                       MOVE WS-DEPT-CODE (WS-DEPT-SHIFT)
                           TO WS-DEPT-CODE (WS-DEPT-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-DEPT-CNT
                   MOVE WS-DEPT-NEXT TO WS-DEPT-CODE (WS-DEPT-FND)
               END-IF
           END-IF.

       48000-DEPT-PASS.
           MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-DEPT-FILTER
           MOVE SPACES TO WS-SCOPE-TAG
           STRING "DEPARTMENT "                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEPT-FILTER) DELIMITED BY SIZE
           INTO WS-SCOPE-TAG
           END-STRING
           PERFORM 40100-COMPARE-SCOPE.

       50000-WRITE-RPT.
           WRITE RPT-REC FROM WS-RPT-LINE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 50000-WRITE-RPT
           MOVE WS-SCOPE-TAG TO WS-RPT-LINE
           PERFORM 50000-WRITE-RPT
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM 50000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
