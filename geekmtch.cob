       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKMTCH.
      ******************************************************************
      *                                                                *
      *AUTHOR. RANDY LEJEUNE.                                          *
      *DATE-WRITTEN.  15  OCT 2026.                                    *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   This program is free software; you can redistribute it       *
      *   and/or modify it under the terms of the GNU General Public   *
      *   License as published by the Free Software Foundation; either *
      *   version 2 of the License, or at your option) any later       *
      *   version.                                                     *
      *                                                                *
      *   This program is distributed in the hope that it will be      *
      *   useful, but WITHOUT ANY WARRANTY; without even the implied   *
      *   warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR      *
      *   PURPOSE.  See the GNU General Public License for more        *
      *   details.                                                     *
      *                                                                *
      *   You should have received a copy of the GNU General Public    *
      *   License along with this program; if not, write to the Free   *
      *   Software Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139,*
      *                                                                *
      *   Mentor and buddy matching: reads the keyed roster master     *
      *   geekcode.mst and, for each target employee, ranks the        *
      *   closest other employees by profile.  Targets are named with  *
      *   EMP=id (up to four), or NEW takes every employee in the      *
      *   "EMPLOYEES ADDED SINCE PRIOR NIGHT" section of tonight's     *
      *   GEEKDIFF report (NEW=file names a report other than          *
      *   geekdiff.rpt - a department's burst copy from GEEKBRST       *
      *   takes just that department's new starters):                  *
      *       geekmtch EMP=E0000123 TOP=3                              *
      *       geekmtch NEW DEPT=SAME                                   *
      *       geekmtch EMP=E0000123 DEPT=OTHER -c mentor.ctl           *
      *   The score is built category by category.  An identical code  *
      *   agrees and earns 4 points; codes on the same scale (the      *
      *   same letters once the plus and minus signs are set aside)    *
      *   are graded the way GEEKFIND's 45000-GRADE-CODE grades them   *
      *   and earn 2 points one grade apart and 1 point two grades     *
      *   apart; anything else differs and earns nothing.  A category  *
      *   either employee skipped ("--") or withheld (MST-PRIVACY) is  *
      *   not compared.  Each                                          *
      *   category's points are multiplied by its weight, 1 unless     *
      *   the control file (-c, default geekmtch.ctl, optional) says   *
      *   otherwise - one "NAME n" line per category, n from 0 (the    *
      *   category is ignored) to 9, names as in geekcats.cpy.         *
      *   TOP=n sets how many matches are listed (default 5, at most   *
      *   20); DEPT=SAME keeps candidates to the target's department   *
      *   and DEPT=OTHER excludes it.  The report (-o, default         *
      *   geekmtch.rpt) shows each match's score and the categories    *
      *   where the two agree and differ.  Return code 4 when a named  *
      *   target is not on the master, 8 when the arguments, the       *
      *   control file or the master stop the run.                     *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           SOURCE-COMPUTER. IBM-386.
           OBJECT-COMPUTER. IBM-386.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT GEEK-MASTER          ASSIGN TO "geekcode.mst"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS SEQUENTIAL
                                       RECORD KEY IS MST-EMP-ID
                                       FILE STATUS IS WS-MASTER-STATUS.
           SELECT DIFF-REPORT          ASSIGN TO DYNAMIC WS-DIFF-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-DIFF-STATUS.
           SELECT WEIGHT-FILE          ASSIGN TO DYNAMIC WS-WEIGHT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-WEIGHT-STATUS.
           SELECT MATCH-REPORT         ASSIGN TO DYNAMIC WS-RPT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.

       FD  GEEK-MASTER.

           COPY "geekmast.cpy".

       FD  DIFF-REPORT.
       01  DIFF-REC                    PIC X(132).

       FD  WEIGHT-FILE.
       01  WEIGHT-REC                  PIC X(80).

       FD  MATCH-REPORT.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.

           COPY "geekcode.cpy".

           COPY "geekcats.cpy".

       77  WS-MASTER-STATUS            PIC XX        VALUE SPACES.
       77  WS-DIFF-FILE                PIC X(40)     VALUE SPACES.
       77  WS-DIFF-STATUS              PIC XX        VALUE SPACES.
       77  WS-WEIGHT-FILE              PIC X(40)     VALUE SPACES.
       77  WS-WEIGHT-STATUS            PIC XX        VALUE SPACES.
       77  WS-RPT-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       01  WS-CL-TOKENS.
           05  WS-CL-TOK               PIC X(40)     VALUE SPACES
                                        OCCURS 10 TIMES.
       77  WS-CL-IDX                   PIC 99        VALUE ZEROES.
       77  WS-CL-SKIP                  PIC 9         VALUE ZEROES.
       77  WS-TERM-NAME                PIC X(8)      VALUE SPACES.
       77  WS-TERM-VALUE               PIC X(30)     VALUE SPACES.

       01 WS-MASTER-EOF-FLAG           PIC X         VALUE "N".
          88  WS-MASTER-EOF                          VALUE "Y".
       01 WS-DIFF-EOF-FLAG             PIC X         VALUE "N".
          88  WS-DIFF-EOF                            VALUE "Y".
       01 WS-WEIGHT-EOF-FLAG           PIC X         VALUE "N".
          88  WS-WEIGHT-EOF                          VALUE "Y".
       01 WS-IN-ADDED-FLAG             PIC X         VALUE "N".
          88  WS-IN-ADDED                            VALUE "Y".
       01 WS-NEW-MODE-FLAG             PIC X         VALUE "N".
          88  WS-NEW-MODE                            VALUE "Y".

       77  WS-UNIX-TOK                 PIC X(6)      VALUE SPACES.
       77  WS-L4-PTR                   PIC 9(3)      VALUE ZEROES.
       77  WS-DIFF-LINE                PIC X(132)    VALUE SPACES.

      *    The category codes in geekcats.cpy entry order, filled by
      *    21000-PARSE-MASTER the way GEEKCSV splits the lines.
       01  WS-CAT-CODE-TAB.
           05  WS-CAT-CODE             PIC X(8)      OCCURS 42 TIMES.

      *    The whole master, one entry per employee - candidates are
      *    every other employee on it.  Sized like the other roster
      *    tables; running out is a hard stop.
       01  WS-EMP-TAB.
           05  WS-EMP-ENT              OCCURS 9999 TIMES.
               10  WS-EMP-ID           PIC X(10).
               10  WS-EMP-NAME         PIC X(30).
               10  WS-EMP-DEPT         PIC X(4).
               10  WS-EMP-CAT          PIC X(8)      OCCURS 42 TIMES.
               10  WS-EMP-SCORE        PIC 9(4).
               10  WS-EMP-TAKEN        PIC X.
       77  WS-EMP-CNT                  PIC 9(4)      VALUE ZEROES.

      *    The targets - the EMP= terms, or the ids read off the
      *    GEEKDIFF added section.
       01  WS-TGT-TAB.
           05  WS-TGT-ID               PIC X(10)     OCCURS 9999 TIMES.
       77  WS-TGT-CNT                  PIC 9(4)      VALUE ZEROES.
       77  WS-TGT-SUB                  PIC 9(4)      VALUE ZEROES.
       77  WS-TGT                      PIC 9(4)      VALUE ZEROES.
       77  WS-MISS-CNT                 PIC 9(4)      VALUE ZEROES.
       77  WS-DONE-CNT                 PIC 9(4)      VALUE ZEROES.

      *    Per-category weights off the control file, 1 by default.
       01  WS-WEIGHT-TAB.
           05  WS-CAT-WEIGHT           PIC 9         OCCURS 42 TIMES.
       77  WS-CFG-NAME                 PIC X(8)      VALUE SPACES.
       77  WS-CFG-VALUE                PIC X(8)      VALUE SPACES.
       77  WS-WEIGHT-SRC               PIC X(40)     VALUE SPACES.

       77  WS-TOP-N                    PIC 99        VALUE 5.
       77  WS-DEPT-OPT                 PIC X(5)      VALUE SPACES.
       77  WS-SUB                      PIC 9(4)      VALUE ZEROES.
       77  WS-ROW                      PIC 9(4)      VALUE ZEROES.
       77  WS-BEST                     PIC 9(4)      VALUE ZEROES.
       77  WS-PLACE                    PIC 99        VALUE ZEROES.
       77  WS-CAT                      PIC 99        VALUE ZEROES.
       77  WS-CHR                      PIC 9         VALUE ZEROES.
       77  WS-STEM-PTR                 PIC 9         VALUE ZEROES.
       77  WS-MAX-SCORE                PIC 9(4)      VALUE ZEROES.
       77  WS-PCT                      PIC 9(3)      VALUE ZEROES.
       77  WS-CAT-POINTS               PIC 9         VALUE ZEROES.
       77  WS-GRADE-GAP                PIC S99       VALUE ZEROES.
       77  WS-TGT-RANK                 PIC S99       VALUE ZEROES.
       77  WS-TGT-CODE                 PIC X(8)      VALUE SPACES.
       77  WS-CAN-CODE                 PIC X(8)      VALUE SPACES.
       77  WS-TGT-STEM                 PIC X(8)      VALUE SPACES.
       77  WS-CAN-STEM                 PIC X(8)      VALUE SPACES.
       77  WS-STEM-CODE                PIC X(8)      VALUE SPACES.
       77  WS-STEM                     PIC X(8)      VALUE SPACES.

       77  WS-RANK-CODE                PIC X(8)      VALUE SPACES.
       77  WS-RANK-PLUS                PIC 99        VALUE ZEROES.
       77  WS-RANK-MINUS               PIC 99        VALUE ZEROES.
       77  WS-RANK                     PIC S99       VALUE ZEROES.
       77  WS-ODD-CNT                  PIC 99        VALUE ZEROES.

       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-RPT-LINE                 PIC X(132)    VALUE SPACES.
       77  WS-RPT-PTR                  PIC 9(3)      VALUE ZEROES.
       77  WS-TOKEN                    PIC X(24)     VALUE SPACES.
       77  WS-LIST-LEAD                PIC X(18)     VALUE SPACES.

       01  WS-MATCH-LINE.
           05  FILLER                  PIC X(7)      VALUE "  RANK ".
           05  ML-PLACE                PIC Z9.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  ML-ID                   PIC X(10).
           05  FILLER                  PIC X         VALUE SPACE.
           05  ML-NAME                 PIC X(30).
           05  FILLER                  PIC X(6)      VALUE " DEPT ".
           05  ML-DEPT                 PIC X(4).
           05  FILLER                  PIC X(8)      VALUE "  SCORE ".
           05  ML-SCORE                PIC ZZZ9.
           05  FILLER                  PIC X(4)      VALUE " OF ".
           05  ML-MAX                  PIC ZZZ9.
           05  FILLER                  PIC XX        VALUE " (".
           05  ML-PCT                  PIC ZZ9.
           05  FILLER                  PIC XX        VALUE "%)".
           05  FILLER                  PIC X(43)     VALUE SPACES.

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 20000-LOAD-MASTER UNTIL WS-MASTER-EOF
           IF WS-NEW-MODE
               PERFORM 15000-LOAD-NEW-HIRES
           END-IF
           PERFORM 40000-MATCH-TARGETS
           PERFORM 30000-CLEANUP.

       10000-SETUP.
           MOVE "geekmtch.rpt" TO WS-RPT-FILE
           MOVE "geekmtch.ctl" TO WS-WEIGHT-FILE
           MOVE "geekdiff.rpt" TO WS-DIFF-FILE
           MOVE ALL "1" TO WS-WEIGHT-TAB
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK (1) WS-CL-TOK (2) WS-CL-TOK (3)
                    WS-CL-TOK (4) WS-CL-TOK (5) WS-CL-TOK (6)
                    WS-CL-TOK (7) WS-CL-TOK (8) WS-CL-TOK (9)
                    WS-CL-TOK (10)
           END-UNSTRING
           MOVE ZEROES TO WS-CL-SKIP
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > 10
               IF WS-CL-SKIP > ZEROES
                   SUBTRACT 1 FROM WS-CL-SKIP
               ELSE
                   EVALUATE WS-CL-TOK (WS-CL-IDX)
                       WHEN "-c"
                           PERFORM 11000-OPT-FILE-NAME
                           MOVE WS-TERM-VALUE TO WS-WEIGHT-FILE
                           MOVE 1 TO WS-CL-SKIP
                       WHEN "-o"
                           PERFORM 11000-OPT-FILE-NAME
                           MOVE WS-TERM-VALUE TO WS-RPT-FILE
                           MOVE 1 TO WS-CL-SKIP
                       WHEN "NEW"
                           SET WS-NEW-MODE TO TRUE
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           PERFORM 12000-PARSE-TERM
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-TGT-CNT = ZEROES AND NOT WS-NEW-MODE
               DISPLAY "Usage: geekmtch EMP=id [EMP=id ...] [TOP=n] "
                   "[DEPT=SAME|DEPT=OTHER] [-c ctlfile] [-o rptfile]"
               END-DISPLAY
               DISPLAY "       geekmtch NEW[=diffrpt] [TOP=n] "
                   "[DEPT=SAME|DEPT=OTHER] [-c ctlfile] [-o rptfile]"
               END-DISPLAY
               DISPLAY "NEW matches every employee GEEKDIFF reported "
                   "added since the prior night."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           IF WS-TGT-CNT > ZEROES AND WS-NEW-MODE
               DISPLAY "geekmtch: name targets with EMP= or take "
                   "them from GEEKDIFF with NEW, not both."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           PERFORM 13000-READ-WEIGHTS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           OPEN INPUT GEEK-MASTER
           IF WS-MASTER-STATUS = "35"
               DISPLAY "geekmtch: cannot find geekcode.mst"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           OPEN OUTPUT MATCH-REPORT.

       11000-OPT-FILE-NAME.
           IF WS-CL-IDX + 1 > 10
               DISPLAY "geekmtch: " WS-CL-TOK (WS-CL-IDX)
                   " requires a file name."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           IF WS-CL-TOK (WS-CL-IDX + 1) = SPACES
               DISPLAY "geekmtch: " WS-CL-TOK (WS-CL-IDX)
                   " requires a file name."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           MOVE FUNCTION TRIM(WS-CL-TOK (WS-CL-IDX + 1))
               TO WS-TERM-VALUE.

       12000-PARSE-TERM.
           MOVE SPACES TO WS-TERM-NAME WS-TERM-VALUE
           UNSTRING WS-CL-TOK (WS-CL-IDX) DELIMITED BY "="
               INTO WS-TERM-NAME WS-TERM-VALUE
           END-UNSTRING
           IF WS-TERM-NAME = SPACES OR WS-TERM-VALUE = SPACES
               DISPLAY "geekmtch: bad term '"
                   FUNCTION TRIM(WS-CL-TOK (WS-CL-IDX)) "'"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           EVALUATE WS-TERM-NAME
               WHEN "EMP"
                   IF WS-TGT-CNT >= 4
                       DISPLAY "geekmtch: at most 4 EMP= targets."
                       END-DISPLAY
                       MOVE 8 TO RETURN-CODE
                       PERFORM 94000-TERMINATE
                   END-IF
                   ADD 1 TO WS-TGT-CNT
                   MOVE WS-TERM-VALUE TO WS-TGT-ID (WS-TGT-CNT)
               WHEN "NEW"
                   SET WS-NEW-MODE TO TRUE
                   MOVE WS-TERM-VALUE TO WS-DIFF-FILE
               WHEN "TOP"
                   IF WS-TERM-VALUE (2:1) = SPACE
                       MOVE WS-TERM-VALUE (1:1) TO WS-TERM-VALUE (2:1)
                       MOVE "0" TO WS-TERM-VALUE (1:1)
                   END-IF
                   IF WS-TERM-VALUE (1:2) NUMERIC
                       AND WS-TERM-VALUE (1:2) > "00"
                       AND WS-TERM-VALUE (1:2) <= "20"
                       AND WS-TERM-VALUE (3:1) = SPACE
                       MOVE WS-TERM-VALUE (1:2) TO WS-TOP-N
                   ELSE
                       DISPLAY "geekmtch: TOP= takes 1 to 20."
                       END-DISPLAY
                       MOVE 8 TO RETURN-CODE
                       PERFORM 94000-TERMINATE
                   END-IF
               WHEN "DEPT"
                   IF WS-TERM-VALUE = "SAME" OR WS-TERM-VALUE = "OTHER"
                       MOVE WS-TERM-VALUE TO WS-DEPT-OPT
                   ELSE
                       DISPLAY "geekmtch: DEPT= takes SAME or OTHER."
                       END-DISPLAY
                       MOVE 8 TO RETURN-CODE
                       PERFORM 94000-TERMINATE
                   END-IF
               WHEN OTHER
                   DISPLAY "geekmtch: unknown term '"
                       FUNCTION TRIM(WS-TERM-NAME) "'"
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
           END-EVALUATE.

       13000-READ-WEIGHTS.
      *    The control file is optional - without one every category
      *    weighs 1.  A name that is not a geekcats.cpy category or a
      *    weight that is not a single digit stops the run, rather
      *    than quietly scoring with a weighting nobody asked for.
           MOVE "(none - every category weighs 1)" TO WS-WEIGHT-SRC
           OPEN INPUT WEIGHT-FILE
           IF WS-WEIGHT-STATUS = "00"
               MOVE WS-WEIGHT-FILE TO WS-WEIGHT-SRC
               PERFORM 13100-READ-WEIGHT-LINE UNTIL WS-WEIGHT-EOF
           END-IF
           CLOSE WEIGHT-FILE.

       13100-READ-WEIGHT-LINE.
           READ WEIGHT-FILE
               AT END
                   SET WS-WEIGHT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-CFG-NAME WS-CFG-VALUE
                   UNSTRING WEIGHT-REC DELIMITED BY ALL SPACE
                       INTO WS-CFG-NAME WS-CFG-VALUE
                   END-UNSTRING
                   IF WS-CFG-NAME NOT = SPACES
                       AND WS-CFG-NAME (1:1) NOT = "*"
                       PERFORM 13200-SET-WEIGHT
                   END-IF
           END-READ.

       13200-SET-WEIGHT.
           MOVE ZEROES TO WS-SUB
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               IF WS-CAT-DIR-NAME (WS-CAT) = WS-CFG-NAME
                   MOVE WS-CAT TO WS-SUB
                   MOVE 42 TO WS-CAT
               END-IF
           END-PERFORM
           IF WS-SUB = ZEROES
               OR WS-CFG-VALUE (1:1) NOT NUMERIC
               OR WS-CFG-VALUE (2:1) NOT = SPACE
               DISPLAY "geekmtch: bad weight line '"
                   FUNCTION TRIM(WEIGHT-REC) "' in "
                   FUNCTION TRIM(WS-WEIGHT-FILE)
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           MOVE WS-CFG-VALUE (1:1) TO WS-CAT-WEIGHT (WS-SUB).

       15000-LOAD-NEW-HIRES.
      *    The added section runs from its heading to the dropped
      *    section's heading; each employee line starts with the id
      *    in column 1, and "  (none)" means nobody was added.
           OPEN INPUT DIFF-REPORT
           IF WS-DIFF-STATUS = "35"
               DISPLAY "geekmtch: cannot find "
                   FUNCTION TRIM(WS-DIFF-FILE)
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           PERFORM 15100-READ-DIFF-LINE UNTIL WS-DIFF-EOF
           CLOSE DIFF-REPORT.

       15100-READ-DIFF-LINE.
           READ DIFF-REPORT INTO WS-DIFF-LINE
               AT END
                   SET WS-DIFF-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-DIFF-LINE (1:33) =
                               "EMPLOYEES ADDED SINCE PRIOR NIGHT"
                           SET WS-IN-ADDED TO TRUE
                       WHEN WS-DIFF-LINE (1:35) =
                               "EMPLOYEES DROPPED SINCE PRIOR NIGHT"
                           MOVE "N" TO WS-IN-ADDED-FLAG
      *                The org-wide section ends at its totals; the
      *                department sections after it repeat the same
      *                employees.
                       WHEN WS-DIFF-LINE (1:9) = "TOTALS - "
                           SET WS-DIFF-EOF TO TRUE
                       WHEN WS-IN-ADDED
                           AND WS-DIFF-LINE (1:1) NOT = SPACE
                           IF WS-TGT-CNT >= 9999
                               DISPLAY "geekmtch: more than 9999 "
                                   "added employees - run stopped."
                               END-DISPLAY
                               MOVE 12 TO RETURN-CODE
                               PERFORM 94000-TERMINATE
                           END-IF
                           ADD 1 TO WS-TGT-CNT
                           MOVE WS-DIFF-LINE (1:10)
                               TO WS-TGT-ID (WS-TGT-CNT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       20000-LOAD-MASTER.
           READ GEEK-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   PERFORM 21000-PARSE-MASTER
                   PERFORM 21500-DROP-WITHHELD
                   PERFORM 22000-STORE-EMPLOYEE
           END-READ.

       21000-PARSE-MASTER.
      *    Split the stored category lines back into the survey
      *    fields the same way GEEKCSV does, then into geekcats.cpy
      *    entry order.
           UNSTRING MST-LINE1 DELIMITED BY ALL SPACE
               INTO WS-TYPE WS-DRESS WS-HAIR WS-SHAPE WS-GLASSES
                    WS-PENS WS-AUTO WS-AGE WS-WEIRD WS-VERBAGE WS-COMP
           END-UNSTRING

           UNSTRING MST-LINE2 DELIMITED BY ALL SPACE
               INTO WS-UNIX-TOK WS-PERL WS-LINUX WS-386BSD WS-NEWS
                    WS-WEB WS-MAC WS-VMS WS-POL WS-CP
           END-UNSTRING
           MOVE WS-UNIX-TOK TO WS-UNIX

           UNSTRING MST-LINE3 DELIMITED BY ALL SPACE
               INTO WS-TREK WS-BAB WS-JEOP WS-ROLE WS-MAGIC
                    WS-EMACS WS-KIBO WS-MS WS-TV
           END-UNSTRING

           MOVE 1 TO WS-L4-PTR
           UNSTRING MST-LINE4 DELIMITED BY SPACE
               INTO WS-BOOKS WS-DOOM WS-BARNEY WS-EDUC WS-MUSIC
                    WS-HOUSE WS-REL WS-FRIENDS WS-NUT
               WITH POINTER WS-L4-PTR
           END-UNSTRING
           MOVE MST-LINE4 (WS-L4-PTR:7) TO WS-CODE-SEX

           MOVE SPACES          TO WS-CAT-CODE-TAB
           MOVE WS-TYPE         TO WS-CAT-CODE (1)
           MOVE WS-DRESS        TO WS-CAT-CODE (2)
           MOVE WS-HAIR         TO WS-CAT-CODE (3)
           MOVE WS-SHAPE        TO WS-CAT-CODE (4)
           MOVE WS-GLASSES      TO WS-CAT-CODE (5)
           MOVE WS-PENS         TO WS-CAT-CODE (6)
           MOVE WS-AUTO         TO WS-CAT-CODE (7)
           MOVE WS-AGE          TO WS-CAT-CODE (8)
           MOVE WS-WEIRD        TO WS-CAT-CODE (9)
           MOVE WS-VERBAGE      TO WS-CAT-CODE (10)
           MOVE WS-COMP         TO WS-CAT-CODE (11)
           MOVE WS-UNIX-FLAVOR  TO WS-CAT-CODE (12)
           MOVE WS-UNIX-GURU    TO WS-CAT-CODE (13)
           MOVE WS-PERL         TO WS-CAT-CODE (14)
           MOVE WS-LINUX        TO WS-CAT-CODE (15)
           MOVE WS-386BSD       TO WS-CAT-CODE (16)
           MOVE WS-NEWS         TO WS-CAT-CODE (17)
           MOVE WS-WEB          TO WS-CAT-CODE (18)
           MOVE WS-MAC          TO WS-CAT-CODE (19)
           MOVE WS-VMS          TO WS-CAT-CODE (20)
           MOVE WS-POL          TO WS-CAT-CODE (21)
           MOVE WS-CP           TO WS-CAT-CODE (22)
           MOVE WS-TREK         TO WS-CAT-CODE (23)
           MOVE WS-BAB          TO WS-CAT-CODE (24)
           MOVE WS-JEOP         TO WS-CAT-CODE (25)
           MOVE WS-ROLE         TO WS-CAT-CODE (26)
           MOVE WS-MAGIC        TO WS-CAT-CODE (27)
           MOVE WS-EMACS        TO WS-CAT-CODE (28)
           MOVE WS-KIBO         TO WS-CAT-CODE (29)
           MOVE WS-MS           TO WS-CAT-CODE (30)
           MOVE WS-TV           TO WS-CAT-CODE (31)
           MOVE WS-BOOKS        TO WS-CAT-CODE (32)
           MOVE WS-DOOM         TO WS-CAT-CODE (33)
           MOVE WS-BARNEY       TO WS-CAT-CODE (34)
           MOVE WS-EDUC         TO WS-CAT-CODE (35)
           MOVE WS-MUSIC        TO WS-CAT-CODE (36)
           MOVE WS-HOUSE        TO WS-CAT-CODE (37)
           MOVE WS-REL          TO WS-CAT-CODE (38)
           MOVE WS-FRIENDS      TO WS-CAT-CODE (39)
           MOVE WS-NUT          TO WS-CAT-CODE (40)
           MOVE WS-SEX-GENDER   TO WS-CAT-CODE (41)
           MOVE WS-SEX          TO WS-CAT-CODE (42).

       21500-DROP-WITHHELD.
      *    A category the employee has withheld takes no part here,
      *    just as if it had been skipped - the match report is
      *    distributed, and an agreement or a difference listed on
      *    it would reveal the withheld answer.
           IF MST-AGE-WITHHELD
               MOVE "--" TO WS-CAT-CODE (8)
           END-IF
           IF MST-POL-WITHHELD
               MOVE "--" TO WS-CAT-CODE (21)
           END-IF
           IF MST-REL-WITHHELD
               MOVE "--" TO WS-CAT-CODE (38)
           END-IF
           IF MST-GENDER-WITHHELD
               MOVE "--" TO WS-CAT-CODE (41)
           END-IF
           IF MST-SEX-WITHHELD
               MOVE "--" TO WS-CAT-CODE (42)
           END-IF.

       22000-STORE-EMPLOYEE.
           IF WS-EMP-CNT >= 9999
               DISPLAY "geekmtch: more than 9999 employees on "
                   "geekcode.mst - run stopped."
               END-DISPLAY
               MOVE 12 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           ADD 1 TO WS-EMP-CNT
           MOVE MST-EMP-ID   TO WS-EMP-ID (WS-EMP-CNT)
           MOVE MST-EMP-NAME TO WS-EMP-NAME (WS-EMP-CNT)
           MOVE MST-DEPT     TO WS-EMP-DEPT (WS-EMP-CNT)
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               MOVE WS-CAT-CODE (WS-CAT)
                   TO WS-EMP-CAT (WS-EMP-CNT, WS-CAT)
           END-PERFORM.

       40000-MATCH-TARGETS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "GEEKMTCH - MENTOR MATCHING REPORT - "
                                                DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 48000-WRITE-RPT
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM 48000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-DEPT-OPT
               WHEN "SAME"
                   MOVE "CANDIDATES: SAME DEPARTMENT ONLY"
                       TO WS-RPT-LINE
               WHEN "OTHER"
                   MOVE "CANDIDATES: OTHER DEPARTMENTS ONLY"
                       TO WS-RPT-LINE
               WHEN OTHER
                   MOVE "CANDIDATES: ALL DEPARTMENTS" TO WS-RPT-LINE
           END-EVALUATE
           PERFORM 48000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           STRING "WEIGHTS: "                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WEIGHT-SRC)  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 48000-WRITE-RPT
           MOVE ZEROES TO WS-MAX-SCORE
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               COMPUTE WS-MAX-SCORE = WS-MAX-SCORE
                   + 4 * WS-CAT-WEIGHT (WS-CAT)
           END-PERFORM
           IF WS-TGT-CNT = ZEROES
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 48000-WRITE-RPT
               MOVE "  (no employees added since the prior night)"
                   TO WS-RPT-LINE
               PERFORM 48000-WRITE-RPT
           END-IF
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-CNT
               PERFORM 41000-MATCH-ONE-TARGET
           END-PERFORM.

       41000-MATCH-ONE-TARGET.
           MOVE ZEROES TO WS-TGT
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-EMP-CNT
               IF WS-EMP-ID (WS-ROW) = WS-TGT-ID (WS-TGT-SUB)
                   MOVE WS-ROW TO WS-TGT
                   MOVE WS-EMP-CNT TO WS-ROW
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 48000-WRITE-RPT
           IF WS-TGT = ZEROES
               STRING "EMPLOYEE: "              DELIMITED BY SIZE
                      WS-TGT-ID (WS-TGT-SUB)    DELIMITED BY SIZE
                      " - NOT ON THE ROSTER MASTER"
                                                DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 48000-WRITE-RPT
               ADD 1 TO WS-MISS-CNT
           ELSE
               STRING "EMPLOYEE: "              DELIMITED BY SIZE
                      WS-EMP-ID (WS-TGT)        DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EMP-NAME (WS-TGT))
                                                DELIMITED BY SIZE
                      "   DEPARTMENT: "         DELIMITED BY SIZE
                      WS-EMP-DEPT (WS-TGT)      DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 48000-WRITE-RPT
               MOVE ALL "-" TO WS-RPT-LINE
               PERFORM 48000-WRITE-RPT
               PERFORM 42000-SCORE-CANDIDATES
               PERFORM 43000-LIST-BEST
               ADD 1 TO WS-DONE-CNT
           END-IF.

       42000-SCORE-CANDIDATES.
      *    Everyone but the target is a candidate unless the DEPT=
      *    option rules them out; a ruled-out candidate is marked
      *    taken so the top-N pick never sees them.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-CNT
               MOVE ZEROES TO WS-EMP-SCORE (WS-SUB)
               MOVE "N" TO WS-EMP-TAKEN (WS-SUB)
               IF WS-SUB = WS-TGT
                   MOVE "Y" TO WS-EMP-TAKEN (WS-SUB)
               END-IF
               IF WS-DEPT-OPT = "SAME"
                   AND WS-EMP-DEPT (WS-SUB) NOT = WS-EMP-DEPT (WS-TGT)
                   MOVE "Y" TO WS-EMP-TAKEN (WS-SUB)
               END-IF
               IF WS-DEPT-OPT = "OTHER"
                   AND WS-EMP-DEPT (WS-SUB) = WS-EMP-DEPT (WS-TGT)
                   MOVE "Y" TO WS-EMP-TAKEN (WS-SUB)
               END-IF
               IF WS-EMP-TAKEN (WS-SUB) = "N"
                   PERFORM VARYING WS-CAT FROM 1 BY 1
                           UNTIL WS-CAT > 42
                       PERFORM 44000-SCORE-CATEGORY
                       COMPUTE WS-EMP-SCORE (WS-SUB) =
                           WS-EMP-SCORE (WS-SUB)
                           + WS-CAT-POINTS * WS-CAT-WEIGHT (WS-CAT)
                   END-PERFORM
               END-IF
           END-PERFORM.

       43000-LIST-BEST.
      *    Pick the best remaining candidate TOP= times; ties go to
      *    the earlier employee id.
           PERFORM VARYING WS-PLACE FROM 1 BY 1
                   UNTIL WS-PLACE > WS-TOP-N
               MOVE ZEROES TO WS-BEST
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-EMP-CNT
                   IF WS-EMP-TAKEN (WS-SUB) = "N"
                       IF WS-BEST = ZEROES
                           MOVE WS-SUB TO WS-BEST
                       ELSE
                           IF WS-EMP-SCORE (WS-SUB) >
                                   WS-EMP-SCORE (WS-BEST)
                               MOVE WS-SUB TO WS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST = ZEROES
                   IF WS-PLACE = 1
                       MOVE "  (no candidates)" TO WS-RPT-LINE
                       PERFORM 48000-WRITE-RPT
                   END-IF
                   MOVE WS-TOP-N TO WS-PLACE
               ELSE
                   MOVE "Y" TO WS-EMP-TAKEN (WS-BEST)
                   PERFORM 45000-SHOW-MATCH
               END-IF
           END-PERFORM.

       44000-SCORE-CATEGORY.
      *    Points for one category between the target and candidate
      *    WS-SUB, before weighting: 4 for the same code, 2 or 1 for
      *    codes one or two grades apart on the same scale, else 0.
      *    A skipped category, or one carrying a non-scalar marker
      *    (?, *, !) that is not an exact match, earns nothing.
           MOVE ZEROES TO WS-CAT-POINTS
           MOVE WS-EMP-CAT (WS-TGT, WS-CAT) TO WS-TGT-CODE
           MOVE WS-EMP-CAT (WS-SUB, WS-CAT) TO WS-CAN-CODE
           IF WS-TGT-CODE NOT = SPACES AND WS-TGT-CODE NOT = "--"
               AND WS-CAN-CODE NOT = SPACES
               AND WS-CAN-CODE NOT = "--"
               IF WS-TGT-CODE = WS-CAN-CODE
                   MOVE 4 TO WS-CAT-POINTS
               ELSE
                   MOVE ZEROES TO WS-ODD-CNT
                   INSPECT WS-TGT-CODE TALLYING WS-ODD-CNT
                       FOR ALL "?" ALL "*" ALL "!"
                   INSPECT WS-CAN-CODE TALLYING WS-ODD-CNT
                       FOR ALL "?" ALL "*" ALL "!"
                   IF WS-ODD-CNT = ZEROES
                       MOVE WS-TGT-CODE TO WS-STEM-CODE
                       PERFORM 44100-CODE-STEM
                       MOVE WS-STEM TO WS-TGT-STEM
                       MOVE WS-CAN-CODE TO WS-STEM-CODE
                       PERFORM 44100-CODE-STEM
                       MOVE WS-STEM TO WS-CAN-STEM
                       IF WS-TGT-STEM = WS-CAN-STEM
                           MOVE WS-TGT-CODE TO WS-RANK-CODE
                           PERFORM 47000-GRADE-CODE
                           MOVE WS-RANK TO WS-TGT-RANK
                           MOVE WS-CAN-CODE TO WS-RANK-CODE
                           PERFORM 47000-GRADE-CODE
                           COMPUTE WS-GRADE-GAP = WS-TGT-RANK - WS-RANK
                           IF WS-GRADE-GAP < ZEROES
                               MULTIPLY -1 BY WS-GRADE-GAP
                           END-IF
                           EVALUATE WS-GRADE-GAP
                               WHEN 1
                                   MOVE 2 TO WS-CAT-POINTS
                               WHEN 2
                                   MOVE 1 TO WS-CAT-POINTS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       44100-CODE-STEM.
      *    The code with its plus and minus signs taken out - two
      *    codes with the same stem are on the same grading scale.
           MOVE SPACES TO WS-STEM
           MOVE 1 TO WS-STEM-PTR
           PERFORM VARYING WS-CHR FROM 1 BY 1 UNTIL WS-CHR > 8
               IF WS-STEM-CODE (WS-CHR:1) NOT = "+"
                   AND WS-STEM-CODE (WS-CHR:1) NOT = "-"
                   AND WS-STEM-CODE (WS-CHR:1) NOT = SPACE
                   MOVE WS-STEM-CODE (WS-CHR:1)
                       TO WS-STEM (WS-STEM-PTR:1)
                   ADD 1 TO WS-STEM-PTR
               END-IF
           END-PERFORM.

       45000-SHOW-MATCH.
           MOVE WS-PLACE                TO ML-PLACE
           MOVE WS-EMP-ID (WS-BEST)     TO ML-ID
           MOVE WS-EMP-NAME (WS-BEST)   TO ML-NAME
           MOVE WS-EMP-DEPT (WS-BEST)   TO ML-DEPT
           MOVE WS-EMP-SCORE (WS-BEST)  TO ML-SCORE
           MOVE WS-MAX-SCORE            TO ML-MAX
           IF WS-MAX-SCORE > ZEROES
               COMPUTE WS-PCT ROUNDED =
                   WS-EMP-SCORE (WS-BEST) * 100 / WS-MAX-SCORE
           ELSE
               MOVE ZEROES TO WS-PCT
           END-IF
           MOVE WS-PCT                  TO ML-PCT
           MOVE WS-MATCH-LINE TO WS-RPT-LINE
           PERFORM 48000-WRITE-RPT
      *    Agreeing categories first, then the ones that differ with
      *    the target's code and the candidate's side by side.
           MOVE WS-BEST TO WS-SUB
           MOVE "        AGREE:  " TO WS-LIST-LEAD
           PERFORM 46100-START-LIST
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               IF WS-CAT-WEIGHT (WS-CAT) > ZEROES
                   PERFORM 44000-SCORE-CATEGORY
                   IF WS-CAT-POINTS = 4
                       MOVE SPACES TO WS-TOKEN
                       STRING WS-CAT-DIR-NAME (WS-CAT)
                                                DELIMITED BY SPACE
                              "="               DELIMITED BY SIZE
                              WS-TGT-CODE       DELIMITED BY SPACE
                       INTO WS-TOKEN
                       END-STRING
                       PERFORM 46000-ADD-TOKEN
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 46200-END-LIST
           MOVE "        DIFFER: " TO WS-LIST-LEAD
           PERFORM 46100-START-LIST
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               IF WS-CAT-WEIGHT (WS-CAT) > ZEROES
                   PERFORM 44000-SCORE-CATEGORY
                   IF WS-CAT-POINTS < 4
                       AND WS-TGT-CODE NOT = SPACES
                       AND WS-TGT-CODE NOT = "--"
                       AND WS-CAN-CODE NOT = SPACES
                       AND WS-CAN-CODE NOT = "--"
                       MOVE SPACES TO WS-TOKEN
                       STRING WS-CAT-DIR-NAME (WS-CAT)
                                                DELIMITED BY SPACE
                              "="               DELIMITED BY SIZE
                              WS-TGT-CODE       DELIMITED BY SPACE
                              "/"               DELIMITED BY SIZE
                              WS-CAN-CODE       DELIMITED BY SPACE
                       INTO WS-TOKEN
                       END-STRING
                       PERFORM 46000-ADD-TOKEN
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 46200-END-LIST.

       46000-ADD-TOKEN.
      *    Append one category to the list line, wrapping onto a
      *    continuation line under the list heading when it is full.
           IF WS-RPT-PTR + FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
                   > 130
               PERFORM 48000-WRITE-RPT
               MOVE SPACES TO WS-RPT-LINE
               MOVE 19 TO WS-RPT-PTR
           END-IF
           STRING FUNCTION TRIM(WS-TOKEN)       DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
           INTO WS-RPT-LINE
           WITH POINTER WS-RPT-PTR
           END-STRING.

       46100-START-LIST.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-LIST-LEAD TO WS-RPT-LINE
           MOVE 19 TO WS-RPT-PTR.

       46200-END-LIST.
           IF WS-RPT-PTR = 19
               MOVE "(none)" TO WS-RPT-LINE (19:6)
           END-IF
           PERFORM 48000-WRITE-RPT.

       47000-GRADE-CODE.
      *    The grading order the codes encode, exactly as GEEKFIND's
      *    45000-GRADE-CODE has it: each plus sign ranks one step
      *    above the bare letter, each minus sign one step below it.
           MOVE ZEROES TO WS-RANK-PLUS WS-RANK-MINUS
           INSPECT WS-RANK-CODE TALLYING WS-RANK-PLUS  FOR ALL "+"
           INSPECT WS-RANK-CODE TALLYING WS-RANK-MINUS FOR ALL "-"
           COMPUTE WS-RANK = WS-RANK-PLUS - WS-RANK-MINUS.

       48000-WRITE-RPT.
           WRITE RPT-REC FROM WS-RPT-LINE
           END-WRITE.

       30000-CLEANUP.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 48000-WRITE-RPT
           STRING "TOTALS - "                   DELIMITED BY SIZE
                  WS-DONE-CNT                   DELIMITED BY SIZE
                  " employees matched against " DELIMITED BY SIZE
                  WS-EMP-CNT                    DELIMITED BY SIZE
                  " on the master, "            DELIMITED BY SIZE
                  WS-MISS-CNT                   DELIMITED BY SIZE
                  " not found."                 DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 48000-WRITE-RPT
           CLOSE GEEK-MASTER
           CLOSE MATCH-REPORT
           DISPLAY "geekmtch: " WS-DONE-CNT " employees matched - see "
               FUNCTION TRIM(WS-RPT-FILE)
           END-DISPLAY
           IF WS-MISS-CNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 94000-TERMINATE.

       94000-TERMINATE.
           GOBACK.
