       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKCOVR.
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
      *   Department skill-coverage gap report: reads the required-    *
      *   skills profile the department heads maintain (geekcovr.req)  *
      *   against the keyed roster master geekcode.mst and reports,    *
      *   per department and requirement, the headcount required, the  *
      *   headcount qualifying and the shortfall, with the names of    *
      *   the qualifying employees.  A requirement exactly one person  *
      *   meets is flagged as a single point of failure.  Each line of *
      *   the profile is a department code, the headcount needed and   *
      *   one selection in GEEKFIND's notation - NAME=code for an      *
      *   exact match or NAME>=code for "this grade or better", graded *
      *   the way GEEKFIND's 45000-GRADE-CODE grades (a category the   *
      *   employee has withheld never qualifies):                      *
      *       ENG  3  PERL>=P++                                        *
      *       ENG  2  UNIXG>=U++                                       *
      *   Lines starting "*" are comments.  A line that cannot be      *
      *   read is listed at the end of the report and not applied.     *
      *   Return code 4 when any department is short (or a profile     *
      *   line was rejected), so a gap shows up on the GEEKOPS         *
      *   summary; the END run-control count is the number of          *
      *   requirements short.  Run as a GEEKNITE step:                 *
      *       geekcovr [reqfile [rptfile]]                             *
      *   defaults geekcovr.req and geekcovr.rpt.                      *
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
           SELECT REQ-FILE             ASSIGN TO DYNAMIC WS-REQ-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-REQ-STATUS.
           SELECT COVR-REPORT          ASSIGN TO DYNAMIC WS-RPT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL          ASSIGN TO "geeknite.run"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.

       FILE SECTION.

       FD  GEEK-MASTER.

           COPY "geekmast.cpy".

       FD  REQ-FILE.
       01  REQ-REC                     PIC X(80).

       FD  COVR-REPORT.
       01  RPT-REC                     PIC X(132).

       FD  RUN-CONTROL.

           COPY "geekrunc.cpy".

       WORKING-STORAGE SECTION.

           COPY "geekcode.cpy".

           COPY "geekcats.cpy".

       77  WS-RUN-STATUS               PIC XX        VALUE SPACES.
       77  WS-RUN-EVT                  PIC X(5)      VALUE SPACES.
       77  WS-RUN-CNT                  PIC 9(6)      VALUE ZEROES.
       77  WS-TIME-RAW                 PIC X(8)      VALUE SPACES.
       01  WS-RUN-STARTED-FLAG         PIC X         VALUE "N".
           88  WS-RUN-STARTED                        VALUE "Y".

       77  WS-MASTER-STATUS            PIC XX        VALUE SPACES.
       77  WS-REQ-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-REQ-STATUS               PIC XX        VALUE SPACES.
       77  WS-RPT-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       01  WS-CL-TOKENS.
           05  WS-CL-TOK               PIC X(40)     VALUE SPACES
                                        OCCURS 2 TIMES.

       01 WS-MASTER-EOF-FLAG           PIC X         VALUE "N".
          88  WS-MASTER-EOF                          VALUE "Y".
       01 WS-REQ-EOF-FLAG              PIC X         VALUE "N".
          88  WS-REQ-EOF                             VALUE "Y".
       01 WS-REQ-OK-FLAG               PIC X         VALUE "Y".
          88  WS-REQ-OK                              VALUE "Y".
       01 WS-EMP-MATCH-FLAG            PIC X         VALUE "Y".
          88  WS-EMP-MATCH                           VALUE "Y".

       77  WS-UNIX-TOK                 PIC X(6)      VALUE SPACES.
       77  WS-L4-PTR                   PIC 9(3)      VALUE ZEROES.

      *    The category codes in geekcats.cpy entry order, filled by
      *    21000-PARSE-MASTER the way GEEKCSV splits the lines.
       01  WS-CAT-CODE-TAB.
           05  WS-CAT-CODE             PIC X(8)      OCCURS 42 TIMES.

      *    The whole master - every requirement is tested against
      *    every employee in its department.
       01  WS-EMP-TAB.
           05  WS-EMP-ENT              OCCURS 9999 TIMES.
               10  WS-EMP-ID           PIC X(10).
               10  WS-EMP-NAME         PIC X(30).
               10  WS-EMP-DEPT         PIC X(4).
               10  WS-EMP-CAT          PIC X(8)      OCCURS 42 TIMES.
       77  WS-EMP-CNT                  PIC 9(4)      VALUE ZEROES.

      *    The required-skills profile, in file order.  WS-REQ-TERM
      *    keeps the selection as the department head wrote it, for
      *    the report.
       01  WS-REQ-TAB.
           05  WS-REQ-ENT              OCCURS 500 TIMES.
               10  WS-REQ-DEPT         PIC X(4).
               10  WS-REQ-NEED         PIC 99.
               10  WS-REQ-CAT          PIC 99.
               10  WS-REQ-OP           PIC XX.
               10  WS-REQ-VALUE        PIC X(8).
               10  WS-REQ-RANK         PIC S99.
               10  WS-REQ-TERM         PIC X(20).
               10  WS-REQ-QUAL         PIC 9(4).
       77  WS-REQ-CNT                  PIC 9(3)      VALUE ZEROES.
       77  WS-REQ                      PIC 9(3)      VALUE ZEROES.

      *    Departments in the order they first appear in the profile.
       01  WS-DEPT-TAB.
           05  WS-DEPT-CODE            PIC X(4)      OCCURS 100 TIMES.
       77  WS-DEPT-CNT                 PIC 9(3)      VALUE ZEROES.
       77  WS-DEPT                     PIC 9(3)      VALUE ZEROES.
       77  WS-DEPT-HEAD                PIC 9(4)      VALUE ZEROES.
       77  WS-DEPT-REQS                PIC 9(3)      VALUE ZEROES.
       77  WS-DEPT-SHORT               PIC 9(3)      VALUE ZEROES.
       77  WS-DEPT-SPOF                PIC 9(3)      VALUE ZEROES.

      *    Profile lines that could not be read, listed at the end.
       01  WS-BAD-TAB.
           05  WS-BAD-LINE             PIC X(80)     OCCURS 50 TIMES.
       77  WS-BAD-CNT                  PIC 9(3)      VALUE ZEROES.
       77  WS-BAD-KEPT                 PIC 9(3)      VALUE ZEROES.
       77  WS-BAD-MORE                 PIC 9(3)      VALUE ZEROES.

       77  WS-REQ-LINE                 PIC X(80)     VALUE SPACES.
       77  WS-IN-DEPT                  PIC X(8)      VALUE SPACES.
       77  WS-IN-NEED                  PIC X(8)      VALUE SPACES.
       77  WS-IN-TERM                  PIC X(24)     VALUE SPACES.
       77  WS-IN-EXTRA                 PIC X(8)      VALUE SPACES.
       77  WS-SEL-NAME                 PIC X(8)      VALUE SPACES.
       77  WS-SEL-VALUE                PIC X(12)     VALUE SPACES.
       77  WS-GT-CNT                   PIC 99        VALUE ZEROES.

       77  WS-SUB                      PIC 9(4)      VALUE ZEROES.
       77  WS-FND                      PIC 9(4)      VALUE ZEROES.
       77  WS-CAT                      PIC 99        VALUE ZEROES.
       77  WS-SHORTFALL                PIC 99        VALUE ZEROES.

       77  WS-RANK-CODE                PIC X(8)      VALUE SPACES.
       77  WS-RANK-PLUS                PIC 99        VALUE ZEROES.
       77  WS-RANK-MINUS               PIC 99        VALUE ZEROES.
       77  WS-RANK                     PIC S99       VALUE ZEROES.
       77  WS-ODD-CNT                  PIC 99        VALUE ZEROES.

       77  WS-SHORT-CNT                PIC 9(4)      VALUE ZEROES.
       77  WS-MET-CNT                  PIC 9(4)      VALUE ZEROES.
       77  WS-SPOF-CNT                 PIC 9(4)      VALUE ZEROES.
       77  WS-DEPT-SHORT-CNT           PIC 9(3)      VALUE ZEROES.

       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-RPT-LINE                 PIC X(132)    VALUE SPACES.

       01  WS-REQ-RPT-LINE.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  RL-TERM                 PIC X(20).
           05  FILLER                  PIC X(10)     VALUE " REQUIRED ".
           05  RL-NEED                 PIC Z9.
           05  FILLER                  PIC X(14)
                                        VALUE "   QUALIFYING ".
           05  RL-QUAL                 PIC ZZZ9.
           05  FILLER                  PIC X(13)
                                        VALUE "   SHORTFALL ".
           05  RL-SHORT                PIC Z9.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  RL-FLAG                 PIC X(63).

       01  WS-QUAL-LINE.
           05  FILLER                  PIC X(6)      VALUE SPACES.
           05  QL-ID                   PIC X(10).
           05  FILLER                  PIC X         VALUE SPACE.
           05  QL-NAME                 PIC X(30).
           05  FILLER                  PIC XX        VALUE SPACES.
           05  QL-CODE                 PIC X(20).
           05  FILLER                  PIC X(63)     VALUE SPACES.

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 15000-READ-REQUIREMENTS UNTIL WS-REQ-EOF
           IF WS-REQ-STATUS NOT = "35"
               CLOSE REQ-FILE
           END-IF
           PERFORM 20000-LOAD-MASTER UNTIL WS-MASTER-EOF
           PERFORM 40000-REPORT
           PERFORM 30000-CLEANUP.

       10000-SETUP.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK (1) WS-CL-TOK (2)
           END-UNSTRING
           IF WS-CL-TOK (1) = SPACES
               MOVE "geekcovr.req" TO WS-REQ-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (1)) TO WS-REQ-FILE
           END-IF
           IF WS-CL-TOK (2) = SPACES
               MOVE "geekcovr.rpt" TO WS-RPT-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (2)) TO WS-RPT-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           PERFORM 89000-RUN-START
      *    No profile yet is not an error - the report just says
      *    there is nothing to measure.
           OPEN INPUT REQ-FILE
           IF WS-REQ-STATUS = "35"
               DISPLAY "geekcovr: no "
                   FUNCTION TRIM(WS-REQ-FILE)
                   " - no requirements to report on."
               END-DISPLAY
               SET WS-REQ-EOF TO TRUE
           END-IF
           OPEN INPUT GEEK-MASTER
           IF WS-MASTER-STATUS = "35"
               DISPLAY "geekcovr: cannot find geekcode.mst"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           OPEN OUTPUT COVR-REPORT.

       15000-READ-REQUIREMENTS.
           READ REQ-FILE INTO WS-REQ-LINE
               AT END
                   SET WS-REQ-EOF TO TRUE
               NOT AT END
                   IF WS-REQ-LINE NOT = SPACES
                       AND WS-REQ-LINE (1:1) NOT = "*"
                       PERFORM 16000-PARSE-REQUIREMENT
                   END-IF
           END-READ.

       16000-PARSE-REQUIREMENT.
      *    department, headcount, selection - nothing more.
           MOVE "Y" TO WS-REQ-OK-FLAG
           MOVE SPACES TO WS-IN-DEPT WS-IN-NEED WS-IN-TERM WS-IN-EXTRA
           MOVE SPACES TO WS-SEL-NAME WS-SEL-VALUE
           UNSTRING WS-REQ-LINE DELIMITED BY ALL SPACE
               INTO WS-IN-DEPT WS-IN-NEED WS-IN-TERM WS-IN-EXTRA
           END-UNSTRING
           IF WS-IN-DEPT = SPACES OR WS-IN-DEPT (5:4) NOT = SPACES
               OR WS-IN-TERM = SPACES OR WS-IN-EXTRA NOT = SPACES
               MOVE "N" TO WS-REQ-OK-FLAG
           END-IF
           IF WS-REQ-OK
               IF WS-IN-NEED (2:1) = SPACE
                   MOVE WS-IN-NEED (1:1) TO WS-IN-NEED (2:1)
                   MOVE "0" TO WS-IN-NEED (1:1)
               END-IF
               IF WS-IN-NEED (1:2) NOT NUMERIC
                   OR WS-IN-NEED (1:2) = "00"
                   OR WS-IN-NEED (3:6) NOT = SPACES
                   MOVE "N" TO WS-REQ-OK-FLAG
               END-IF
           END-IF
           IF WS-REQ-OK
               PERFORM 16100-PARSE-SELECTION
           END-IF
           IF WS-REQ-OK AND WS-REQ-CNT >= 500
               DISPLAY "geekcovr: more than 500 requirements in "
                   FUNCTION TRIM(WS-REQ-FILE) " - run stopped."
               END-DISPLAY
               MOVE 12 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           IF WS-REQ-OK
               ADD 1 TO WS-REQ-CNT
               MOVE WS-IN-DEPT (1:4)   TO WS-REQ-DEPT (WS-REQ-CNT)
               MOVE WS-IN-NEED (1:2)   TO WS-REQ-NEED (WS-REQ-CNT)
               MOVE WS-FND             TO WS-REQ-CAT (WS-REQ-CNT)
               MOVE WS-SEL-VALUE       TO WS-REQ-VALUE (WS-REQ-CNT)
               MOVE WS-RANK            TO WS-REQ-RANK (WS-REQ-CNT)
               MOVE WS-IN-TERM         TO WS-REQ-TERM (WS-REQ-CNT)
               MOVE ZEROES             TO WS-REQ-QUAL (WS-REQ-CNT)
               IF WS-GT-CNT > ZEROES
                   MOVE "GE" TO WS-REQ-OP (WS-REQ-CNT)
               ELSE
                   MOVE "EQ" TO WS-REQ-OP (WS-REQ-CNT)
               END-IF
               PERFORM 16200-NOTE-DEPT
           ELSE
               ADD 1 TO WS-BAD-CNT
               IF WS-BAD-KEPT < 50
                   ADD 1 TO WS-BAD-KEPT
                   MOVE WS-REQ-LINE TO WS-BAD-LINE (WS-BAD-KEPT)
               END-IF
           END-IF.

       16100-PARSE-SELECTION.
      *    The same NAME=code / NAME>=code reading GEEKFIND's
      *    12000-PARSE-SELECTION gives a command-line selection.
           MOVE ZEROES TO WS-GT-CNT
           INSPECT WS-IN-TERM TALLYING WS-GT-CNT FOR ALL ">"
           IF WS-GT-CNT > ZEROES
               UNSTRING WS-IN-TERM DELIMITED BY ">="
                   INTO WS-SEL-NAME WS-SEL-VALUE
               END-UNSTRING
           ELSE
               UNSTRING WS-IN-TERM DELIMITED BY "="
                   INTO WS-SEL-NAME WS-SEL-VALUE
               END-UNSTRING
           END-IF
           IF WS-SEL-NAME = SPACES OR WS-SEL-VALUE = SPACES
               OR WS-SEL-VALUE (9:4) NOT = SPACES
               MOVE "N" TO WS-REQ-OK-FLAG
           ELSE
               MOVE ZEROES TO WS-FND
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
                   IF WS-CAT-DIR-NAME (WS-CAT) = WS-SEL-NAME
                       MOVE WS-CAT TO WS-FND
                       MOVE 42 TO WS-CAT
                   END-IF
               END-PERFORM
               IF WS-FND = ZEROES
                   MOVE "N" TO WS-REQ-OK-FLAG
               ELSE
                   MOVE WS-SEL-VALUE TO WS-RANK-CODE
                   PERFORM 45000-GRADE-CODE
               END-IF
           END-IF.

       16200-NOTE-DEPT.
           MOVE ZEROES TO WS-DEPT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-CNT
               IF WS-DEPT-CODE (WS-SUB) = WS-REQ-DEPT (WS-REQ-CNT)
                   MOVE WS-SUB TO WS-DEPT
                   MOVE WS-DEPT-CNT TO WS-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT = ZEROES
               IF WS-DEPT-CNT >= 100
                   DISPLAY "geekcovr: more than 100 departments in "
                       FUNCTION TRIM(WS-REQ-FILE) " - run stopped."
                   END-DISPLAY
                   MOVE 12 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
               END-IF
               ADD 1 TO WS-DEPT-CNT
               MOVE WS-REQ-DEPT (WS-REQ-CNT)
                   TO WS-DEPT-CODE (WS-DEPT-CNT)
           END-IF.

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
      *    just as if it had been skipped - the coverage report is
      *    distributed, and a name on a qualifying list would reveal
      *    the withheld answer.
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
               DISPLAY "geekcovr: more than 9999 employees on "
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

       40000-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "GEEKCOVR - DEPARTMENT SKILL-COVERAGE GAP REPORT - "
                                                DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           STRING "REQUIREMENTS: "              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-FILE)    DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           IF WS-REQ-CNT = ZEROES
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
               MOVE "  (no requirements on file)" TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
           END-IF
           PERFORM VARYING WS-DEPT FROM 1 BY 1
                   UNTIL WS-DEPT > WS-DEPT-CNT
               PERFORM 41000-REPORT-DEPT
           END-PERFORM
           IF WS-BAD-CNT > ZEROES
               PERFORM 47000-REPORT-REJECTS
           END-IF.

       41000-REPORT-DEPT.
           MOVE ZEROES TO WS-DEPT-HEAD WS-DEPT-REQS
                          WS-DEPT-SHORT WS-DEPT-SPOF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-CNT
               IF WS-EMP-DEPT (WS-SUB) = WS-DEPT-CODE (WS-DEPT)
                   ADD 1 TO WS-DEPT-HEAD
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING "DEPARTMENT "                 DELIMITED BY SIZE
                  WS-DEPT-CODE (WS-DEPT)        DELIMITED BY SIZE
                  "   HEADCOUNT "               DELIMITED BY SIZE
                  WS-DEPT-HEAD                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           IF WS-DEPT-HEAD = ZEROES
               MOVE "  (no employees on the master in this department)"
                   TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
           END-IF
           PERFORM VARYING WS-REQ FROM 1 BY 1
                   UNTIL WS-REQ > WS-REQ-CNT
               IF WS-REQ-DEPT (WS-REQ) = WS-DEPT-CODE (WS-DEPT)
                   PERFORM 42000-REPORT-REQUIREMENT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DEPARTMENT "               DELIMITED BY SIZE
                  WS-DEPT-CODE (WS-DEPT)        DELIMITED BY SIZE
                  " - REQUIREMENTS "            DELIMITED BY SIZE
                  WS-DEPT-REQS                  DELIMITED BY SIZE
                  "  SHORT "                    DELIMITED BY SIZE
                  WS-DEPT-SHORT                 DELIMITED BY SIZE
                  "  SINGLE POINTS OF FAILURE " DELIMITED BY SIZE
                  WS-DEPT-SPOF                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           IF WS-DEPT-SHORT > ZEROES
               ADD 1 TO WS-DEPT-SHORT-CNT
           END-IF.

       42000-REPORT-REQUIREMENT.
      *    Count the qualifiers first so the requirement line can
      *    carry the totals, then list them under it.
           ADD 1 TO WS-DEPT-REQS
           MOVE ZEROES TO WS-REQ-QUAL (WS-REQ)
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-CNT
               PERFORM 43000-TEST-EMPLOYEE
               IF WS-EMP-MATCH
                   ADD 1 TO WS-REQ-QUAL (WS-REQ)
               END-IF
           END-PERFORM
           IF WS-REQ-QUAL (WS-REQ) < WS-REQ-NEED (WS-REQ)
               COMPUTE WS-SHORTFALL =
                   WS-REQ-NEED (WS-REQ) - WS-REQ-QUAL (WS-REQ)
           ELSE
               MOVE ZEROES TO WS-SHORTFALL
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE WS-REQ-TERM (WS-REQ)  TO RL-TERM
           MOVE WS-REQ-NEED (WS-REQ)  TO RL-NEED
           MOVE WS-REQ-QUAL (WS-REQ)  TO RL-QUAL
           MOVE WS-SHORTFALL          TO RL-SHORT
           MOVE SPACES                TO RL-FLAG
           EVALUATE TRUE
               WHEN WS-SHORTFALL > ZEROES
                   AND WS-REQ-QUAL (WS-REQ) = 1
                   MOVE "*** SHORT ***  *** SINGLE POINT OF FAILURE ***"
                       TO RL-FLAG
               WHEN WS-SHORTFALL > ZEROES
                   MOVE "*** SHORT ***" TO RL-FLAG
               WHEN WS-REQ-QUAL (WS-REQ) = 1
                   MOVE "*** SINGLE POINT OF FAILURE ***" TO RL-FLAG
               WHEN OTHER
                   MOVE "MET" TO RL-FLAG
           END-EVALUATE
           IF WS-SHORTFALL > ZEROES
               ADD 1 TO WS-DEPT-SHORT WS-SHORT-CNT
           ELSE
               ADD 1 TO WS-MET-CNT
           END-IF
           IF WS-REQ-QUAL (WS-REQ) = 1
               ADD 1 TO WS-DEPT-SPOF WS-SPOF-CNT
           END-IF
           MOVE WS-REQ-RPT-LINE TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           IF WS-REQ-QUAL (WS-REQ) = ZEROES
               MOVE "      (nobody qualifies)" TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-EMP-CNT
                   PERFORM 43000-TEST-EMPLOYEE
                   IF WS-EMP-MATCH
                       MOVE WS-EMP-ID (WS-SUB)   TO QL-ID
                       MOVE WS-EMP-NAME (WS-SUB) TO QL-NAME
                       MOVE SPACES TO QL-CODE
                       STRING WS-CAT-DIR-NAME (WS-REQ-CAT (WS-REQ))
                                                DELIMITED BY SPACE
                              "="               DELIMITED BY SIZE
                              WS-EMP-CAT (WS-SUB, WS-REQ-CAT (WS-REQ))
                                                DELIMITED BY SPACE
                       INTO QL-CODE
                       END-STRING
                       MOVE WS-QUAL-LINE TO WS-RPT-LINE
                       PERFORM 55000-WRITE-RPT
                   END-IF
               END-PERFORM
           END-IF.

       43000-TEST-EMPLOYEE.
      *    Employee WS-SUB against requirement WS-REQ: in the
      *    department, and meeting the selection as GEEKFIND's
      *    41200-TEST-CATEGORY would test it.
           MOVE "Y" TO WS-EMP-MATCH-FLAG
           IF WS-EMP-DEPT (WS-SUB) NOT = WS-REQ-DEPT (WS-REQ)
               MOVE "N" TO WS-EMP-MATCH-FLAG
           ELSE
               MOVE WS-EMP-CAT (WS-SUB, WS-REQ-CAT (WS-REQ))
                   TO WS-RANK-CODE
               IF WS-REQ-OP (WS-REQ) = "EQ"
                   IF WS-RANK-CODE NOT = WS-REQ-VALUE (WS-REQ)
                       MOVE "N" TO WS-EMP-MATCH-FLAG
                   END-IF
               ELSE
      *            Ranked compare: skipped ("--"/blank) entries and
      *            codes carrying a non-scalar marker (?, *, !) have
      *            no place in the grading order and never qualify.
                   IF WS-RANK-CODE = SPACES OR WS-RANK-CODE = "--"
                       MOVE "N" TO WS-EMP-MATCH-FLAG
                   ELSE
                       MOVE ZEROES TO WS-ODD-CNT
                       INSPECT WS-RANK-CODE
                           TALLYING WS-ODD-CNT FOR ALL "?"
                       INSPECT WS-RANK-CODE
                           TALLYING WS-ODD-CNT FOR ALL "*"
                       INSPECT WS-RANK-CODE
                           TALLYING WS-ODD-CNT FOR ALL "!"
                       IF WS-ODD-CNT > ZEROES
                           MOVE "N" TO WS-EMP-MATCH-FLAG
                       ELSE
                           PERFORM 45000-GRADE-CODE
                           IF WS-RANK < WS-REQ-RANK (WS-REQ)
                               MOVE "N" TO WS-EMP-MATCH-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       45000-GRADE-CODE.
      *    The grading order the codes encode: each plus sign ranks
      *    one step above the bare letter, each minus sign one step
      *    below it.
           MOVE ZEROES TO WS-RANK-PLUS WS-RANK-MINUS
           INSPECT WS-RANK-CODE TALLYING WS-RANK-PLUS  FOR ALL "+"
           INSPECT WS-RANK-CODE TALLYING WS-RANK-MINUS FOR ALL "-"
           COMPUTE WS-RANK = WS-RANK-PLUS - WS-RANK-MINUS.

       47000-REPORT-REJECTS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE "REQUIREMENT LINES NOT APPLIED" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAD-KEPT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  "                      DELIMITED BY SIZE
                      WS-BAD-LINE (WS-SUB)      DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 55000-WRITE-RPT
           END-PERFORM
           IF WS-BAD-CNT > WS-BAD-KEPT
               MOVE SPACES TO WS-RPT-LINE
               COMPUTE WS-BAD-MORE = WS-BAD-CNT - WS-BAD-KEPT
               STRING "  ... and "              DELIMITED BY SIZE
                      WS-BAD-MORE               DELIMITED BY SIZE
                      " more"                   DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 55000-WRITE-RPT
           END-IF.

       55000-WRITE-RPT.
           WRITE RPT-REC FROM WS-RPT-LINE
           END-WRITE.

       30000-CLEANUP.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING "TOTALS - "                   DELIMITED BY SIZE
                  WS-REQ-CNT                    DELIMITED BY SIZE
                  " requirements, "             DELIMITED BY SIZE
                  WS-MET-CNT                    DELIMITED BY SIZE
                  " met, "                      DELIMITED BY SIZE
                  WS-SHORT-CNT                  DELIMITED BY SIZE
                  " short in "                  DELIMITED BY SIZE
                  WS-DEPT-SHORT-CNT             DELIMITED BY SIZE
                  " departments, "              DELIMITED BY SIZE
                  WS-SPOF-CNT                   DELIMITED BY SIZE
                  " single points of failure, " DELIMITED BY SIZE
                  WS-BAD-CNT                    DELIMITED BY SIZE
                  " lines not applied."         DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           CLOSE GEEK-MASTER
           CLOSE COVR-REPORT
           DISPLAY "geekcovr: " WS-REQ-CNT " requirements, "
               WS-SHORT-CNT " short in " WS-DEPT-SHORT-CNT
               " departments - see " FUNCTION TRIM(WS-RPT-FILE)
           END-DISPLAY
           IF WS-BAD-CNT > ZEROES
               DISPLAY "geekcovr: " WS-BAD-CNT " lines of "
                   FUNCTION TRIM(WS-REQ-FILE) " not applied."
               END-DISPLAY
           END-IF
           IF WS-SHORT-CNT > ZEROES OR WS-BAD-CNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 94000-TERMINATE.

       89000-RUN-START.
      *    One run-control record on the way in and one on the way
      *    out (written from 94000-TERMINATE) - GEEKOPS balances the
      *    step counts off geeknite.run at end of job.
           SET WS-RUN-STARTED TO TRUE
           MOVE "START" TO WS-RUN-EVT
           MOVE ZEROES TO WS-RUN-CNT
           PERFORM 89500-WRITE-RUN.

       89100-RUN-END.
           MOVE "END" TO WS-RUN-EVT
           MOVE WS-SHORT-CNT TO WS-RUN-CNT
           PERFORM 89500-WRITE-RUN.

       89500-WRITE-RUN.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           MOVE SPACES TO RUN-REC
           ACCEPT RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO RUN-TIME
           MOVE "GEEKCOVR" TO RUN-STEP
           MOVE WS-RUN-EVT TO RUN-EVENT
           MOVE RETURN-CODE TO RUN-RC
           MOVE WS-RUN-CNT TO RUN-COUNT
           WRITE RUN-REC
           END-WRITE
           CLOSE RUN-CONTROL.

       94000-TERMINATE.
           IF WS-RUN-STARTED
               MOVE "N" TO WS-RUN-STARTED-FLAG
               PERFORM 89100-RUN-END
           END-IF
           GOBACK.
