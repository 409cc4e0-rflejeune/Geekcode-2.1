       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKBRST.
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
      *   Departmental report bursting: splits tonight's geekdir.rpt,  *
      *   geekstat.rpt and geekdiff.rpt into one file per department   *
      *   - report.DEPT.Dyyyymmdd.rpt - and writes a distribution      *
      *   manifest (geekbrst.rpt) listing each department, the         *
      *   recipient on file for it, the files produced and their page  *
      *   and line counts.  A page belongs to the department named on  *
      *   its heading (GEEKDIR's employee and index pages, GEEKSTAT's  *
      *   and GEEKDIFF's scope line); the org-wide pages burst to      *
      *   ORGWIDE and GEEKDIR's no-department section to NODEPT, so    *
      *   every page lands in some file.  The recipients come from the *
      *   distribution control file (geekbrst.ctl), one line per       *
      *   department code - or ORGWIDE / NODEPT - and the address:     *
      *       ENG      eng-heads@example.com                           *
      *       ORGWIDE  hr-reports@example.com                          *
      *   Lines starting "*" are comments.  A department with no       *
      *   recipient is still burst and is flagged on the manifest to   *
      *   be held for distribution.  The manifest balances the pages   *
      *   and lines burst back to the pages and lines read from each   *
      *   org-wide report.  Return code 8 when a report does not       *
      *   balance, 4 when a department has no recipient or a control   *
      *   line was rejected; the END run-control count is the number   *
      *   of departments with no recipient.  Run as the last GEEKNITE  *
      *   report step:                                                 *
      *       geekbrst [ctlfile [manifest]]                            *
      *   defaults geekbrst.ctl and geekbrst.rpt.                      *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           SOURCE-COMPUTER. IBM-386.
           OBJECT-COMPUTER. IBM-386.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT IN-REPORT            ASSIGN TO DYNAMIC WS-IN-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-IN-STATUS.
           SELECT BURST-FILE           ASSIGN TO DYNAMIC WS-OUT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-OUT-STATUS.
           SELECT CTL-FILE             ASSIGN TO DYNAMIC WS-CTL-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CTL-STATUS.
           SELECT BRST-REPORT          ASSIGN TO DYNAMIC WS-RPT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL          ASSIGN TO "geeknite.run"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.

       FILE SECTION.

       FD  IN-REPORT.
       01  IN-REC                      PIC X(132).

       FD  BURST-FILE.
       01  BURST-REC                   PIC X(132).

       FD  CTL-FILE.
       01  CTL-REC                     PIC X(80).

       FD  BRST-REPORT.
       01  RPT-REC                     PIC X(132).

       FD  RUN-CONTROL.

           COPY "geekrunc.cpy".

       WORKING-STORAGE SECTION.

       77  WS-RUN-STATUS               PIC XX        VALUE SPACES.
       77  WS-RUN-EVT                  PIC X(5)      VALUE SPACES.
       77  WS-RUN-CNT                  PIC 9(6)      VALUE ZEROES.
       77  WS-TIME-RAW                 PIC X(8)      VALUE SPACES.
       01  WS-RUN-STARTED-FLAG         PIC X         VALUE "N".
           88  WS-RUN-STARTED                        VALUE "Y".

       77  WS-IN-FILE                  PIC X(40)     VALUE SPACES.
       77  WS-IN-STATUS                PIC XX        VALUE SPACES.
       77  WS-OUT-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-OUT-STATUS               PIC XX        VALUE SPACES.
       77  WS-CTL-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-CTL-STATUS               PIC XX        VALUE SPACES.
       77  WS-RPT-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       01  WS-CL-TOKENS.
           05  WS-CL-TOK               PIC X(40)     VALUE SPACES
                                        OCCURS 2 TIMES.

       01 WS-IN-EOF-FLAG               PIC X         VALUE "N".
          88  WS-IN-EOF                              VALUE "Y".
       01 WS-CTL-EOF-FLAG              PIC X         VALUE "N".
          88  WS-CTL-EOF                             VALUE "Y".
       01 WS-OUT-OPEN-FLAG             PIC X         VALUE "N".
          88  WS-OUT-OPEN                            VALUE "Y".
      *    "Y" from a page heading until the line that names the
      *    page's department has been read.
       01 WS-SCOPE-PENDING-FLAG        PIC X         VALUE "N".
          88  WS-SCOPE-PENDING                       VALUE "Y".

      *    The reports burst, in GEEKNITE order: the report name, the
      *    text every page heading starts with, and which line of the
      *    page names the department (GEEKDIR's employee or index
      *    line, GEEKSTAT's and GEEKDIFF's scope line).
       01  WS-RPT-DIRECTORY.
           05 FILLER PIC X(8)  VALUE "geekdir".
           05 FILLER PIC X(30) VALUE "GEEK CODE TEAM DIRECTORY - ".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(8)  VALUE "geekstat".
           05 FILLER PIC X(30) VALUE "GEEKSTAT - ".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(8)  VALUE "geekdiff".
           05 FILLER PIC X(30) VALUE "GEEKDIFF - ".
           05 FILLER PIC 9     VALUE 3.
       01  WS-RPT-DIR-TBL REDEFINES WS-RPT-DIRECTORY.
           05  WS-RPT-ENT              OCCURS 3 TIMES.
               10  WS-RPT-NAME         PIC X(8).
               10  WS-RPT-HEAD         PIC X(30).
               10  WS-RPT-SCOPE-LINE   PIC 9.
       77  WS-RPT-MAX                  PIC 9         VALUE 3.
       77  WS-RPT                      PIC 9         VALUE ZEROES.

      *    What was read from each org-wide report - the figures the
      *    burst files have to add back up to.
       01  WS-READ-TAB.
           05  WS-READ-ENT             OCCURS 3 TIMES.
               10  WS-READ-FOUND       PIC X.
               10  WS-READ-PAGES       PIC 9(5).
               10  WS-READ-LINES       PIC 9(7).

      *    One bucket per department code met on the reports, plus
      *    ORGWIDE and NODEPT; per report, whether its file has been
      *    started tonight and what went into it.
       01  WS-BKT-TAB.
           05  WS-BKT-ENT              OCCURS 110 TIMES.
               10  WS-BKT-KEY          PIC X(8).
               10  WS-BKT-SORT         PIC X(9).
               10  WS-BKT-ROUTE        PIC 9(3).
               10  WS-BKT-RPT          OCCURS 3 TIMES.
                   15  WS-BKT-FILED    PIC X.
                   15  WS-BKT-PAGES    PIC 9(5).
                   15  WS-BKT-LINES    PIC 9(7).
       77  WS-BKT-CNT                  PIC 9(3)      VALUE ZEROES.
       77  WS-BKT                      PIC 9(3)      VALUE ZEROES.
       77  WS-BKT-FND                  PIC 9(3)      VALUE ZEROES.

      *    Manifest order: departments alphabetically, then NODEPT,
      *    then ORGWIDE.
       01  WS-IDX-TAB.
           05  WS-IDX                  PIC 9(3)      OCCURS 110 TIMES.
       77  WS-SRT                      PIC 9(3)      VALUE ZEROES.
       77  WS-HOLD-IDX                 PIC 9(3)      VALUE ZEROES.

      *    The distribution control file, in file order.
       01  WS-ROUTE-TAB.
           05  WS-ROUTE-ENT            OCCURS 200 TIMES.
               10  WS-ROUTE-KEY        PIC X(8).
               10  WS-ROUTE-TO         PIC X(60).
       77  WS-ROUTE-CNT                PIC 9(3)      VALUE ZEROES.
       77  WS-ROUTE                    PIC 9(3)      VALUE ZEROES.

      *    Control lines that could not be read, listed at the end.
       01  WS-BAD-TAB.
           05  WS-BAD-LINE             PIC X(80)     OCCURS 50 TIMES.
       77  WS-BAD-CNT                  PIC 9(3)      VALUE ZEROES.
       77  WS-BAD-KEPT                 PIC 9(3)      VALUE ZEROES.

       77  WS-CTL-LINE                 PIC X(80)     VALUE SPACES.
       77  WS-CTL-PTR                  PIC 9(3)      VALUE ZEROES.
       77  WS-IN-KEY                   PIC X(12)     VALUE SPACES.
       77  WS-IN-TO                    PIC X(80)     VALUE SPACES.
       77  WS-LOWER                    PIC X(26)
                                 VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER                    PIC X(26)
                                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    The page being read: its first lines are held until the
      *    line naming the department arrives, then written to that
      *    department's file.
       01  WS-HOLD-TAB.
           05  WS-HOLD-ENT             OCCURS 9 TIMES.
               10  WS-HOLD-LINE        PIC X(132).
               10  WS-HOLD-NEWPG       PIC X.
       77  WS-HOLD-CNT                 PIC 9         VALUE ZEROES.
       77  WS-HOLD                     PIC 9         VALUE ZEROES.

       77  WS-IN-LINE                  PIC X(132)    VALUE SPACES.
       77  WS-PUT-LINE                 PIC X(132)    VALUE SPACES.
       77  WS-PUT-NEWPG                PIC X         VALUE "N".
       77  WS-HEAD-LEN                 PIC 99        VALUE ZEROES.
       77  WS-PG-LINE                  PIC 99        VALUE ZEROES.
       77  WS-PAGE-LINES               PIC 99        VALUE 60.
       77  WS-CUR-BKT                  PIC 9(3)      VALUE ZEROES.
       77  WS-NEW-KEY                  PIC X(8)      VALUE SPACES.
       77  WS-SCOPE-HEAD               PIC X(132)    VALUE SPACES.
       77  WS-SCOPE-TAIL               PIC X(132)    VALUE SPACES.

       77  WS-FILE-CNT                 PIC 9(4)      VALUE ZEROES.
       77  WS-DEPT-CNT                 PIC 9(3)      VALUE ZEROES.
       77  WS-NOTO-CNT                 PIC 9(3)      VALUE ZEROES.
       77  WS-OOB-CNT                  PIC 9         VALUE ZEROES.
       77  WS-TOT-PAGES                PIC 9(6)      VALUE ZEROES.
       77  WS-TOT-LINES                PIC 9(8)      VALUE ZEROES.
       77  WS-SUM-PAGES                PIC 9(5)      VALUE ZEROES.
       77  WS-SUM-LINES                PIC 9(7)      VALUE ZEROES.
       77  WS-BKT-PAGES-ALL            PIC 9(6)      VALUE ZEROES.
       77  WS-BKT-LINES-ALL            PIC 9(8)      VALUE ZEROES.

       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-RPT-LINE                 PIC X(132)    VALUE SPACES.

       01  WS-FILE-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  FL-FILE                 PIC X(40).
           05  FILLER                  PIC X(8)      VALUE "  PAGES ".
           05  FL-PAGES                PIC ZZZZ9.
           05  FILLER                  PIC X(8)      VALUE "  LINES ".
           05  FL-LINES                PIC Z(6)9.
           05  FILLER                  PIC X(60)     VALUE SPACES.

       01  WS-BAL-LINE.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  BL-FILE                 PIC X(14).
           05  FILLER                  PIC X(12)
                                        VALUE "READ  PAGES ".
           05  BL-READ-PAGES           PIC ZZZZ9.
           05  FILLER                  PIC X(7)      VALUE " LINES ".
           05  BL-READ-LINES           PIC Z(6)9.
           05  FILLER                  PIC X(15)
                                        VALUE "   BURST PAGES ".
           05  BL-BURST-PAGES          PIC ZZZZ9.
           05  FILLER                  PIC X(7)      VALUE " LINES ".
           05  BL-BURST-LINES          PIC Z(6)9.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  BL-FLAG                 PIC X(16).
           05  FILLER                  PIC X(33)     VALUE SPACES.

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 15000-READ-ROUTES UNTIL WS-CTL-EOF
           IF WS-CTL-STATUS NOT = "35"
               CLOSE CTL-FILE
           END-IF
           PERFORM VARYING WS-RPT FROM 1 BY 1
                   UNTIL WS-RPT > WS-RPT-MAX
               PERFORM 20000-BURST-REPORT
           END-PERFORM
           PERFORM 40000-MANIFEST
           PERFORM 30000-CLEANUP.

       10000-SETUP.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK (1) WS-CL-TOK (2)
           END-UNSTRING
           IF WS-CL-TOK (1) = SPACES
               MOVE "geekbrst.ctl" TO WS-CTL-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (1)) TO WS-CTL-FILE
           END-IF
           IF WS-CL-TOK (2) = SPACES
               MOVE "geekbrst.rpt" TO WS-RPT-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (2)) TO WS-RPT-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           PERFORM 89000-RUN-START
      *    No control file yet is not an error - every department is
      *    burst and flagged as having no recipient.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "35"
               DISPLAY "geekbrst: no "
                   FUNCTION TRIM(WS-CTL-FILE)
                   " - no recipients on file."
               END-DISPLAY
               SET WS-CTL-EOF TO TRUE
           END-IF
           INITIALIZE WS-READ-TAB
           OPEN OUTPUT BRST-REPORT.

       15000-READ-ROUTES.
           READ CTL-FILE INTO WS-CTL-LINE
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF WS-CTL-LINE NOT = SPACES
                       AND WS-CTL-LINE (1:1) NOT = "*"
                       PERFORM 16000-PARSE-ROUTE
                   END-IF
           END-READ.

       16000-PARSE-ROUTE.
      *    department code (or ORGWIDE / NODEPT), then the recipient
      *    - the rest of the line.
           MOVE SPACES TO WS-IN-KEY WS-IN-TO
           MOVE 1 TO WS-CTL-PTR
           UNSTRING WS-CTL-LINE DELIMITED BY ALL SPACE
               INTO WS-IN-KEY
               WITH POINTER WS-CTL-PTR
           END-UNSTRING
           IF WS-CTL-PTR <= 80
               MOVE WS-CTL-LINE (WS-CTL-PTR:) TO WS-IN-TO
           END-IF
           INSPECT WS-IN-KEY CONVERTING WS-LOWER TO WS-UPPER
           IF WS-IN-KEY = SPACES OR WS-IN-KEY (9:4) NOT = SPACES
               OR WS-IN-TO = SPACES OR WS-IN-TO (61:20) NOT = SPACES
               ADD 1 TO WS-BAD-CNT
               IF WS-BAD-KEPT < 50
                   ADD 1 TO WS-BAD-KEPT
                   MOVE WS-CTL-LINE TO WS-BAD-LINE (WS-BAD-KEPT)
               END-IF
           ELSE
               IF WS-ROUTE-CNT >= 200
                   DISPLAY "geekbrst: more than 200 recipients in "
                       FUNCTION TRIM(WS-CTL-FILE) " - run stopped."
                   END-DISPLAY
                   MOVE 12 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
               END-IF
               ADD 1 TO WS-ROUTE-CNT
               MOVE WS-IN-KEY (1:8) TO WS-ROUTE-KEY (WS-ROUTE-CNT)
               MOVE WS-IN-TO (1:60) TO WS-ROUTE-TO (WS-ROUTE-CNT)
           END-IF.

       20000-BURST-REPORT.
           MOVE SPACES TO WS-IN-FILE
           STRING FUNCTION TRIM(WS-RPT-NAME (WS-RPT))
                                                DELIMITED BY SIZE
                  ".rpt"                        DELIMITED BY SIZE
           INTO WS-IN-FILE
           END-STRING
           OPEN INPUT IN-REPORT
           IF WS-IN-STATUS NOT = "00"
               MOVE "N" TO WS-READ-FOUND (WS-RPT)
               DISPLAY "geekbrst: no " FUNCTION TRIM(WS-IN-FILE)
                   " tonight - nothing to burst."
               END-DISPLAY
           ELSE
               MOVE "Y" TO WS-READ-FOUND (WS-RPT)
               MOVE ZEROES TO WS-CUR-BKT WS-HOLD-CNT
               MOVE WS-PAGE-LINES TO WS-PG-LINE
               MOVE "N" TO WS-SCOPE-PENDING-FLAG
               MOVE "N" TO WS-IN-EOF-FLAG
               COMPUTE WS-HEAD-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-RPT-HEAD (WS-RPT) TRAILING))
               PERFORM 21000-READ-REPORT UNTIL WS-IN-EOF
               PERFORM 24000-RELEASE-HELD
               IF WS-OUT-OPEN
                   CLOSE BURST-FILE
                   MOVE "N" TO WS-OUT-OPEN-FLAG
               END-IF
               CLOSE IN-REPORT
           END-IF.

       21000-READ-REPORT.
           READ IN-REPORT INTO WS-IN-LINE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   PERFORM 22000-ROUTE-LINE
           END-READ.

       22000-ROUTE-LINE.
      *    A page starts at each page heading, or after a full page
      *    depth of lines without one (a GEEKSTAT group spilling onto
      *    a second sheet, or the unpaginated GEEKDIFF listing).
           ADD 1 TO WS-READ-LINES (WS-RPT)
           MOVE "N" TO WS-PUT-NEWPG
           IF WS-IN-LINE (1:WS-HEAD-LEN) =
                   WS-RPT-HEAD (WS-RPT) (1:WS-HEAD-LEN)
               PERFORM 24000-RELEASE-HELD
               ADD 1 TO WS-READ-PAGES (WS-RPT)
               MOVE 1 TO WS-PG-LINE
               MOVE "Y" TO WS-PUT-NEWPG
               SET WS-SCOPE-PENDING TO TRUE
           ELSE
               IF WS-PG-LINE >= WS-PAGE-LINES
                   ADD 1 TO WS-READ-PAGES (WS-RPT)
                   MOVE 1 TO WS-PG-LINE
                   MOVE "Y" TO WS-PUT-NEWPG
               ELSE
                   ADD 1 TO WS-PG-LINE
               END-IF
           END-IF
           IF WS-SCOPE-PENDING
               ADD 1 TO WS-HOLD-CNT
               MOVE WS-IN-LINE   TO WS-HOLD-LINE (WS-HOLD-CNT)
               MOVE WS-PUT-NEWPG TO WS-HOLD-NEWPG (WS-HOLD-CNT)
               IF WS-HOLD-CNT >= WS-RPT-SCOPE-LINE (WS-RPT)
                   PERFORM 23000-SCOPE-KEY
                   PERFORM 25000-SWITCH-BUCKET
                   PERFORM 24000-RELEASE-HELD
               END-IF
           ELSE
               MOVE WS-IN-LINE TO WS-PUT-LINE
               PERFORM 26000-PUT-LINE
           END-IF.

       23000-SCOPE-KEY.
      *    The line that names the page's department:
      *        DEPARTMENT ENG ...            (all three reports)
      *        NO DEPARTMENT - INDEX ...     (GEEKDIR)
      *        EMPLOYEE: id name   DEPARTMENT: ENG   (GEEKDIR)
      *    and anything else - ORG-WIDE, GEEKDIR's employee index, a
      *    GEEKDIFF baseline run - is an org-wide page.
           MOVE "ORGWIDE" TO WS-NEW-KEY
           MOVE WS-HOLD-LINE (WS-HOLD-CNT) TO WS-SCOPE-HEAD
           IF WS-SCOPE-HEAD (1:11) = "DEPARTMENT "
               MOVE SPACES TO WS-NEW-KEY
               UNSTRING WS-SCOPE-HEAD (12:) DELIMITED BY SPACE
                   INTO WS-NEW-KEY
               END-UNSTRING
               IF WS-NEW-KEY = SPACES
                   MOVE "NODEPT" TO WS-NEW-KEY
               END-IF
           ELSE IF WS-SCOPE-HEAD (1:13) = "NO DEPARTMENT"
               MOVE "NODEPT" TO WS-NEW-KEY
           ELSE IF WS-SCOPE-HEAD (1:10) = "EMPLOYEE: "
               MOVE "NODEPT" TO WS-NEW-KEY
               MOVE SPACES TO WS-SCOPE-TAIL
               UNSTRING WS-HOLD-LINE (WS-HOLD-CNT)
                   DELIMITED BY "   DEPARTMENT: "
                   INTO WS-SCOPE-HEAD WS-SCOPE-TAIL
               END-UNSTRING
               IF WS-SCOPE-TAIL NOT = SPACES
                   UNSTRING WS-SCOPE-TAIL DELIMITED BY SPACE
                       INTO WS-NEW-KEY
                   END-UNSTRING
               END-IF
           END-IF
           END-IF
           END-IF.

       24000-RELEASE-HELD.
      *    Write out the held lines of the current page - to the
      *    department just found, or, for a page that ended before
      *    naming one, to the file already open.
           PERFORM VARYING WS-HOLD FROM 1 BY 1
                   UNTIL WS-HOLD > WS-HOLD-CNT
               MOVE WS-HOLD-LINE (WS-HOLD)  TO WS-PUT-LINE
               MOVE WS-HOLD-NEWPG (WS-HOLD) TO WS-PUT-NEWPG
               PERFORM 26000-PUT-LINE
           END-PERFORM
           MOVE ZEROES TO WS-HOLD-CNT
           MOVE "N" TO WS-SCOPE-PENDING-FLAG.

       25000-SWITCH-BUCKET.
           MOVE ZEROES TO WS-BKT-FND
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > WS-BKT-CNT
               IF WS-BKT-KEY (WS-BKT) = WS-NEW-KEY
                   MOVE WS-BKT TO WS-BKT-FND
                   MOVE WS-BKT-CNT TO WS-BKT
               END-IF
           END-PERFORM
           IF WS-BKT-FND = ZEROES
               PERFORM 25100-ADD-BUCKET
           END-IF
           IF WS-BKT-FND NOT = WS-CUR-BKT
               IF WS-OUT-OPEN
                   CLOSE BURST-FILE
                   MOVE "N" TO WS-OUT-OPEN-FLAG
               END-IF
               MOVE WS-BKT-FND TO WS-CUR-BKT
               PERFORM 25200-OPEN-BURST
           END-IF.

       25100-ADD-BUCKET.
           IF WS-BKT-CNT >= 110
               DISPLAY "geekbrst: more than 110 departments on "
                   FUNCTION TRIM(WS-IN-FILE) " - run stopped."
               END-DISPLAY
               MOVE 12 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           ADD 1 TO WS-BKT-CNT
           MOVE WS-BKT-CNT TO WS-BKT-FND
           INITIALIZE WS-BKT-ENT (WS-BKT-FND)
           MOVE WS-NEW-KEY TO WS-BKT-KEY (WS-BKT-FND)
           MOVE SPACES TO WS-BKT-SORT (WS-BKT-FND)
           IF WS-NEW-KEY = "ORGWIDE"
               MOVE "3"        TO WS-BKT-SORT (WS-BKT-FND) (1:1)
           ELSE IF WS-NEW-KEY = "NODEPT"
               MOVE "2"        TO WS-BKT-SORT (WS-BKT-FND) (1:1)
           ELSE
               MOVE "1"        TO WS-BKT-SORT (WS-BKT-FND) (1:1)
           END-IF
           END-IF
           MOVE WS-NEW-KEY TO WS-BKT-SORT (WS-BKT-FND) (2:8)
           MOVE ZEROES TO WS-BKT-ROUTE (WS-BKT-FND)
           PERFORM VARYING WS-ROUTE FROM 1 BY 1
                   UNTIL WS-ROUTE > WS-ROUTE-CNT
               IF WS-ROUTE-KEY (WS-ROUTE) = WS-NEW-KEY
                   MOVE WS-ROUTE TO WS-BKT-ROUTE (WS-BKT-FND)
               END-IF
           END-PERFORM.

       25200-OPEN-BURST.
      *    report.DEPT.Dyyyymmdd.rpt - a department met again further
      *    down the same report is appended to, not overwritten.
           MOVE SPACES TO WS-OUT-FILE
           STRING FUNCTION TRIM(WS-RPT-NAME (WS-RPT))
                                                DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BKT-KEY (WS-CUR-BKT))
                                                DELIMITED BY SIZE
                  ".D"                          DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  ".rpt"                        DELIMITED BY SIZE
           INTO WS-OUT-FILE
           END-STRING
           IF WS-BKT-FILED (WS-CUR-BKT, WS-RPT) = "Y"
               OPEN EXTEND BURST-FILE
           ELSE
               OPEN OUTPUT BURST-FILE
               MOVE "Y" TO WS-BKT-FILED (WS-CUR-BKT, WS-RPT)
               ADD 1 TO WS-FILE-CNT
           END-IF
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "geekbrst: cannot open "
                   FUNCTION TRIM(WS-OUT-FILE) " - status "
                   WS-OUT-STATUS " - run stopped."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           SET WS-OUT-OPEN TO TRUE.

       26000-PUT-LINE.
      *    Lines ahead of the first page heading go with the org-wide
      *    pages.  Only a line actually written is counted, so a
      *    failed write shows up as an imbalance on the manifest.
           IF WS-CUR-BKT = ZEROES
               MOVE "ORGWIDE" TO WS-NEW-KEY
               PERFORM 25000-SWITCH-BUCKET
           END-IF
           WRITE BURST-REC FROM WS-PUT-LINE
           END-WRITE
           IF WS-OUT-STATUS = "00"
               ADD 1 TO WS-BKT-LINES (WS-CUR-BKT, WS-RPT)
               IF WS-PUT-NEWPG = "Y"
                   ADD 1 TO WS-BKT-PAGES (WS-CUR-BKT, WS-RPT)
               END-IF
           END-IF.

       40000-MANIFEST.
           PERFORM 46000-SORT-INDEX
           MOVE SPACES TO WS-RPT-LINE
           STRING "GEEKBRST - DEPARTMENTAL REPORT DISTRIBUTION "
                                                DELIMITED BY SIZE
                  "MANIFEST - "                 DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECIPIENTS: "                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-FILE)    DELIMITED BY SIZE
                  " ("                          DELIMITED BY SIZE
                  WS-ROUTE-CNT                  DELIMITED BY SIZE
                  " on file)"                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           PERFORM VARYING WS-SRT FROM 1 BY 1
                   UNTIL WS-SRT > WS-BKT-CNT
               MOVE WS-IDX (WS-SRT) TO WS-BKT
               PERFORM 41000-MANIFEST-DEPT
           END-PERFORM
           IF WS-BKT-CNT = ZEROES
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
               MOVE "  (no report pages tonight)" TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
           END-IF
           PERFORM 42000-BALANCE
           PERFORM 47000-REPORT-REJECTS.

       41000-MANIFEST-DEPT.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           IF WS-BKT-KEY (WS-BKT) = "ORGWIDE"
               MOVE "ORG-WIDE PAGES (ORGWIDE)" TO WS-RPT-LINE
           ELSE IF WS-BKT-KEY (WS-BKT) = "NODEPT"
               MOVE "NO DEPARTMENT (NODEPT)" TO WS-RPT-LINE
           ELSE
               ADD 1 TO WS-DEPT-CNT
               STRING "DEPARTMENT "             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BKT-KEY (WS-BKT))
                                                DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
           END-IF
           END-IF
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-BKT-ROUTE (WS-BKT) > ZEROES
               MOVE WS-BKT-ROUTE (WS-BKT) TO WS-ROUTE
               STRING "  RECIPIENT: "           DELIMITED BY SIZE
                      WS-ROUTE-TO (WS-ROUTE)    DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-NOTO-CNT
               STRING "  RECIPIENT: *** NONE ON FILE - "
                                                DELIMITED BY SIZE
                      "HOLD FOR DISTRIBUTION ***"
                                                DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM 55000-WRITE-RPT
           MOVE ZEROES TO WS-SUM-PAGES WS-SUM-LINES
           PERFORM VARYING WS-RPT FROM 1 BY 1
                   UNTIL WS-RPT > WS-RPT-MAX
               IF WS-BKT-FILED (WS-BKT, WS-RPT) = "Y"
                   MOVE SPACES TO FL-FILE
                   STRING FUNCTION TRIM(WS-RPT-NAME (WS-RPT))
                                                DELIMITED BY SIZE
                          "."                   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BKT-KEY (WS-BKT))
                                                DELIMITED BY SIZE
                          ".D"                  DELIMITED BY SIZE
                          WS-RUN-DATE           DELIMITED BY SIZE
                          ".rpt"                DELIMITED BY SIZE
                   INTO FL-FILE
                   END-STRING
                   MOVE WS-BKT-PAGES (WS-BKT, WS-RPT) TO FL-PAGES
                   MOVE WS-BKT-LINES (WS-BKT, WS-RPT) TO FL-LINES
                   MOVE WS-FILE-LINE TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
                   ADD WS-BKT-PAGES (WS-BKT, WS-RPT) TO WS-SUM-PAGES
                   ADD WS-BKT-LINES (WS-BKT, WS-RPT) TO WS-SUM-LINES
               END-IF
           END-PERFORM
           MOVE SPACES TO FL-FILE
           MOVE "  TOTAL" TO FL-FILE
           MOVE WS-SUM-PAGES TO FL-PAGES
           MOVE WS-SUM-LINES TO FL-LINES
           MOVE WS-FILE-LINE TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           ADD WS-SUM-PAGES TO WS-BKT-PAGES-ALL
           ADD WS-SUM-LINES TO WS-BKT-LINES-ALL.

       42000-BALANCE.
      *    Every page and line read from an org-wide report has to be
      *    in exactly one department's file.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE "BALANCING TO THE ORG-WIDE REPORTS" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           PERFORM VARYING WS-RPT FROM 1 BY 1
                   UNTIL WS-RPT > WS-RPT-MAX
               PERFORM 42100-BALANCE-REPORT
           END-PERFORM.

       42100-BALANCE-REPORT.
           MOVE ZEROES TO WS-SUM-PAGES WS-SUM-LINES
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > WS-BKT-CNT
               ADD WS-BKT-PAGES (WS-BKT, WS-RPT) TO WS-SUM-PAGES
               ADD WS-BKT-LINES (WS-BKT, WS-RPT) TO WS-SUM-LINES
           END-PERFORM
           MOVE SPACES TO BL-FILE
           STRING FUNCTION TRIM(WS-RPT-NAME (WS-RPT))
                                                DELIMITED BY SIZE
                  ".rpt"                        DELIMITED BY SIZE
           INTO BL-FILE
           END-STRING
           MOVE WS-READ-PAGES (WS-RPT) TO BL-READ-PAGES
           MOVE WS-READ-LINES (WS-RPT) TO BL-READ-LINES
           MOVE WS-SUM-PAGES           TO BL-BURST-PAGES
           MOVE WS-SUM-LINES           TO BL-BURST-LINES
           IF WS-READ-FOUND (WS-RPT) NOT = "Y"
               MOVE "NOT PRODUCED" TO BL-FLAG
           ELSE
               IF WS-SUM-PAGES = WS-READ-PAGES (WS-RPT)
                   AND WS-SUM-LINES = WS-READ-LINES (WS-RPT)
                   MOVE "BALANCED" TO BL-FLAG
               ELSE
                   MOVE "OUT OF BALANCE" TO BL-FLAG
                   ADD 1 TO WS-OOB-CNT
               END-IF
           END-IF
           MOVE WS-BAL-LINE TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           ADD WS-READ-PAGES (WS-RPT) TO WS-TOT-PAGES
           ADD WS-READ-LINES (WS-RPT) TO WS-TOT-LINES.

       46000-SORT-INDEX.
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > WS-BKT-CNT
               MOVE WS-BKT TO WS-IDX (WS-BKT)
           END-PERFORM
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT >= WS-BKT-CNT
               PERFORM VARYING WS-SRT FROM 1 BY 1
                       UNTIL WS-SRT >= WS-BKT-CNT
                   IF WS-BKT-SORT (WS-IDX (WS-SRT)) >
                           WS-BKT-SORT (WS-IDX (WS-SRT + 1))
                       MOVE WS-IDX (WS-SRT)     TO WS-HOLD-IDX
                       MOVE WS-IDX (WS-SRT + 1) TO WS-IDX (WS-SRT)
                       MOVE WS-HOLD-IDX         TO WS-IDX (WS-SRT + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       47000-REPORT-REJECTS.
           IF WS-BAD-CNT > ZEROES
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
               MOVE SPACES TO WS-RPT-LINE
               STRING "CONTROL LINES NOT APPLIED ("
                                                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CTL-FILE)
                                                DELIMITED BY SIZE
                      ")"                       DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 55000-WRITE-RPT
               MOVE ALL "-" TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
               PERFORM VARYING WS-ROUTE FROM 1 BY 1
                       UNTIL WS-ROUTE > WS-BAD-KEPT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  "                  DELIMITED BY SIZE
                          WS-BAD-LINE (WS-ROUTE)
                                                DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
               END-PERFORM
               IF WS-BAD-CNT > WS-BAD-KEPT
                   MOVE "  (more lines not listed)" TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF.

       55000-WRITE-RPT.
           WRITE RPT-REC FROM WS-RPT-LINE
           END-WRITE.

       30000-CLEANUP.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING "TOTALS - "                   DELIMITED BY SIZE
                  WS-DEPT-CNT                   DELIMITED BY SIZE
                  " departments, "              DELIMITED BY SIZE
                  WS-FILE-CNT                   DELIMITED BY SIZE
                  " files, "                    DELIMITED BY SIZE
                  WS-BKT-PAGES-ALL              DELIMITED BY SIZE
                  " of "                        DELIMITED BY SIZE
                  WS-TOT-PAGES                  DELIMITED BY SIZE
                  " pages and "                 DELIMITED BY SIZE
                  WS-BKT-LINES-ALL              DELIMITED BY SIZE
                  " of "                        DELIMITED BY SIZE
                  WS-TOT-LINES                  DELIMITED BY SIZE
                  " lines burst,"               DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           STRING "         "                  DELIMITED BY SIZE
                  WS-NOTO-CNT                   DELIMITED BY SIZE
                  " with no recipient, "        DELIMITED BY SIZE
                  WS-BAD-CNT                    DELIMITED BY SIZE
                  " control lines not applied." DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           CLOSE BRST-REPORT
           DISPLAY "geekbrst: " WS-FILE-CNT " files for "
               WS-BKT-CNT " distributions, " WS-NOTO-CNT
               " with no recipient - see " FUNCTION TRIM(WS-RPT-FILE)
           END-DISPLAY
           IF WS-OOB-CNT > ZEROES
               DISPLAY "geekbrst: " WS-OOB-CNT " reports do not "
                   "balance to the burst files."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOTO-CNT > ZEROES OR WS-BAD-CNT > ZEROES
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           MOVE WS-NOTO-CNT TO WS-RUN-CNT
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
           MOVE "GEEKBRST" TO RUN-STEP
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
