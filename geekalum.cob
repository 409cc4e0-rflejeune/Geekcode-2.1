       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKALUM.
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
      *   On-demand alumni listing: reads the keyed alumni file        *
      *   geekalum.dat that GEEKROLL's departed-employee sweep and     *
      *   GEEKTRAN's terminate transactions fill, and lists the        *
      *   departures grouped by departure month and, within the        *
      *   month, by last department - id, name, departure date, the    *
      *   program that removed them and, for a boomerang hire, the     *
      *   date they were reinstated - with department and month        *
      *   counts and a closing total.                                  *
      *       geekalum [reportfile]                                    *
      *   The default report file is geekalum.rpt.                     *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           SOURCE-COMPUTER. IBM-386.
           OBJECT-COMPUTER. IBM-386.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ALUMNI-FILE          ASSIGN TO "geekalum.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS SEQUENTIAL
                                       RECORD KEY IS ALUM-EMP-ID
                                       FILE STATUS IS WS-ALUM-STATUS.
           SELECT ALUM-REPORT          ASSIGN TO DYNAMIC WS-RPT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.

       FD  ALUMNI-FILE.

           COPY "geekalum.cpy".

       FD  ALUM-REPORT.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-ALUM-STATUS              PIC XX        VALUE SPACES.
       77  WS-RPT-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       77  WS-CL-TOK                   PIC X(40)     VALUE SPACES.

       01 WS-ALUM-EOF-FLAG             PIC X         VALUE "N".
          88  WS-ALUM-EOF                            VALUE "Y".

      *    Sized like the roster tables; running out is a hard stop
      *    in 21000-STORE-ALUMNUS, never a silently short listing.
      *    The sort key is the departure month, the department and
      *    the name, so the listing breaks cleanly on month and then
      *    department.
       01  WS-ALM-TAB.
           05  WS-ALM-ENT              OCCURS 9999 TIMES.
               10  WS-ALM-SORT-KEY.
                   15  WS-ALM-MONTH    PIC 9(6).
                   15  WS-ALM-DEPT     PIC X(4).
                   15  WS-ALM-NAME     PIC X(30).
               10  WS-ALM-ID           PIC X(10).
               10  WS-ALM-DEPART       PIC 9(8).
               10  WS-ALM-REINSTATE    PIC 9(8).
               10  WS-ALM-REMOVED-BY   PIC X(8).

       01  WS-IDX-TAB.
           05  WS-IDX                  PIC 9(4)      OCCURS 9999 TIMES.

       77  WS-ALM-CNT                  PIC 9(4)      VALUE ZEROES.
       77  WS-SUB                      PIC 9(4)      VALUE ZEROES.
       77  WS-SRT                      PIC 9(4)      VALUE ZEROES.
       77  WS-HOLD-IDX                 PIC 9(4)      VALUE ZEROES.
       77  WS-CUR                      PIC 9(4)      VALUE ZEROES.
       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.

      *    Control-break state: the month and department being
      *    printed and their counts.
       77  WS-BRK-MONTH                PIC 9(6)      VALUE ZEROES.
       77  WS-BRK-DEPT                 PIC X(4)      VALUE SPACES.
       77  WS-MONTH-CNT                PIC 9(4)      VALUE ZEROES.
       77  WS-DEPT-CNT                 PIC 9(4)      VALUE ZEROES.
       77  WS-REHIRED-CNT              PIC 9(4)      VALUE ZEROES.
       77  WS-GONE-CNT                 PIC 9(4)      VALUE ZEROES.

       77  WS-RPT-LINE                 PIC X(132)    VALUE SPACES.
       01  WS-ALM-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  AL-ID                   PIC X(10).
           05  FILLER                  PIC X         VALUE SPACE.
           05  AL-NAME                 PIC X(30).
           05  FILLER                  PIC X(10)     VALUE " DEPARTED ".
           05  AL-DEPART               PIC 9(8).
           05  FILLER                  PIC X(4)      VALUE " BY ".
           05  AL-REMOVED-BY           PIC X(8).
           05  FILLER                  PIC XX        VALUE SPACES.
           05  AL-REHIRED              PIC X(16).
           05  FILLER                  PIC X(39)     VALUE SPACES.

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 20000-LOAD-ALUMNI UNTIL WS-ALUM-EOF
           PERFORM 46000-SORT-INDEX
           PERFORM 40000-PRINT-LISTING
           PERFORM 30000-CLEANUP.

       10000-SETUP.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK
           END-UNSTRING
           IF WS-CL-TOK = SPACES
               MOVE "geekalum.rpt" TO WS-RPT-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK) TO WS-RPT-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUM-STATUS = "35"
               DISPLAY "geekalum: cannot find geekalum.dat - no "
                   "departures have been recorded."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           OPEN OUTPUT ALUM-REPORT.

       20000-LOAD-ALUMNI.
           READ ALUMNI-FILE NEXT RECORD
               AT END
                   SET WS-ALUM-EOF TO TRUE
               NOT AT END
                   PERFORM 21000-STORE-ALUMNUS
           END-READ.

       21000-STORE-ALUMNUS.
           IF WS-ALM-CNT >= 9999
               DISPLAY "geekalum: more than 9999 alumni - run "
                   "stopped."
               END-DISPLAY
               MOVE 12 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           ADD 1 TO WS-ALM-CNT
           MOVE ALUM-DEPART-DATE (1:6)
               TO WS-ALM-MONTH (WS-ALM-CNT)
           MOVE ALUM-LAST-DEPT      TO WS-ALM-DEPT (WS-ALM-CNT)
           MOVE ALUM-EMP-NAME       TO WS-ALM-NAME (WS-ALM-CNT)
           MOVE ALUM-EMP-ID         TO WS-ALM-ID (WS-ALM-CNT)
           MOVE ALUM-DEPART-DATE    TO WS-ALM-DEPART (WS-ALM-CNT)
           MOVE ALUM-REINSTATE-DATE TO WS-ALM-REINSTATE (WS-ALM-CNT)
           MOVE ALUM-REMOVED-BY     TO WS-ALM-REMOVED-BY (WS-ALM-CNT).

       40000-PRINT-LISTING.
           MOVE SPACES TO WS-RPT-LINE
           STRING "GEEKALUM - ALUMNI DEPARTURES BY MONTH AND "
                                                DELIMITED BY SIZE
                  "DEPARTMENT - "               DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 44000-WRITE-RPT
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM 44000-WRITE-RPT
           IF WS-ALM-CNT = ZEROES
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 44000-WRITE-RPT
               MOVE "  (no departures on the alumni file)"
                   TO WS-RPT-LINE
               PERFORM 44000-WRITE-RPT
           ELSE
               MOVE WS-ALM-MONTH (WS-IDX (1)) TO WS-BRK-MONTH
               MOVE WS-ALM-DEPT (WS-IDX (1))  TO WS-BRK-DEPT
               PERFORM 42100-MONTH-HEADING
               PERFORM 43100-DEPT-HEADING
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ALM-CNT
                   MOVE WS-IDX (WS-SUB) TO WS-CUR
                   PERFORM 41000-PRINT-ONE
               END-PERFORM
               PERFORM 43000-DEPT-BREAK
               PERFORM 42000-MONTH-BREAK
           END-IF.

       41000-PRINT-ONE.
           IF WS-ALM-MONTH (WS-CUR) NOT = WS-BRK-MONTH
               PERFORM 43000-DEPT-BREAK
               PERFORM 42000-MONTH-BREAK
               MOVE WS-ALM-MONTH (WS-CUR) TO WS-BRK-MONTH
               MOVE WS-ALM-DEPT (WS-CUR)  TO WS-BRK-DEPT
               PERFORM 42100-MONTH-HEADING
               PERFORM 43100-DEPT-HEADING
           ELSE
               IF WS-ALM-DEPT (WS-CUR) NOT = WS-BRK-DEPT
                   PERFORM 43000-DEPT-BREAK
                   MOVE WS-ALM-DEPT (WS-CUR) TO WS-BRK-DEPT
                   PERFORM 43100-DEPT-HEADING
               END-IF
           END-IF
           MOVE WS-ALM-ID (WS-CUR)         TO AL-ID
           MOVE WS-ALM-NAME (WS-CUR)       TO AL-NAME
           MOVE WS-ALM-DEPART (WS-CUR)     TO AL-DEPART
           MOVE WS-ALM-REMOVED-BY (WS-CUR) TO AL-REMOVED-BY
           MOVE SPACES TO AL-REHIRED
           IF WS-ALM-REINSTATE (WS-CUR) > ZEROES
               STRING "REHIRED "                DELIMITED BY SIZE
                      WS-ALM-REINSTATE (WS-CUR) DELIMITED BY SIZE
               INTO AL-REHIRED
               END-STRING
               ADD 1 TO WS-REHIRED-CNT
           ELSE
               ADD 1 TO WS-GONE-CNT
           END-IF
           MOVE WS-ALM-LINE TO WS-RPT-LINE
           PERFORM 44000-WRITE-RPT
           ADD 1 TO WS-DEPT-CNT
           ADD 1 TO WS-MONTH-CNT.

       42000-MONTH-BREAK.
           MOVE SPACES TO WS-RPT-LINE
           STRING "  MONTH "                    DELIMITED BY SIZE
                  WS-BRK-MONTH (1:4)            DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  WS-BRK-MONTH (5:2)            DELIMITED BY SIZE
                  " - DEPARTURES "              DELIMITED BY SIZE
                  WS-MONTH-CNT                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 44000-WRITE-RPT
           MOVE ZEROES TO WS-MONTH-CNT.

       42100-MONTH-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 44000-WRITE-RPT
           STRING "MONTH "                      DELIMITED BY SIZE
                  WS-BRK-MONTH (1:4)            DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  WS-BRK-MONTH (5:2)            DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 44000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM 44000-WRITE-RPT.

       43000-DEPT-BREAK.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-BRK-DEPT = SPACES
               STRING "    NO DEPARTMENT - DEPARTURES "
                                                    DELIMITED BY SIZE
                      WS-DEPT-CNT                   DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "    DEPARTMENT "             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BRK-DEPT)    DELIMITED BY SIZE
                      " - DEPARTURES "              DELIMITED BY SIZE
                      WS-DEPT-CNT                   DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM 44000-WRITE-RPT
           MOVE ZEROES TO WS-DEPT-CNT.

       43100-DEPT-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-BRK-DEPT = SPACES
               MOVE "  NO DEPARTMENT" TO WS-RPT-LINE
           ELSE
               STRING "  DEPARTMENT "               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BRK-DEPT)    DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM 44000-WRITE-RPT.

       44000-WRITE-RPT.
           WRITE RPT-REC FROM WS-RPT-LINE
           END-WRITE.

       46000-SORT-INDEX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ALM-CNT
               MOVE WS-SUB TO WS-IDX (WS-SUB)
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-ALM-CNT
               PERFORM VARYING WS-SRT FROM 1 BY 1
                       UNTIL WS-SRT >= WS-ALM-CNT
                   IF WS-ALM-SORT-KEY (WS-IDX (WS-SRT)) >
                           WS-ALM-SORT-KEY (WS-IDX (WS-SRT + 1))
                       MOVE WS-IDX (WS-SRT)     TO WS-HOLD-IDX
                       MOVE WS-IDX (WS-SRT + 1) TO WS-IDX (WS-SRT)
                       MOVE WS-HOLD-IDX         TO WS-IDX (WS-SRT + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       30000-CLEANUP.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 44000-WRITE-RPT
           STRING "TOTALS - "                   DELIMITED BY SIZE
                  WS-ALM-CNT                    DELIMITED BY SIZE
                  " departures, "               DELIMITED BY SIZE
                  WS-REHIRED-CNT                DELIMITED BY SIZE
                  " since rehired, "            DELIMITED BY SIZE
                  WS-GONE-CNT                   DELIMITED BY SIZE
                  " still departed."            DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 44000-WRITE-RPT
           CLOSE ALUMNI-FILE
           CLOSE ALUM-REPORT
           DISPLAY "geekalum: " WS-ALM-CNT " departures listed on "
               FUNCTION TRIM(WS-RPT-FILE)
           END-DISPLAY
           PERFORM 94000-TERMINATE.

       94000-TERMINATE.
           GOBACK.
