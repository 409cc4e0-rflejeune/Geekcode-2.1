       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKAGE.
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
      *   Monthly answer-currency aging: reads MST-CONFIRMED-DATE off  *
      *   every record on the keyed roster master geekcode.mst and     *
      *   reports, per department and org-wide, how many employees     *
      *   last confirmed their answers under 6, 6-12, 12-24 and over   *
      *   24 months ago, or never.  Every employee at or past the      *
      *   re-survey age (default 12 months), or never confirmed, is    *
      *   listed under their department and written to the re-survey   *
      *   request file (geekresv.cpy layout) HR feeds to their         *
      *   reminder email system.                                       *
      *       geekage [report [requestfile [nn]]]                      *
      *   defaults geekage.rpt, geekresv.dat and 12.                   *
      *   A record whose date is zeroes (a master rebuilt by its       *
      *   first roll, or restored by GEEKREST) is seeded before the    *
      *   report from the latest of: the newest geekhist.dat change    *
      *   for the employee, and the newest answer line for them on     *
      *   the audit trail (the live log and every dated archive).      *
      *   GEEKROLL logs every employee's answers every night, so an    *
      *   answer line with no AUD-OPER counts only when it falls       *
      *   outside every GEEKROLL START/END window on geeknite.run      *
      *   (and after the first one, since nothing earlier can be told  *
      *   apart from a roll).  Seeded dates are written back under     *
      *   the geekcode.lck lock and listed on the report; an employee  *
      *   with no trace stays "never" until they next confirm.         *
      *   Meant to be run from GEEKMNTH.JCL on the first of the month. *
      *   Return code 8 when the run could not complete, 12 when a     *
      *   table limit is exceeded.                                     *
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
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS MST-EMP-ID
                                       FILE STATUS IS WS-MASTER-STATUS.
           SELECT HIST-FILE            ASSIGN TO "geekhist.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS SEQUENTIAL
                                       RECORD KEY IS HIST-KEY
                                       FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-FILE           ASSIGN TO DYNAMIC WS-AUDIT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCH-LIST            ASSIGN TO "geekage.lst"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LIST-STATUS.
           SELECT RUN-CONTROL          ASSIGN TO "geeknite.run"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RUN-STATUS.
           SELECT AGE-REPORT           ASSIGN TO DYNAMIC WS-RPT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESV-FILE            ASSIGN TO DYNAMIC WS-RESV-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE            ASSIGN TO "geekcode.lck"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.

       FILE SECTION.

       FD  GEEK-MASTER.

           COPY "geekmast.cpy".

       FD  HIST-FILE.

           COPY "geekhist.cpy".

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC              PIC X(132).

       FD  ARCH-LIST.
       01  ARCH-LIST-REC               PIC X(40).

       FD  RUN-CONTROL.

           COPY "geekrunc.cpy".

       FD  AGE-REPORT.
       01  RPT-REC                     PIC X(132).

       FD  RESV-FILE.
       01  RESV-FILE-REC               PIC X(72).

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

       77  WS-TIME-RAW                 PIC X(8)      VALUE SPACES.

      *    Single-writer lock on geekcode.mst, the same protocol as
      *    GEEKCODE, GEEKROLL and GEEKTRAN; taken only while seeded
      *    dates are written back.
       77  WS-LOCK-STATUS              PIC XX        VALUE SPACES.
       77  WS-LOCK-LINE                PIC X(40)     VALUE SPACES.
       77  WS-LOCK-NAME                PIC X(12)
                                       VALUE "geekcode.lck".
       77  WS-SAVED-RC                 PIC S9(4)     VALUE ZEROES.
       01  WS-LOCK-HELD-FLAG           PIC X         VALUE "N".
           88  WS-LOCK-HELD                          VALUE "Y".

           COPY "geekcats.cpy".

           COPY "geekaudr.cpy".

           COPY "geekresv.cpy".

       77  WS-MASTER-STATUS            PIC XX        VALUE SPACES.
       77  WS-HIST-STATUS              PIC XX        VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX        VALUE SPACES.
       77  WS-LIST-STATUS              PIC XX        VALUE SPACES.
       77  WS-RUN-STATUS               PIC XX        VALUE SPACES.
       77  WS-AUDIT-FILE               PIC X(40)     VALUE SPACES.
       77  WS-RPT-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-RPT-LINE                 PIC X(132)    VALUE SPACES.
       77  WS-RESV-FILE                PIC X(40)     VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       01  WS-CL-TOKENS.
           05  WS-CL-TOK               PIC X(40)     VALUE SPACES
                                        OCCURS 3 TIMES.

       77  WS-COMMAND                  PIC X(80)     VALUE SPACES.
       77  WS-RETURN-SYS-CODE          PIC 9(8) COMP VALUE ZEROES.

       01  WS-MASTER-EOF-FLAG          PIC X         VALUE "N".
           88  WS-MASTER-EOF                         VALUE "Y".
       01  WS-HIST-EOF-FLAG            PIC X         VALUE "N".
           88  WS-HIST-EOF                           VALUE "Y".
       01  WS-AUDIT-EOF-FLAG           PIC X         VALUE "N".
           88  WS-AUDIT-EOF                          VALUE "Y".
       01  WS-LIST-EOF-FLAG            PIC X         VALUE "N".
           88  WS-LIST-EOF                           VALUE "Y".
       01  WS-RUN-EOF-FLAG             PIC X         VALUE "N".
           88  WS-RUN-EOF                            VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X         VALUE "N".
           88  WS-MASTER-OPEN                        VALUE "Y".

      *    Run date, and the date being aged, split for the month
      *    arithmetic.
       01  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 99.
           05  WS-RUN-DD               PIC 99.
       01  WS-AGE-DATE                 PIC 9(8)      VALUE ZEROES.
       01  WS-AGE-DATE-PARTS REDEFINES WS-AGE-DATE.
           05  WS-AGE-YYYY             PIC 9(4).
           05  WS-AGE-MM               PIC 99.
           05  WS-AGE-DD               PIC 99.
       77  WS-MONTHS-WORK              PIC S9(5)     VALUE ZEROES.
       77  WS-RESURVEY-MONTHS          PIC 99        VALUE 12.

      *    One entry per master record, in key order (the master is
      *    read sequentially), so an id is found by halving.  Sized
      *    like GEEKSTAT's table; running out is a hard stop, never a
      *    silently short report.
       01  WS-EMP-TAB.
           05  WS-EMP-ENT              OCCURS 9999 TIMES.
               10  WS-EMP-ID           PIC X(10).
               10  WS-EMP-NAME         PIC X(30).
               10  WS-EMP-DEPT         PIC X(4).
               10  WS-EMP-CONF         PIC 9(8).
               10  WS-EMP-SEED         PIC 9(8).
               10  WS-EMP-SEED-SRC     PIC X.
               10  WS-EMP-UNDATED      PIC X.
               10  WS-EMP-MONTHS       PIC 9(3).
               10  WS-EMP-BUCKET       PIC 9.
       77  WS-EMP-CNT                  PIC 9(4)      VALUE ZEROES.
       77  WS-SUB                      PIC 9(4)      VALUE ZEROES.
       77  WS-FND                      PIC 9(4)      VALUE ZEROES.
       77  WS-LO                       PIC 9(4)      VALUE ZEROES.
       77  WS-HI                       PIC 9(4)      VALUE ZEROES.
       77  WS-MID                      PIC 9(4)      VALUE ZEROES.
       77  WS-FIND-ID                  PIC X(10)     VALUE SPACES.
       77  WS-UNDATED-CNT              PIC 9(4)      VALUE ZEROES.
       77  WS-SEEDED-CNT               PIC 9(4)      VALUE ZEROES.

      *    A seed candidate: the date and where it came from ("H"
      *    geekhist.dat, "A" audit trail).
       77  WS-CAND-DATE                PIC 9(8)      VALUE ZEROES.
       77  WS-CAND-SRC                 PIC X         VALUE SPACE.

      *    GEEKROLL START/END windows off geeknite.run as 14-digit
      *    yyyymmddhhmmss stamps, oldest first; a START with no END
      *    (a roll that died) stays open.
       01  WS-WIN-TAB.
           05  WS-WIN-ENT              OCCURS 9999 TIMES.
               10  WS-WIN-FROM         PIC 9(14).
               10  WS-WIN-TO           PIC 9(14).
       77  WS-WIN-CNT                  PIC 9(4)      VALUE ZEROES.
       77  WS-WIN-FND                  PIC 9(4)      VALUE ZEROES.
       77  WS-STAMP                    PIC 9(14)     VALUE ZEROES.
       77  WS-OPEN-STAMP               PIC 9(14)
                                       VALUE 99999999999999.
       01  WS-ROLL-LINE-FLAG           PIC X         VALUE "N".
           88  WS-ROLL-LINE                          VALUE "Y".
       01  WS-ANSWER-LINE-FLAG         PIC X         VALUE "N".
           88  WS-ANSWER-LINE                        VALUE "Y".
       77  WS-CAT                      PIC 99        VALUE ZEROES.
       77  WS-HIST-READ-CNT            PIC 9(7)      VALUE ZEROES.
       77  WS-AUDIT-READ-CNT           PIC 9(7)      VALUE ZEROES.
       77  WS-ARCH-CNT                 PIC 9(4)      VALUE ZEROES.

      *    Bucket names, in bucket order - 5 is never confirmed.
       01  WS-BUCKET-DIRECTORY.
           05 FILLER PIC X(8) VALUE "UNDER 6".
           05 FILLER PIC X(8) VALUE "6-12".
           05 FILLER PIC X(8) VALUE "12-24".
           05 FILLER PIC X(8) VALUE "OVER 24".
           05 FILLER PIC X(8) VALUE "NEVER".
       01  WS-BUCKET-TBL REDEFINES WS-BUCKET-DIRECTORY.
           05  WS-BUCKET-NAME          PIC X(8)      OCCURS 5 TIMES.
       77  WS-BKT                      PIC 9         VALUE ZEROES.

      *    The departments on the master, kept in code order, with
      *    the employee count per bucket; an employee with no
      *    department is counted under spaces and shown as (NONE).
       01  WS-DEPT-TAB.
           05  WS-DEPT-ENT             OCCURS 100 TIMES.
               10  WS-DEPT-CODE        PIC X(4).
               10  WS-DEPT-TOTAL       PIC 9(5).
               10  WS-DEPT-BKT         PIC 9(5)      OCCURS 5 TIMES.
               10  WS-DEPT-DUE         PIC 9(5).
       77  WS-DEPT-CNT                 PIC 999       VALUE ZEROES.
       77  WS-DEPT-SUB                 PIC 999       VALUE ZEROES.
       77  WS-DEPT-FND                 PIC 999       VALUE ZEROES.
       77  WS-DEPT-SHIFT               PIC 999       VALUE ZEROES.
       77  WS-DEPT-SHOW                PIC X(6)      VALUE SPACES.
       01  WS-ORG-TOTALS.
           05  WS-ORG-TOTAL            PIC 9(5)      VALUE ZEROES.
           05  WS-ORG-BKT              PIC 9(5)      VALUE ZEROES
                                        OCCURS 5 TIMES.
           05  WS-ORG-DUE              PIC 9(5)      VALUE ZEROES.
       77  WS-RESV-CNT                 PIC 9(6)      VALUE ZEROES.

       01  WS-AGE-LINE.
           05  AL-DEPT                 PIC X(6).
           05  FILLER                  PIC XX        VALUE SPACES.
           05  AL-TOTAL                PIC ZZZZ9.
           05  AL-BKT-GRP              OCCURS 5 TIMES.
               10  FILLER              PIC X(4).
               10  AL-BKT              PIC ZZZZ9.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  AL-DUE                  PIC ZZZZ9.
       01  WS-EMP-LINE.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  EL-ID                   PIC X(10).
           05  FILLER                  PIC XX        VALUE SPACES.
           05  EL-NAME                 PIC X(30).
           05  FILLER                  PIC XX        VALUE SPACES.
           05  EL-DATE                 PIC X(8).
           05  FILLER                  PIC XX        VALUE SPACES.
           05  EL-MONTHS               PIC ZZ9.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  EL-TEXT                 PIC X(30).
       77  WS-RPT-SHOWN                PIC 9(5)      VALUE ZEROES.

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 20000-LOAD-MASTER UNTIL WS-MASTER-EOF
           CLOSE GEEK-MASTER
           MOVE "N" TO WS-MASTER-OPEN-FLAG
           IF WS-UNDATED-CNT > ZEROES
               PERFORM 22000-SEED-DATES
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-CNT
               PERFORM 35000-AGE-EMPLOYEE
           END-PERFORM
           PERFORM 40000-WRITE-REPORT
           PERFORM 30000-CLEANUP.

       10000-SETUP.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK (1) WS-CL-TOK (2) WS-CL-TOK (3)
           END-UNSTRING
           IF WS-CL-TOK (1) = SPACES
               MOVE "geekage.rpt" TO WS-RPT-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (1)) TO WS-RPT-FILE
           END-IF
           IF WS-CL-TOK (2) = SPACES
               MOVE "geekresv.dat" TO WS-RESV-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (2)) TO WS-RESV-FILE
           END-IF
           IF WS-CL-TOK (3) NOT = SPACES
               IF WS-CL-TOK (3) (1:2) NUMERIC
                   AND WS-CL-TOK (3) (3:1) = SPACE
                   AND WS-CL-TOK (3) (1:2) NOT = "00"
                   MOVE WS-CL-TOK (3) (1:2) TO WS-RESURVEY-MONTHS
               ELSE
                   DISPLAY "geekage: re-survey age must be a number "
                       "of months (nn)."
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
               END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           OPEN INPUT GEEK-MASTER
           IF WS-MASTER-STATUS = "35"
               DISPLAY "geekage: cannot find geekcode.mst"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           SET WS-MASTER-OPEN TO TRUE.

       20000-LOAD-MASTER.
           READ GEEK-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   PERFORM 21000-STORE-EMPLOYEE
           END-READ.

       21000-STORE-EMPLOYEE.
           IF WS-EMP-CNT >= 9999
               DISPLAY "geekage: more than 9999 employees on the "
                   "master - run stopped."
               END-DISPLAY
               MOVE 12 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           ADD 1 TO WS-EMP-CNT
           MOVE MST-EMP-ID   TO WS-EMP-ID (WS-EMP-CNT)
           MOVE MST-EMP-NAME TO WS-EMP-NAME (WS-EMP-CNT)
           MOVE MST-DEPT     TO WS-EMP-DEPT (WS-EMP-CNT)
           MOVE ZEROES       TO WS-EMP-SEED (WS-EMP-CNT)
           MOVE SPACE        TO WS-EMP-SEED-SRC (WS-EMP-CNT)
      *    A record written before the date existed, or by a program
      *    that does not set it, is treated as never dated.
           IF MST-CONFIRMED-DATE NUMERIC
               AND MST-CONFIRMED-DATE > ZEROES
               MOVE MST-CONFIRMED-DATE TO WS-EMP-CONF (WS-EMP-CNT)
               MOVE "N" TO WS-EMP-UNDATED (WS-EMP-CNT)
           ELSE
               MOVE ZEROES TO WS-EMP-CONF (WS-EMP-CNT)
               MOVE "Y" TO WS-EMP-UNDATED (WS-EMP-CNT)
               ADD 1 TO WS-UNDATED-CNT
           END-IF.

       22000-SEED-DATES.
           PERFORM 22100-LOAD-ROLL-WINDOWS
           PERFORM 22200-SCAN-HISTORY
           PERFORM 22300-SCAN-AUDIT-TRAIL
           PERFORM 22600-APPLY-SEEDS.

       22100-LOAD-ROLL-WINDOWS.
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-STATUS = "35"
               DISPLAY "geekage: no geeknite.run - unattributed audit "
                   "lines cannot be told from the roll and are not "
                   "used."
               END-DISPLAY
           ELSE
               PERFORM 22150-READ-RUN-CONTROL UNTIL WS-RUN-EOF
               CLOSE RUN-CONTROL
           END-IF.

       22150-READ-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RUN-STEP = "GEEKROLL"
                       AND RUN-DATE NUMERIC AND RUN-TIME NUMERIC
                       COMPUTE WS-STAMP = RUN-DATE * 1000000
                           + RUN-TIME
                       EVALUATE TRUE
                           WHEN RUN-EVENT = "START"
                               IF WS-WIN-CNT >= 9999
                                   DISPLAY "geekage: more than 9999 "
                                       "GEEKROLL runs on geeknite.run "
                                       "- run stopped."
                                   END-DISPLAY
                                   MOVE 12 TO RETURN-CODE
                                   PERFORM 94000-TERMINATE
                               END-IF
                               ADD 1 TO WS-WIN-CNT
                               MOVE WS-STAMP
                                   TO WS-WIN-FROM (WS-WIN-CNT)
                               MOVE WS-OPEN-STAMP
                                   TO WS-WIN-TO (WS-WIN-CNT)
                           WHEN RUN-EVENT = "END"
                               AND WS-WIN-CNT > ZEROES
                               MOVE WS-STAMP
                                   TO WS-WIN-TO (WS-WIN-CNT)
                       END-EVALUATE
                   END-IF
           END-READ.

       22200-SCAN-HISTORY.
      *    Every category change GEEKDIFF has seen, whatever made it,
      *    is a date the employee's answers were current.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "35"
               PERFORM 22250-READ-HISTORY UNTIL WS-HIST-EOF
               CLOSE HIST-FILE
           END-IF.

       22250-READ-HISTORY.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-CNT
                   IF HIST-RUN-DATE NUMERIC
                       MOVE HIST-EMP-ID   TO WS-FIND-ID
                       MOVE HIST-RUN-DATE TO WS-CAND-DATE
                       MOVE "H"           TO WS-CAND-SRC
                       PERFORM 22500-OFFER-SEED
                   END-IF
           END-READ.

       22300-SCAN-AUDIT-TRAIL.
      *    The dated archives GEEKROTA leaves, enumerated the way
      *    GEEKPRUN enumerates generations - a fixed pattern, never
      *    data-driven - then the live log.
           MOVE "ls geekcode_audit.D????????.log > geekage.lst 2>/dev/n
      -         "ull" TO WS-COMMAND
           CALL "system" USING FUNCTION TRIM(WS-COMMAND)
               GIVING WS-RETURN-SYS-CODE
           END-CALL
           OPEN INPUT ARCH-LIST
           IF WS-LIST-STATUS NOT = "35"
               PERFORM 22350-READ-ARCH-LIST UNTIL WS-LIST-EOF
               CLOSE ARCH-LIST
           END-IF
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "CBL_DELETE_FILE" USING "geekage.lst"
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE
           MOVE "geekcode_audit.log" TO WS-AUDIT-FILE
           PERFORM 22400-SCAN-AUDIT-FILE.

       22350-READ-ARCH-LIST.
           READ ARCH-LIST
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF ARCH-LIST-REC NOT = SPACES
                       MOVE ARCH-LIST-REC TO WS-AUDIT-FILE
                       ADD 1 TO WS-ARCH-CNT
                       PERFORM 22400-SCAN-AUDIT-FILE
                   END-IF
           END-READ.

       22400-SCAN-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "35"
               PERFORM 22450-READ-AUDIT-LINE UNTIL WS-AUDIT-EOF
               CLOSE AUDIT-FILE
           END-IF.

       22450-READ-AUDIT-LINE.
      *    Lines older than the geekaudr.cpy layout carry no date or
      *    employee and are passed over, as GEEKAUDT passes them.
           READ AUDIT-FILE INTO AUD-REC
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-CNT
                   IF AUD-DATE NUMERIC AND AUD-TIME NUMERIC
                       AND AUD-EMP-ID NOT = SPACES
                       PERFORM 22460-CHECK-ANSWER-LINE
                       IF WS-ANSWER-LINE
                           PERFORM 22470-CHECK-ROLL-LINE
                           IF NOT WS-ROLL-LINE
                               MOVE AUD-EMP-ID TO WS-FIND-ID
                               MOVE AUD-DATE   TO WS-CAND-DATE
                               MOVE "A"        TO WS-CAND-SRC
                               PERFORM 22500-OFFER-SEED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       22460-CHECK-ANSWER-LINE.
      *    An answer is a geekcats.cpy category or one of the survey
      *    chain names; DEPT, NAME, TERM, REHIRE, PRIVACY and DELETE
      *    lines say nothing about the answers.
           MOVE "N" TO WS-ANSWER-LINE-FLAG
           IF AUD-CATEGORY = "HEIGHT" OR "WEIGHT" OR "PENSSUB"
               OR "SLIDES"
               SET WS-ANSWER-LINE TO TRUE
           ELSE
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
                   IF AUD-CATEGORY = WS-CAT-DIR-NAME (WS-CAT)
                       SET WS-ANSWER-LINE TO TRUE
                       MOVE 42 TO WS-CAT
                   END-IF
               END-PERFORM
           END-IF.

       22470-CHECK-ROLL-LINE.
      *    A line a program signed (GEEKTRAN, GEEKIMPT) is never the
      *    roll.  An unsigned one is the roll when it falls inside a
      *    GEEKROLL window, and is taken as one when it is older than
      *    the first window on record or there is no record at all.
           MOVE "N" TO WS-ROLL-LINE-FLAG
           IF AUD-OPER = SPACES
               COMPUTE WS-STAMP = AUD-DATE * 1000000 + AUD-TIME
               IF WS-WIN-CNT = ZEROES
                   SET WS-ROLL-LINE TO TRUE
               ELSE
                   IF WS-STAMP < WS-WIN-FROM (1)
                       SET WS-ROLL-LINE TO TRUE
                   ELSE
      *                The last window starting at or before the
      *                line, found by halving - windows are in
      *                geeknite.run order, oldest first.
                       MOVE 1 TO WS-LO
                       MOVE WS-WIN-CNT TO WS-HI
                       PERFORM 22480-HALVE-WINDOWS
                           UNTIL WS-LO >= WS-HI
                       IF WS-STAMP <= WS-WIN-TO (WS-LO)
                           SET WS-ROLL-LINE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       22480-HALVE-WINDOWS.
           COMPUTE WS-MID = (WS-LO + WS-HI + 1) / 2
           IF WS-WIN-FROM (WS-MID) <= WS-STAMP
               MOVE WS-MID TO WS-LO
           ELSE
               COMPUTE WS-HI = WS-MID - 1
           END-IF.

       22500-OFFER-SEED.
      *    WS-FIND-ID, WS-CAND-DATE and WS-CAND-SRC are set; the
      *    latest date offered for an undated employee wins, and a
      *    date after today (a clock error) is not taken.
           PERFORM 22550-FIND-EMPLOYEE
           IF WS-FND > ZEROES
               IF WS-EMP-UNDATED (WS-FND) = "Y"
                   AND WS-CAND-DATE > WS-EMP-SEED (WS-FND)
                   AND WS-CAND-DATE <= WS-RUN-DATE
                   MOVE WS-CAND-DATE TO WS-EMP-SEED (WS-FND)
                   MOVE WS-CAND-SRC  TO WS-EMP-SEED-SRC (WS-FND)
               END-IF
           END-IF.

       22550-FIND-EMPLOYEE.
           MOVE ZEROES TO WS-FND
           IF WS-EMP-CNT > ZEROES
               MOVE 1 TO WS-LO
               MOVE WS-EMP-CNT TO WS-HI
               PERFORM 22560-HALVE-EMPLOYEES
                   UNTIL WS-LO > WS-HI OR WS-FND > ZEROES
           END-IF.

       22560-HALVE-EMPLOYEES.
           COMPUTE WS-MID = (WS-LO + WS-HI) / 2
           EVALUATE TRUE
               WHEN WS-EMP-ID (WS-MID) = WS-FIND-ID
                   MOVE WS-MID TO WS-FND
               WHEN WS-EMP-ID (WS-MID) < WS-FIND-ID
                   COMPUTE WS-LO = WS-MID + 1
               WHEN WS-MID = 1
                   MOVE ZEROES TO WS-HI
               WHEN OTHER
                   COMPUTE WS-HI = WS-MID - 1
           END-EVALUATE.

       22600-APPLY-SEEDS.
      *    Written back under the lock, re-reading each record so a
      *    date set since the load (a survey finished meanwhile) is
      *    never overwritten.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-CNT
               IF WS-EMP-UNDATED (WS-SUB) = "Y"
                   AND WS-EMP-SEED (WS-SUB) > ZEROES
                   IF NOT WS-MASTER-OPEN
                       PERFORM 88000-TAKE-LOCK
                       OPEN I-O GEEK-MASTER
                       SET WS-MASTER-OPEN TO TRUE
                   END-IF
                   PERFORM 22650-WRITE-SEED
               END-IF
           END-PERFORM
           IF WS-MASTER-OPEN
               CLOSE GEEK-MASTER
               MOVE "N" TO WS-MASTER-OPEN-FLAG
               PERFORM 88100-FREE-LOCK
           END-IF.

       22650-WRITE-SEED.
           MOVE WS-EMP-ID (WS-SUB) TO MST-EMP-ID
           READ GEEK-MASTER
               KEY IS MST-EMP-ID
               INVALID KEY
                   MOVE ZEROES TO WS-EMP-SEED (WS-SUB)
               NOT INVALID KEY
                   IF MST-CONFIRMED-DATE NUMERIC
                       AND MST-CONFIRMED-DATE > ZEROES
                       MOVE MST-CONFIRMED-DATE TO WS-EMP-CONF (WS-SUB)
                       MOVE ZEROES TO WS-EMP-SEED (WS-SUB)
                   ELSE
                       MOVE WS-EMP-SEED (WS-SUB) TO MST-CONFIRMED-DATE
                       REWRITE MST-REC
                           INVALID KEY
                               MOVE ZEROES TO WS-EMP-SEED (WS-SUB)
                           NOT INVALID KEY
                               MOVE WS-EMP-SEED (WS-SUB)
                                   TO WS-EMP-CONF (WS-SUB)
                               ADD 1 TO WS-SEEDED-CNT
                       END-REWRITE
                   END-IF
           END-READ.

       30000-CLEANUP.
           DISPLAY "geekage: " WS-EMP-CNT " employees aged, "
               WS-SEEDED-CNT " dates seeded, " WS-RESV-CNT
               " re-survey requests written to "
               FUNCTION TRIM(WS-RESV-FILE)
           END-DISPLAY
           PERFORM 94000-TERMINATE.

       35000-AGE-EMPLOYEE.
      *    Whole months from the confirmed date to the run date, one
      *    short when the day of the month has not come round yet.
           IF WS-EMP-CONF (WS-SUB) = ZEROES
               MOVE 5 TO WS-EMP-BUCKET (WS-SUB)
               MOVE 999 TO WS-EMP-MONTHS (WS-SUB)
           ELSE
               MOVE WS-EMP-CONF (WS-SUB) TO WS-AGE-DATE
               COMPUTE WS-MONTHS-WORK =
                   (WS-RUN-YYYY - WS-AGE-YYYY) * 12
                   + WS-RUN-MM - WS-AGE-MM
               IF WS-RUN-DD < WS-AGE-DD
                   SUBTRACT 1 FROM WS-MONTHS-WORK
               END-IF
               IF WS-MONTHS-WORK < ZEROES
                   MOVE ZEROES TO WS-MONTHS-WORK
               END-IF
               IF WS-MONTHS-WORK > 998
                   MOVE 998 TO WS-MONTHS-WORK
               END-IF
               MOVE WS-MONTHS-WORK TO WS-EMP-MONTHS (WS-SUB)
               EVALUATE TRUE
                   WHEN WS-MONTHS-WORK < 6
                       MOVE 1 TO WS-EMP-BUCKET (WS-SUB)
                   WHEN WS-MONTHS-WORK < 12
                       MOVE 2 TO WS-EMP-BUCKET (WS-SUB)
                   WHEN WS-MONTHS-WORK < 24
                       MOVE 3 TO WS-EMP-BUCKET (WS-SUB)
                   WHEN OTHER
                       MOVE 4 TO WS-EMP-BUCKET (WS-SUB)
               END-EVALUATE
           END-IF
           PERFORM 36000-COUNT-DEPARTMENT.

       36000-COUNT-DEPARTMENT.
      *    Departments are kept in code order by inserting each new
      *    one ahead of the first code above it.
           MOVE ZEROES TO WS-DEPT-FND
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-CNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-EMP-DEPT (WS-SUB)
                   MOVE WS-DEPT-SUB TO WS-DEPT-FND
                   MOVE WS-DEPT-CNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-FND = ZEROES
               IF WS-DEPT-CNT >= 100
                   DISPLAY "geekage: more than 100 departments on "
                       "the master - run stopped."
                   END-DISPLAY
                   MOVE 12 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
               END-IF
               MOVE WS-DEPT-CNT TO WS-DEPT-FND
               ADD 1 TO WS-DEPT-FND
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-CNT
                   IF WS-DEPT-CODE (WS-DEPT-SUB) > WS-EMP-DEPT (WS-SUB)
                       AND WS-DEPT-SUB < WS-DEPT-FND
                       MOVE WS-DEPT-SUB TO WS-DEPT-FND
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-DEPT-SHIFT FROM WS-DEPT-CNT BY -1
                       UNTIL WS-DEPT-SHIFT < WS-DEPT-FND
                   MOVE WS-DEPT-ENT (WS-DEPT-SHIFT)
                       TO WS-DEPT-ENT (WS-DEPT-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-DEPT-CNT
               INITIALIZE WS-DEPT-ENT (WS-DEPT-FND)
               MOVE WS-EMP-DEPT (WS-SUB) TO WS-DEPT-CODE (WS-DEPT-FND)
           END-IF
           MOVE WS-EMP-BUCKET (WS-SUB) TO WS-BKT
           ADD 1 TO WS-DEPT-TOTAL (WS-DEPT-FND)
           ADD 1 TO WS-DEPT-BKT (WS-DEPT-FND WS-BKT)
           ADD 1 TO WS-ORG-TOTAL
           ADD 1 TO WS-ORG-BKT (WS-BKT)
           IF WS-BKT = 5
               OR WS-EMP-MONTHS (WS-SUB) >= WS-RESURVEY-MONTHS
               ADD 1 TO WS-DEPT-DUE (WS-DEPT-FND)
               ADD 1 TO WS-ORG-DUE
           END-IF.

       40000-WRITE-REPORT.
           OPEN OUTPUT AGE-REPORT
           OPEN OUTPUT RESV-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING "GEEKAGE - ANSWER CURRENCY AGING - "
                                                DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING "RE-SURVEY AGE: "             DELIMITED BY SIZE
                  WS-RESURVEY-MONTHS            DELIMITED BY SIZE
                  " MONTHS   REQUEST FILE: "    DELIMITED BY SIZE
                  WS-RESV-FILE                  DELIMITED BY SPACE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           PERFORM 55000-WRITE-RPT

           MOVE "EMPLOYEES BY MONTHS SINCE ANSWERS WERE LAST CONFIRMED"
               TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE (1:72)
           PERFORM 55000-WRITE-RPT
           MOVE "DEPT    TOTAL  UNDER 6     6-12    12-24  OVER 24"
               TO WS-RPT-LINE
           MOVE "    NEVER      DUE" TO WS-RPT-LINE (50:18)
           PERFORM 55000-WRITE-RPT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-CNT
               PERFORM 41000-DEPT-SUMMARY
           END-PERFORM
           MOVE SPACES TO WS-AGE-LINE
           MOVE "ALL" TO AL-DEPT
           MOVE WS-ORG-TOTAL TO AL-TOTAL
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
               MOVE WS-ORG-BKT (WS-BKT) TO AL-BKT (WS-BKT)
           END-PERFORM
           MOVE WS-ORG-DUE TO AL-DUE
           MOVE WS-AGE-LINE TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-CNT
               PERFORM 42000-DEPT-REQUESTS
           END-PERFORM

           IF WS-UNDATED-CNT > ZEROES
               PERFORM 43000-SEED-SECTION
           END-IF

           PERFORM 55000-WRITE-RPT
           STRING "TOTALS - "                   DELIMITED BY SIZE
                  WS-EMP-CNT                    DELIMITED BY SIZE
                  " employees, "                DELIMITED BY SIZE
                  WS-RESV-CNT                   DELIMITED BY SIZE
                  " re-survey requests, "       DELIMITED BY SIZE
                  WS-SEEDED-CNT                 DELIMITED BY SIZE
                  " dates seeded."              DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT

      *    Trailer for the mailer to balance the file.
           MOVE SPACES TO RSV-TRL-REC
           MOVE "T" TO RSV-TRL-TYPE
           MOVE WS-RESV-CNT TO RSV-TRL-COUNT
           MOVE WS-RUN-DATE TO RSV-TRL-RUN-DATE
           WRITE RESV-FILE-REC FROM RSV-TRL-REC
           END-WRITE
           CLOSE RESV-FILE
           CLOSE AGE-REPORT.

       41000-DEPT-SUMMARY.
           MOVE SPACES TO WS-AGE-LINE
           IF WS-DEPT-CODE (WS-DEPT-SUB) = SPACES
               MOVE "(NONE)" TO AL-DEPT
           ELSE
               MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO AL-DEPT
           END-IF
           MOVE WS-DEPT-TOTAL (WS-DEPT-SUB) TO AL-TOTAL
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
               MOVE WS-DEPT-BKT (WS-DEPT-SUB WS-BKT) TO AL-BKT (WS-BKT)
           END-PERFORM
           MOVE WS-DEPT-DUE (WS-DEPT-SUB) TO AL-DUE
           MOVE WS-AGE-LINE TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT.

       42000-DEPT-REQUESTS.
      *    The employees due for a re-survey in one department, in
      *    employee id order, each also written to the request file.
           PERFORM 55000-WRITE-RPT
           IF WS-DEPT-CODE (WS-DEPT-SUB) = SPACES
               MOVE "(NONE)" TO WS-DEPT-SHOW
           ELSE
               MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-DEPT-SHOW
           END-IF
           STRING "RE-SURVEY REQUESTS - DEPARTMENT "
                                                DELIMITED BY SIZE
                  WS-DEPT-SHOW                  DELIMITED BY SPACE
                  " ("                          DELIMITED BY SIZE
                  WS-DEPT-DUE (WS-DEPT-SUB)     DELIMITED BY SIZE
                  ")"                           DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE (1:72)
           PERFORM 55000-WRITE-RPT
           MOVE ZEROES TO WS-RPT-SHOWN
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-CNT
               IF WS-EMP-DEPT (WS-SUB) = WS-DEPT-CODE (WS-DEPT-SUB)
                   AND (WS-EMP-BUCKET (WS-SUB) = 5
                        OR WS-EMP-MONTHS (WS-SUB)
                           >= WS-RESURVEY-MONTHS)
                   PERFORM 42500-REQUEST-LINE
                   PERFORM 42600-WRITE-REQUEST
                   ADD 1 TO WS-RPT-SHOWN
               END-IF
           END-PERFORM
           IF WS-RPT-SHOWN = ZEROES
               MOVE "  (none)" TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
           END-IF.

       42500-REQUEST-LINE.
           MOVE SPACES TO WS-EMP-LINE
           MOVE WS-EMP-ID (WS-SUB)   TO EL-ID
           MOVE WS-EMP-NAME (WS-SUB) TO EL-NAME
           IF WS-EMP-BUCKET (WS-SUB) = 5
               MOVE "NEVER" TO EL-DATE
           ELSE
               MOVE WS-EMP-CONF (WS-SUB)   TO EL-DATE
               MOVE WS-EMP-MONTHS (WS-SUB) TO EL-MONTHS
           END-IF
           MOVE WS-EMP-BUCKET (WS-SUB) TO WS-BKT
           MOVE WS-BUCKET-NAME (WS-BKT) TO EL-TEXT
           MOVE WS-EMP-LINE TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT.

       42600-WRITE-REQUEST.
           MOVE SPACES TO RSV-REC
           SET RSV-DETAIL TO TRUE
           MOVE WS-EMP-ID (WS-SUB)     TO RSV-EMP-ID
           MOVE WS-EMP-NAME (WS-SUB)   TO RSV-EMP-NAME
           MOVE WS-EMP-DEPT (WS-SUB)   TO RSV-DEPT
           MOVE WS-EMP-CONF (WS-SUB)   TO RSV-CONFIRMED-DATE
           MOVE WS-EMP-MONTHS (WS-SUB) TO RSV-MONTHS
           MOVE WS-BUCKET-NAME (WS-BKT) TO RSV-BUCKET
           MOVE WS-RUN-DATE            TO RSV-REQUEST-DATE
           WRITE RESV-FILE-REC FROM RSV-REC
           END-WRITE
           ADD 1 TO WS-RESV-CNT.

       43000-SEED-SECTION.
      *    What this run seeded, and from where; an employee the
      *    history and the trail know nothing about stays NEVER.
           PERFORM 55000-WRITE-RPT
           STRING "DATES SEEDED FROM GEEKHIST.DAT AND THE AUDIT TRAIL ("
                                                DELIMITED BY SIZE
                  WS-SEEDED-CNT                 DELIMITED BY SIZE
                  " OF "                        DELIMITED BY SIZE
                  WS-UNDATED-CNT                DELIMITED BY SIZE
                  " UNDATED)"                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE (1:72)
           PERFORM 55000-WRITE-RPT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-CNT
               IF WS-EMP-UNDATED (WS-SUB) = "Y"
                   MOVE SPACES TO WS-EMP-LINE
                   MOVE WS-EMP-ID (WS-SUB)   TO EL-ID
                   MOVE WS-EMP-NAME (WS-SUB) TO EL-NAME
                   IF WS-EMP-SEED (WS-SUB) = ZEROES
                       MOVE "NEVER" TO EL-DATE
                       MOVE "NO TRACE - LEFT UNDATED" TO EL-TEXT
                   ELSE
                       MOVE WS-EMP-SEED (WS-SUB) TO EL-DATE
                       MOVE WS-EMP-MONTHS (WS-SUB) TO EL-MONTHS
                       IF WS-EMP-SEED-SRC (WS-SUB) = "H"
                           MOVE "FROM GEEKHIST.DAT" TO EL-TEXT
                       ELSE
                           MOVE "FROM THE AUDIT TRAIL" TO EL-TEXT
                       END-IF
                   END-IF
                   MOVE WS-EMP-LINE TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-PERFORM.

       55000-WRITE-RPT.
           WRITE RPT-REC FROM WS-RPT-LINE
           END-WRITE
           MOVE SPACES TO WS-RPT-LINE.

       88000-TAKE-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-LINE
               READ LOCK-FILE INTO WS-LOCK-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "geekage: geekcode.mst is locked by "
                   FUNCTION TRIM(WS-LOCK-LINE)
                   " - try again later, or remove geekcode.lck if "
                   "that run is dead."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           CLOSE LOCK-FILE
           MOVE SPACES TO WS-LOCK-LINE
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           STRING "GEEKAGE"            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-TIME-RAW (1:6)    DELIMITED BY SIZE
           INTO WS-LOCK-LINE
           END-STRING
           OPEN OUTPUT LOCK-FILE
           WRITE LOCK-REC FROM WS-LOCK-LINE
           END-WRITE
           CLOSE LOCK-FILE
           SET WS-LOCK-HELD TO TRUE.

       88100-FREE-LOCK.
      *    CBL_DELETE_FILE reports through RETURN-CODE, which is this
      *    run's exit code by now - save and put it back.
           IF WS-LOCK-HELD
               MOVE "N" TO WS-LOCK-HELD-FLAG
               MOVE RETURN-CODE TO WS-SAVED-RC
               CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
               END-CALL
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.

       94000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE GEEK-MASTER
           END-IF
           PERFORM 88100-FREE-LOCK
           GOBACK.
