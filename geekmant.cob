       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKMANT.
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
      *   Online roster maintenance: a menu against the keyed roster   *
      *   master geekcode.mst for the fields that are not survey       *
      *   answers, so the operations desk can fix a misspelled name,   *
      *   a wrong department or a bogus test employee without a 45-    *
      *   page re-key or a hand edit of the master:                    *
      *       1  inquire by employee id                                *
      *       2  browse by name (any part of it)                       *
      *       3  browse by department code                             *
      *       4  change name                                           *
      *       5  change department                                     *
      *       6  delete an employee (confirmed by typing YES)          *
      *   Inquiry and browse read the master without the lock.  Each   *
      *   change takes the geekcode.lck single-writer lock the way     *
      *   GEEKCODE's 88000-TAKE-LOCK does, re-reads the employee       *
      *   under it, shows the before and after values and asks for a   *
      *   Y before it REWRITEs; the lock is freed as soon as the       *
      *   change is written or cancelled, so a session left at the     *
      *   menu never holds up the nightly.  Every change writes a      *
      *   geekcode_audit.log line carrying the operator id in          *
      *   AUD-OPER - NAME and DEPT as GEEKTRAN logs them, DELETE with  *
      *   the last department as the code and the name as the before   *
      *   value.  A delete is for a record that should never have      *
      *   existed; a departure goes through GEEKTRAN's T transaction   *
      *   so the alumni file keeps it.  As with a -u correction, HR's  *
      *   extract still carries the old name or department until the   *
      *   GEEKBACK write-back is loaded, and the nightly roll applies  *
      *   the extract.                                                 *
      *       geekmant [operator]                                      *
      *   The operator id (8 characters at most) is asked for when     *
      *   it is not on the command line.                               *
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
           SELECT AUDIT-LOG            ASSIGN TO "geekcode_audit.log"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LOCK-FILE            ASSIGN TO "geekcode.lck"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.

       FILE SECTION.

       FD  GEEK-MASTER.

           COPY "geekmast.cpy".

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC               PIC X(132).

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

       77  WS-MASTER-STATUS            PIC XX        VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX        VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       77  WS-CL-TOK                   PIC X(40)     VALUE SPACES.
       77  WS-OPERATOR                 PIC X(8)      VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-TIME-RAW                 PIC X(8)      VALUE SPACES.

      *    Single-writer lock on geekcode.mst - same protocol as
      *    GEEKCODE, GEEKROLL and GEEKTRAN, but a busy lock sends the
      *    operator back to the menu instead of ending the session.
      *    The lock line names the operator as well, for whoever is
      *    chasing a stale lock.
       77  WS-LOCK-STATUS              PIC XX        VALUE SPACES.
       77  WS-LOCK-LINE                PIC X(40)     VALUE SPACES.
       77  WS-LOCK-NAME                PIC X(12)
                                       VALUE "geekcode.lck".
       77  WS-SAVED-RC                 PIC S9(4)     VALUE ZEROES.
       01  WS-LOCK-HELD-FLAG           PIC X         VALUE "N".
           88  WS-LOCK-HELD                          VALUE "Y".

       01  WS-QUIT-FLAG                PIC X         VALUE "N".
           88  WS-QUIT                               VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X         VALUE "N".
           88  WS-MASTER-OPEN                        VALUE "Y".
       01  WS-MASTER-EOF-FLAG          PIC X         VALUE "N".
           88  WS-MASTER-EOF                         VALUE "Y".
       01  WS-ON-FILE-FLAG             PIC X         VALUE "N".
           88  WS-ON-FILE                            VALUE "Y".
       01  WS-CONFIRM-FLAG             PIC X         VALUE "N".
           88  WS-CONFIRMED                          VALUE "Y".
       01  WS-BROWSE-STOP-FLAG         PIC X         VALUE "N".
           88  WS-BROWSE-STOP                        VALUE "Y".
       01  WS-DEPT-KNOWN-FLAG          PIC X         VALUE "N".
           88  WS-DEPT-KNOWN                         VALUE "Y".

      *    "N" browses on any part of the name, "D" on the whole
      *    department code.
       77  WS-BROWSE-BY                PIC X         VALUE SPACE.

       77  WS-CHOICE                   PIC XX        VALUE SPACES.
       77  WS-REPLY                    PIC X(3)      VALUE SPACES.
       77  WS-MNT-ID                   PIC X(10)     VALUE SPACES.
       77  WS-MNT-INPUT                PIC X(40)     VALUE SPACES.
       77  WS-NEW-NAME                 PIC X(30)     VALUE SPACES.
       77  WS-NEW-DEPT                 PIC X(4)      VALUE SPACES.
       77  WS-SAVE-REC                 PIC X(377)    VALUE SPACES.

      *    Browse selection: the keyed text and the master field,
      *    both folded to upper case so "smith" finds "SMITH".
       77  WS-BROWSE-KEY               PIC X(30)     VALUE SPACES.
       77  WS-BROWSE-LEN               PIC 99        VALUE ZEROES.
       77  WS-BROWSE-FIELD             PIC X(30)     VALUE SPACES.
       77  WS-BROWSE-HITS              PIC 99        VALUE ZEROES.
       77  WS-BROWSE-CNT               PIC 9(5)      VALUE ZEROES.
       77  WS-BROWSE-PAGE              PIC 99        VALUE ZEROES.
       77  WS-LOWER                    PIC X(26)
                       VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER                    PIC X(26)
                       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    Characters that have no place in a name or department
      *    code - the same screen GEEKROLL and GEEKTRAN apply.
       77  WS-SHELL-META                PIC X(19)
                   VALUE ";&|`$()<>""'*?[]{}~#".
       77  WS-META-SUB                  PIC 99        VALUE ZEROES.
       77  WS-BAD-CHAR-CNT              PIC 99        VALUE ZEROES.

      *    Withhold flag names in MST-PRIVACY order, for the inquiry
      *    screen.
       01  WS-PRIV-LABELS.
           05 FILLER PIC X(10) VALUE "Age".
           05 FILLER PIC X(10) VALUE "Gender".
           05 FILLER PIC X(10) VALUE "Sexuality".
           05 FILLER PIC X(10) VALUE "Religion".
           05 FILLER PIC X(10) VALUE "Politics".
       01  WS-PRIV-LABEL-TBL REDEFINES WS-PRIV-LABELS.
           05  WS-PRIV-LABEL           PIC X(10)     OCCURS 5 TIMES.
       77  WS-PRIV-SUB                 PIC 9         VALUE ZEROES.
       77  WS-HELD-TEXT                PIC X(60)     VALUE SPACES.
       77  WS-HELD-PTR                 PIC 99        VALUE ZEROES.

       77  WS-RENAME-CNT               PIC 9(5)      VALUE ZEROES.
       77  WS-TRANSFER-CNT             PIC 9(5)      VALUE ZEROES.
       77  WS-DELETE-CNT               PIC 9(5)      VALUE ZEROES.

           COPY "geekaudr.cpy".

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 20000-MENU UNTIL WS-QUIT
           PERFORM 30000-CLEANUP.

       10000-SETUP.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK
           END-UNSTRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           IF WS-CL-TOK NOT = SPACES
               IF WS-CL-TOK (9:32) NOT = SPACES
                   DISPLAY "geekmant: the operator id is 8 characters "
                       "at most."
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
               END-IF
               MOVE WS-CL-TOK TO WS-OPERATOR
           END-IF
           PERFORM 11000-ASK-OPERATOR UNTIL WS-OPERATOR NOT = SPACES.

       11000-ASK-OPERATOR.
           DISPLAY "Operator id: " WITH NO ADVANCING
           END-DISPLAY
           MOVE SPACES TO WS-MNT-INPUT
           ACCEPT WS-MNT-INPUT END-ACCEPT
           IF WS-MNT-INPUT (9:32) NOT = SPACES
               DISPLAY "The operator id is 8 characters at most."
               END-DISPLAY
           ELSE
               MOVE WS-MNT-INPUT TO WS-OPERATOR
           END-IF.

       20000-MENU.
           DISPLAY " " END-DISPLAY
           DISPLAY "GEEKMANT - Roster Maintenance"
               "                                  Operator: "
               WS-OPERATOR
           END-DISPLAY
           DISPLAY "====================================================
      -"==========================="
           END-DISPLAY
           DISPLAY " 1 Inquire by employee id" END-DISPLAY
           DISPLAY " 2 Browse by name" END-DISPLAY
           DISPLAY " 3 Browse by department" END-DISPLAY
           DISPLAY " 4 Change name" END-DISPLAY
           DISPLAY " 5 Change department" END-DISPLAY
           DISPLAY " 6 Delete an employee" END-DISPLAY
           DISPLAY " " END-DISPLAY
           DISPLAY "Enter your choice [0 to quit]: " WITH NO ADVANCING
           END-DISPLAY
           MOVE SPACES TO WS-CHOICE
           ACCEPT WS-CHOICE END-ACCEPT
           EVALUATE WS-CHOICE
               WHEN "1"
                   PERFORM 21000-INQUIRE
               WHEN "2"
                   MOVE "N" TO WS-BROWSE-BY
                   PERFORM 22000-BROWSE
               WHEN "3"
                   MOVE "D" TO WS-BROWSE-BY
                   PERFORM 22000-BROWSE
               WHEN "4"
                   PERFORM 24000-CHANGE-NAME
               WHEN "5"
                   PERFORM 25000-CHANGE-DEPT
               WHEN "6"
                   PERFORM 26000-DELETE-EMP
               WHEN "0"
                   SET WS-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid entry - please choose a number "
                       "between 0 and 6."
                   END-DISPLAY
           END-EVALUATE.

       21000-INQUIRE.
           PERFORM 70000-ASK-ID
           IF WS-MNT-ID NOT = SPACES
               PERFORM 80000-OPEN-INQUIRY
               IF WS-MASTER-OPEN
                   PERFORM 72000-READ-EMPLOYEE
                   IF WS-ON-FILE
                       PERFORM 71000-SHOW-EMPLOYEE
                   END-IF
                   PERFORM 80100-CLOSE-MASTER
               END-IF
           END-IF.

       22000-BROWSE.
           IF WS-BROWSE-BY = "N"
               DISPLAY "Name or part of a name [Enter to return]: "
                   WITH NO ADVANCING
               END-DISPLAY
           ELSE
               DISPLAY "Department code [Enter to return]: "
                   WITH NO ADVANCING
               END-DISPLAY
           END-IF
           MOVE SPACES TO WS-MNT-INPUT
           ACCEPT WS-MNT-INPUT END-ACCEPT
           IF WS-MNT-INPUT NOT = SPACES
               MOVE FUNCTION TRIM(WS-MNT-INPUT) TO WS-BROWSE-KEY
               INSPECT WS-BROWSE-KEY CONVERTING WS-LOWER TO WS-UPPER
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BROWSE-KEY))
                   TO WS-BROWSE-LEN
               PERFORM 80000-OPEN-INQUIRY
               IF WS-MASTER-OPEN
                   MOVE ZEROES TO WS-BROWSE-CNT WS-BROWSE-PAGE
                   MOVE "N" TO WS-MASTER-EOF-FLAG
                   MOVE "N" TO WS-BROWSE-STOP-FLAG
                   DISPLAY " " END-DISPLAY
                   DISPLAY "Employee   Name                           "
                       "Dept"
                   END-DISPLAY
                   PERFORM 22100-BROWSE-NEXT
                       UNTIL WS-MASTER-EOF OR WS-BROWSE-STOP
                   DISPLAY WS-BROWSE-CNT " employees listed."
                   END-DISPLAY
                   PERFORM 80100-CLOSE-MASTER
               END-IF
           END-IF.

       22100-BROWSE-NEXT.
           READ GEEK-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   MOVE ZEROES TO WS-BROWSE-HITS
                   IF WS-BROWSE-BY = "N"
                       MOVE MST-EMP-NAME TO WS-BROWSE-FIELD
                       INSPECT WS-BROWSE-FIELD
                           CONVERTING WS-LOWER TO WS-UPPER
                       INSPECT WS-BROWSE-FIELD TALLYING WS-BROWSE-HITS
                           FOR ALL WS-BROWSE-KEY (1:WS-BROWSE-LEN)
                   ELSE
                       MOVE MST-DEPT TO WS-BROWSE-FIELD
                       INSPECT WS-BROWSE-FIELD
                           CONVERTING WS-LOWER TO WS-UPPER
                       IF WS-BROWSE-FIELD (1:4) = WS-BROWSE-KEY (1:4)
                           MOVE 1 TO WS-BROWSE-HITS
                       END-IF
                   END-IF
                   IF WS-BROWSE-HITS > ZEROES
                       PERFORM 22200-LIST-EMPLOYEE
                   END-IF
           END-READ.

       22200-LIST-EMPLOYEE.
           ADD 1 TO WS-BROWSE-CNT
           ADD 1 TO WS-BROWSE-PAGE
           DISPLAY MST-EMP-ID " " MST-EMP-NAME " " MST-DEPT
           END-DISPLAY
           IF WS-BROWSE-PAGE >= 20
               MOVE ZEROES TO WS-BROWSE-PAGE
               DISPLAY "Enter for more, Q to stop: " WITH NO ADVANCING
               END-DISPLAY
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY END-ACCEPT
               IF WS-REPLY = "Q" OR "q"
                   SET WS-BROWSE-STOP TO TRUE
               END-IF
           END-IF.

       24000-CHANGE-NAME.
           PERFORM 70000-ASK-ID
           IF WS-MNT-ID NOT = SPACES
               PERFORM 81000-OPEN-UPDATE
               IF WS-MASTER-OPEN
                   PERFORM 72000-READ-EMPLOYEE
                   IF WS-ON-FILE
                       PERFORM 71000-SHOW-EMPLOYEE
                       PERFORM 24100-ASK-NEW-NAME
                       IF WS-NEW-NAME NOT = SPACES
                           MOVE "NAME"       TO AUD-CATEGORY
                           MOVE "N"          TO AUD-ENTRY
                           MOVE SPACES       TO AUD-CODE
                           MOVE MST-EMP-NAME TO AUD-OLD-VALUE
                           MOVE WS-NEW-NAME  TO AUD-NEW-VALUE
                           PERFORM 74000-CONFIRM-CHANGE
                           IF WS-CONFIRMED
                               MOVE WS-NEW-NAME TO MST-EMP-NAME
                               PERFORM 75000-REWRITE-EMPLOYEE
                               IF WS-MASTER-STATUS = "00"
                                   ADD 1 TO WS-RENAME-CNT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 81100-CLOSE-UPDATE
               END-IF
           END-IF.

       24100-ASK-NEW-NAME.
           MOVE SPACES TO WS-NEW-NAME
           DISPLAY "New name [Enter to cancel]: " WITH NO ADVANCING
           END-DISPLAY
           MOVE SPACES TO WS-MNT-INPUT
           ACCEPT WS-MNT-INPUT END-ACCEPT
           IF WS-MNT-INPUT = SPACES
               DISPLAY "Cancelled - nothing written." END-DISPLAY
           ELSE IF WS-MNT-INPUT (31:10) NOT = SPACES
               DISPLAY "Names are 30 characters at most - nothing "
                   "written."
               END-DISPLAY
           ELSE
               PERFORM 73000-SCREEN-INPUT
               IF WS-BAD-CHAR-CNT > ZEROES
                   DISPLAY "The name has a character the roster does "
                       "not allow - nothing written."
                   END-DISPLAY
               ELSE IF WS-MNT-INPUT (1:30) = MST-EMP-NAME
                   DISPLAY "That is the name on file - nothing "
                       "written."
                   END-DISPLAY
               ELSE
                   MOVE WS-MNT-INPUT (1:30) TO WS-NEW-NAME
               END-IF
           END-IF.

       25000-CHANGE-DEPT.
           PERFORM 70000-ASK-ID
           IF WS-MNT-ID NOT = SPACES
               PERFORM 81000-OPEN-UPDATE
               IF WS-MASTER-OPEN
                   PERFORM 72000-READ-EMPLOYEE
                   IF WS-ON-FILE
                       PERFORM 71000-SHOW-EMPLOYEE
                       PERFORM 25100-ASK-NEW-DEPT
                       IF WS-NEW-DEPT NOT = SPACES
                           PERFORM 25200-CHECK-DEPT-KNOWN
                           MOVE "DEPT"       TO AUD-CATEGORY
                           MOVE "D"          TO AUD-ENTRY
                           MOVE WS-NEW-DEPT  TO AUD-CODE
                           MOVE MST-DEPT     TO AUD-OLD-VALUE
                           MOVE WS-NEW-DEPT  TO AUD-NEW-VALUE
                           PERFORM 74000-CONFIRM-CHANGE
                           IF WS-CONFIRMED
                               MOVE WS-NEW-DEPT TO MST-DEPT
                               PERFORM 75000-REWRITE-EMPLOYEE
                               IF WS-MASTER-STATUS = "00"
                                   ADD 1 TO WS-TRANSFER-CNT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 81100-CLOSE-UPDATE
               END-IF
           END-IF.

       25100-ASK-NEW-DEPT.
      *    Department codes are kept in upper case, the way HR sends
      *    them on the extract.
           MOVE SPACES TO WS-NEW-DEPT
           DISPLAY "New department code [Enter to cancel]: "
               WITH NO ADVANCING
           END-DISPLAY
           MOVE SPACES TO WS-MNT-INPUT
           ACCEPT WS-MNT-INPUT END-ACCEPT
           INSPECT WS-MNT-INPUT CONVERTING WS-LOWER TO WS-UPPER
           IF WS-MNT-INPUT = SPACES
               DISPLAY "Cancelled - nothing written." END-DISPLAY
           ELSE IF WS-MNT-INPUT (5:36) NOT = SPACES
               DISPLAY "Department codes are 4 characters at most - "
                   "nothing written."
               END-DISPLAY
           ELSE
               PERFORM 73000-SCREEN-INPUT
               IF WS-BAD-CHAR-CNT > ZEROES
                   DISPLAY "The code has a character the roster does "
                       "not allow - nothing written."
                   END-DISPLAY
               ELSE IF WS-MNT-INPUT (1:4) = MST-DEPT
                   DISPLAY "That is the department on file - nothing "
                       "written."
                   END-DISPLAY
               ELSE
                   MOVE WS-MNT-INPUT (1:4) TO WS-NEW-DEPT
               END-IF
           END-IF.

       25200-CHECK-DEPT-KNOWN.
      *    A typo in a department code makes a department of one, so
      *    say so before the operator confirms.  The scan uses the
      *    record area, so the employee is put back afterwards.
           MOVE MST-REC TO WS-SAVE-REC
           MOVE "N" TO WS-DEPT-KNOWN-FLAG
           MOVE "N" TO WS-MASTER-EOF-FLAG
           MOVE LOW-VALUES TO MST-EMP-ID
           START GEEK-MASTER KEY IS NOT LESS THAN MST-EMP-ID
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 25300-SCAN-DEPT
               UNTIL WS-MASTER-EOF OR WS-DEPT-KNOWN
           MOVE WS-SAVE-REC TO MST-REC
           IF NOT WS-DEPT-KNOWN
               DISPLAY "Note: no other employee on the master is in "
                   "department " FUNCTION TRIM(WS-NEW-DEPT) "."
               END-DISPLAY
           END-IF.

       25300-SCAN-DEPT.
           READ GEEK-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF MST-DEPT = WS-NEW-DEPT
                       SET WS-DEPT-KNOWN TO TRUE
                   END-IF
           END-READ.

       26000-DELETE-EMP.
           PERFORM 70000-ASK-ID
           IF WS-MNT-ID NOT = SPACES
               PERFORM 81000-OPEN-UPDATE
               IF WS-MASTER-OPEN
                   PERFORM 72000-READ-EMPLOYEE
                   IF WS-ON-FILE
                       PERFORM 71000-SHOW-EMPLOYEE
                       PERFORM 26100-CONFIRM-DELETE
                       IF WS-CONFIRMED
                           PERFORM 26200-REMOVE-EMPLOYEE
                       END-IF
                   END-IF
                   PERFORM 81100-CLOSE-UPDATE
               END-IF
           END-IF.

       26100-CONFIRM-DELETE.
           MOVE "N" TO WS-CONFIRM-FLAG
           DISPLAY " " END-DISPLAY
           DISPLAY "This removes the employee from the master for "
               "good.  A departure belongs"
           END-DISPLAY
           DISPLAY "on a GEEKTRAN T transaction, which keeps the "
               "record on the alumni file."
           END-DISPLAY
           DISPLAY "Type YES to delete " FUNCTION TRIM(WS-MNT-ID)
               ": " WITH NO ADVANCING
           END-DISPLAY
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY END-ACCEPT
           IF WS-REPLY = "YES" OR "yes"
               SET WS-CONFIRMED TO TRUE
           ELSE
               DISPLAY "Cancelled - nothing written." END-DISPLAY
           END-IF.

       26200-REMOVE-EMPLOYEE.
      *    The audit line keeps the last department in the code
      *    column (where a DEPT line carries the new one) and the
      *    whole name as the before value, so the trail still says
      *    who it was.
           MOVE "DELETE"     TO AUD-CATEGORY
           MOVE "X"          TO AUD-ENTRY
           MOVE MST-DEPT     TO AUD-CODE
           MOVE MST-EMP-NAME TO AUD-OLD-VALUE
           MOVE SPACES       TO AUD-NEW-VALUE
           DELETE GEEK-MASTER RECORD
               INVALID KEY
                   DISPLAY "geekmant: delete of "
                       FUNCTION TRIM(WS-MNT-ID)
                       " failed, status " WS-MASTER-STATUS
                       " - nothing written."
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM 78000-LOG-CHANGE
                   ADD 1 TO WS-DELETE-CNT
                   DISPLAY "Deleted " FUNCTION TRIM(WS-MNT-ID) "."
                   END-DISPLAY
           END-DELETE.

       30000-CLEANUP.
           DISPLAY "geekmant: " WS-RENAME-CNT " renamed, "
               WS-TRANSFER-CNT " transferred, "
               WS-DELETE-CNT " deleted."
           END-DISPLAY
           PERFORM 94000-TERMINATE.

       70000-ASK-ID.
           DISPLAY "Employee id [Enter to return]: " WITH NO ADVANCING
           END-DISPLAY
           MOVE SPACES TO WS-MNT-INPUT
           ACCEPT WS-MNT-INPUT END-ACCEPT
           MOVE SPACES TO WS-MNT-ID
           IF WS-MNT-INPUT (11:30) NOT = SPACES
               DISPLAY "Employee ids are 10 characters at most."
               END-DISPLAY
           ELSE
               MOVE WS-MNT-INPUT (1:10) TO WS-MNT-ID
           END-IF.

       71000-SHOW-EMPLOYEE.
           MOVE SPACES TO WS-HELD-TEXT
           MOVE 1 TO WS-HELD-PTR
           PERFORM VARYING WS-PRIV-SUB FROM 1 BY 1
                   UNTIL WS-PRIV-SUB > 5
               IF MST-PRIVACY (WS-PRIV-SUB:1) = "Y"
                   STRING WS-PRIV-LABEL (WS-PRIV-SUB)
                                                DELIMITED BY SPACE
                          " "                   DELIMITED BY SIZE
                   INTO WS-HELD-TEXT
                   WITH POINTER WS-HELD-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-HELD-TEXT = SPACES
               MOVE "none" TO WS-HELD-TEXT
           END-IF
           DISPLAY " " END-DISPLAY
           DISPLAY "Employee:   " MST-EMP-ID END-DISPLAY
           DISPLAY "Name:       " MST-EMP-NAME END-DISPLAY
           DISPLAY "Department: " MST-DEPT END-DISPLAY
           DISPLAY "Withheld:   " FUNCTION TRIM(WS-HELD-TEXT)
           END-DISPLAY
           DISPLAY "            " FUNCTION TRIM(MST-LINE1)
           END-DISPLAY
           DISPLAY "            " FUNCTION TRIM(MST-LINE2)
           END-DISPLAY
           DISPLAY "            " FUNCTION TRIM(MST-LINE3)
           END-DISPLAY
           DISPLAY "            " FUNCTION TRIM(MST-LINE4)
           END-DISPLAY
           DISPLAY " " END-DISPLAY.

       72000-READ-EMPLOYEE.
           MOVE "N" TO WS-ON-FILE-FLAG
           MOVE WS-MNT-ID TO MST-EMP-ID
           READ GEEK-MASTER
               KEY IS MST-EMP-ID
               INVALID KEY
                   DISPLAY "No employee " FUNCTION TRIM(WS-MNT-ID)
                       " on geekcode.mst."
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
           END-READ.

       73000-SCREEN-INPUT.
           MOVE ZEROES TO WS-BAD-CHAR-CNT
           PERFORM VARYING WS-META-SUB FROM 1 BY 1
                   UNTIL WS-META-SUB > 19
               INSPECT WS-MNT-INPUT TALLYING WS-BAD-CHAR-CNT
                   FOR ALL WS-SHELL-META (WS-META-SUB:1)
           END-PERFORM.

       74000-CONFIRM-CHANGE.
      *    The caller has set the audit category and the before and
      *    after values; they are what the operator confirms.
           MOVE "N" TO WS-CONFIRM-FLAG
           DISPLAY "Before: " FUNCTION TRIM(AUD-OLD-VALUE)
           END-DISPLAY
           DISPLAY "After:  " FUNCTION TRIM(AUD-NEW-VALUE)
           END-DISPLAY
           DISPLAY "Apply this change? (Y/N): " WITH NO ADVANCING
           END-DISPLAY
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY END-ACCEPT
           IF WS-REPLY = "Y" OR "y"
               SET WS-CONFIRMED TO TRUE
           ELSE
               DISPLAY "Cancelled - nothing written." END-DISPLAY
           END-IF.

       75000-REWRITE-EMPLOYEE.
           REWRITE MST-REC
               INVALID KEY
                   DISPLAY "geekmant: rewrite of "
                       FUNCTION TRIM(WS-MNT-ID)
                       " failed, status " WS-MASTER-STATUS
                       " - nothing written."
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM 78000-LOG-CHANGE
                   DISPLAY "Changed " FUNCTION TRIM(WS-MNT-ID) "."
                   END-DISPLAY
           END-REWRITE.

       78000-LOG-CHANGE.
      *    The entry column carries the GEEKTRAN transaction letter
      *    for the same change (X for a delete, which GEEKTRAN has
      *    no transaction for); AUD-OPER is whoever signed on.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           MOVE WS-RUN-DATE TO AUD-DATE
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE WS-MNT-ID TO AUD-EMP-ID
           MOVE WS-OPERATOR TO AUD-OPER
           WRITE AUDIT-LOG-REC FROM AUD-REC
           END-WRITE
           CLOSE AUDIT-LOG.

       80000-OPEN-INQUIRY.
           OPEN INPUT GEEK-MASTER
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "geekmant: cannot open geekcode.mst, status "
                   WS-MASTER-STATUS
               END-DISPLAY
           END-IF.

       80100-CLOSE-MASTER.
           IF WS-MASTER-OPEN
               CLOSE GEEK-MASTER
               MOVE "N" TO WS-MASTER-OPEN-FLAG
           END-IF.

       81000-OPEN-UPDATE.
      *    The lock first, then the master - the employee is read
      *    under the lock, so the before value shown is the one the
      *    REWRITE replaces.
           PERFORM 88000-TAKE-LOCK
           IF WS-LOCK-HELD
               OPEN I-O GEEK-MASTER
               IF WS-MASTER-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "geekmant: cannot open geekcode.mst, "
                       "status " WS-MASTER-STATUS
                   END-DISPLAY
                   PERFORM 88100-FREE-LOCK
               END-IF
           END-IF.

       81100-CLOSE-UPDATE.
           PERFORM 80100-CLOSE-MASTER
           PERFORM 88100-FREE-LOCK.

       88000-TAKE-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-LINE
               READ LOCK-FILE INTO WS-LOCK-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "geekmant: geekcode.mst is locked by "
                   FUNCTION TRIM(WS-LOCK-LINE)
                   " - try again later, or remove geekcode.lck if "
                   "that run is dead."
               END-DISPLAY
           ELSE
               CLOSE LOCK-FILE
               MOVE SPACES TO WS-LOCK-LINE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
               ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
               STRING "GEEKMANT"           DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-OPERATOR          DELIMITED BY SPACE
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
               SET WS-LOCK-HELD TO TRUE
           END-IF.

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
           PERFORM 80100-CLOSE-MASTER
           PERFORM 88100-FREE-LOCK
           GOBACK.
