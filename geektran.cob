       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKTRAN.
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
      *   Intraday HR change transactions: reads an HR delta file      *
      *   (one transaction per line, keyed on employee id) and         *
      *   applies each one to the keyed roster master geekcode.mst     *
      *   under the geekcode.lck lock, so a transfer or termination    *
      *   reaches the next GEEKUNLD without waiting for a full roll.   *
      *   Transaction types, in column 1:                              *
      *       A  add a new employee (name, answers, department) -      *
      *          an id on the alumni file geekalum.dat is a rehire     *
      *          and gets their old category lines back instead        *
      *       C  change answers (the 45 answer slots are re-applied;   *
      *          name and department stay as the master has them)      *
      *       D  department transfer (new code in columns 150-153)     *
      *       N  name change (new name in columns 20-49)               *
      *       P  withhold-flag change (new AGE, GENDER, SEX, REL and   *
      *          POL flags, Y or N, in columns 154-158)                *
      *       T  terminate (the master record is moved to the alumni   *
      *          file with the effective date and last department)     *
      *   Columns 2-9 carry the effective date (yyyymmdd, optional)    *
      *   and columns 10-158 are laid out exactly like an HR extract   *
      *   row, so HR can build a delta line with the row builder it    *
      *   already has.  Answers are turned into codes through the      *
      *   geekansw.cpy map and the four signature lines are built the  *
      *   way GEEKROLL builds them.  An add carries the withhold       *
      *   flags onto MST-PRIVACY (a rehire keeps the saved ones when   *
      *   the line has none); C, D and N leave them as they stand.     *
      *   Every applied change is written to geekcode_audit.log;       *
      *   every transaction that does not take goes to the reject      *
      *   file with a reason code:                                     *
      *       01  UNKNOWN EMPLOYEE ID                                  *
      *       02  ID ALREADY ON FILE (add)                             *
      *       03  BAD ANSWER SLOT nn                                   *
      *       04  UNKNOWN TRANSACTION TYPE                             *
      *       05  DISALLOWED CHARACTER in id, name or department       *
      *       06  MISSING NAME OR DEPARTMENT                           *
      *       07  BAD EFFECTIVE DATE                                   *
      *       08  BAD WITHHOLD FLAG (not Y, N or blank)                *
      *       09  MASTER UPDATE FAILED ss (geekcode.mst file status)   *
      *       10  ALUMNI UPDATE FAILED ss (geekalum.dat file status)   *
      *   A transaction is logged and counted only once its update     *
      *   has gone through.                                            *
      *   Usage: geektran [deltafile [rejectfile]] - the defaults are  *
      *   hrdelta.dat and geektran.rej.  Ends with return code 4 when  *
      *   any transaction was rejected.                                *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           SOURCE-COMPUTER. IBM-386.
           OBJECT-COMPUTER. IBM-386.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HR-DELTA
               ASSIGN TO DYNAMIC WS-DELTA-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO DYNAMIC WS-REJECT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAN-MASTER          ASSIGN TO "geekcode.mst"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS MST-EMP-ID
                                       FILE STATUS IS WS-MST-STATUS.
           SELECT AUDIT-LOG            ASSIGN TO "geekcode_audit.log"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ALUMNI-FILE          ASSIGN TO "geekalum.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS ALUM-EMP-ID
                                       FILE STATUS IS WS-ALUM-STATUS.
           SELECT LOCK-FILE            ASSIGN TO "geekcode.lck"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.

       FILE SECTION.

       FD  HR-DELTA.
       01  TRN-REC.
           05  TRN-TYPE                PIC X.
               88  TRN-ADD                           VALUE "A".
               88  TRN-CHANGE-ANSWERS                VALUE "C".
               88  TRN-TRANSFER                      VALUE "D".
               88  TRN-NAME-CHANGE                   VALUE "N".
               88  TRN-PRIVACY-CHANGE                VALUE "P".
               88  TRN-TERMINATE                     VALUE "T".
           05  TRN-EFF-DATE            PIC X(8).
           05  TRN-EMP-ID              PIC X(10).
           05  TRN-EMP-NAME            PIC X(30).
           05  TRN-ANSWERS             PIC X(100).
           05  TRN-DEPT                PIC X(4).
           05  TRN-PRIVACY             PIC X(5).

       FD  REJECT-FILE.
       01  REJECT-REC                  PIC X(186).

       FD  TRAN-MASTER.

           COPY "geekmast.cpy".

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC               PIC X(132).

       FD  ALUMNI-FILE.

           COPY "geekalum.cpy".

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

       77  WS-TIME-RAW                 PIC X(8)      VALUE SPACES.

      *    Single-writer lock on geekcode.mst, taken and freed the
      *    way GEEKROLL and GEEKCODE do - a delta applied while the
      *    nightly roll has the master open would be overwritten.
       77  WS-LOCK-STATUS              PIC XX        VALUE SPACES.
       77  WS-LOCK-LINE                PIC X(40)     VALUE SPACES.
       77  WS-LOCK-NAME                PIC X(12)
                                       VALUE "geekcode.lck".
       77  WS-SAVED-RC                 PIC S9(4)     VALUE ZEROES.
       01  WS-LOCK-HELD-FLAG           PIC X         VALUE "N".
           88  WS-LOCK-HELD                          VALUE "Y".

           COPY "geekcode.cpy".

           COPY "geekansw.cpy".

       77  WS-DELTA-FILE               PIC X(40)     VALUE SPACES.
       77  WS-DELTA-STATUS             PIC XX        VALUE SPACES.
       77  WS-REJECT-FILE              PIC X(40)     VALUE SPACES.
       77  WS-MST-STATUS               PIC XX        VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX        VALUE SPACES.
       77  WS-ALUM-STATUS              PIC XX        VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       01  WS-CL-TOKENS.
           05  WS-CL-TOK               PIC X(40)     VALUE SPACES
                                        OCCURS 2 TIMES.

       01  WS-DELTA-EOF-FLAG           PIC X         VALUE "N".
           88  WS-DELTA-EOF                          VALUE "Y".

       01  WS-ON-FILE-FLAG             PIC X         VALUE "N".
           88  WS-ON-FILE                            VALUE "Y".
       01  WS-REHIRE-FLAG              PIC X         VALUE "N".
           88  WS-REHIRE                             VALUE "Y".

       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-TRN-NUM                  PIC 9(6)      VALUE ZEROES.
       77  WS-APPLIED-CNT              PIC 9(6)      VALUE ZEROES.
       77  WS-REJECT-CNT               PIC 9(6)      VALUE ZEROES.
       77  WS-ADD-CNT                  PIC 9(6)      VALUE ZEROES.
       77  WS-CHANGE-CNT               PIC 9(6)      VALUE ZEROES.
       77  WS-TRANSFER-CNT             PIC 9(6)      VALUE ZEROES.
       77  WS-RENAME-CNT               PIC 9(6)      VALUE ZEROES.
       77  WS-TERM-CNT                 PIC 9(6)      VALUE ZEROES.
       77  WS-REHIRE-CNT               PIC 9(6)      VALUE ZEROES.
       77  WS-PRIVACY-CNT              PIC 9(6)      VALUE ZEROES.
       77  WS-PRIV-SUB                 PIC 9         VALUE ZEROES.

      *    Characters that have no place in an employee id, name or
      *    department code - the same screen GEEKROLL applies to an
      *    extract row.
       77  WS-SHELL-META                PIC X(19)
                   VALUE ";&|`$()<>""'*?[]{}~#".
       77  WS-META-SUB                  PIC 99        VALUE ZEROES.
       77  WS-BAD-CHAR-CNT              PIC 99        VALUE ZEROES.

      *    Set by any check a transaction fails; the reason code and
      *    text land on the reject line ahead of the transaction as
      *    it was read, so HR can see exactly which lines did not
      *    take and why.
       01  WS-REJECT-FLAG               PIC X         VALUE "N".
           88  WS-TRAN-REJECTED                       VALUE "Y".
       01  WS-REJ-LINE.
           05  REJ-CODE                 PIC XX.
           05  FILLER                   PIC X         VALUE SPACE.
           05  REJ-TEXT                 PIC X(24).
           05  FILLER                   PIC X         VALUE SPACE.
           05  REJ-TRAN                 PIC X(158).

      *    One answer-to-code pass per add or change-answers
      *    transaction, exactly as GEEKROLL decodes an extract row.
       01  WS-SLOT-CODE-TAB.
           05  WS-SLOT-CODE            PIC X(8)      OCCURS 45 TIMES.
       77  WS-SLOT                     PIC 99        VALUE ZEROES.
       77  WS-MAP                      PIC 999       VALUE ZEROES.
       77  WS-MAP-FND                  PIC 999       VALUE ZEROES.
       77  WS-ANS                      PIC XX        VALUE SPACES.
       77  WS-PENS-ANS                 PIC XX        VALUE SPACES.
       77  WS-PSUB-ANS                 PIC XX        VALUE SPACES.
       77  WS-SLIDE-ANS                PIC XX        VALUE SPACES.
       77  WS-SEX-ANS                  PIC XX        VALUE SPACES.

       77  WS-PRINT-LINE1              PIC X(80)     VALUE SPACES.
       77  WS-PRINT-LINE2              PIC X(80)     VALUE SPACES.
       77  WS-PRINT-LINE3              PIC X(80)     VALUE SPACES.
       77  WS-PRINT-LINE4              PIC X(80)     VALUE SPACES.

      *    The audit log category name per answer slot - the same
      *    names GEEKROLL and GEEKCODE's 21000-CREATE log with.
       01  WS-SLOT-NAME-DIRECTORY.
           05 FILLER PIC X(8) VALUE "TYPE".
           05 FILLER PIC X(8) VALUE "DRESS".
           05 FILLER PIC X(8) VALUE "HAIR".
           05 FILLER PIC X(8) VALUE "HEIGHT".
           05 FILLER PIC X(8) VALUE "WEIGHT".
           05 FILLER PIC X(8) VALUE "GLASSES".
           05 FILLER PIC X(8) VALUE "PENS".
           05 FILLER PIC X(8) VALUE "PENSSUB".
           05 FILLER PIC X(8) VALUE "SLIDES".
           05 FILLER PIC X(8) VALUE "AUTO".
           05 FILLER PIC X(8) VALUE "AGE".
           05 FILLER PIC X(8) VALUE "WEIRD".
           05 FILLER PIC X(8) VALUE "VERBAGE".
           05 FILLER PIC X(8) VALUE "COMP".
           05 FILLER PIC X(8) VALUE "FLAVOR".
           05 FILLER PIC X(8) VALUE "UNIXG".
           05 FILLER PIC X(8) VALUE "PERL".
           05 FILLER PIC X(8) VALUE "LINUX".
           05 FILLER PIC X(8) VALUE "BSD386".
           05 FILLER PIC X(8) VALUE "NEWS".
           05 FILLER PIC X(8) VALUE "WEB".
           05 FILLER PIC X(8) VALUE "EMACS".
           05 FILLER PIC X(8) VALUE "KIBO".
           05 FILLER PIC X(8) VALUE "MS".
           05 FILLER PIC X(8) VALUE "MAC".
           05 FILLER PIC X(8) VALUE "VMS".
           05 FILLER PIC X(8) VALUE "POL".
           05 FILLER PIC X(8) VALUE "CP".
           05 FILLER PIC X(8) VALUE "TREK".
           05 FILLER PIC X(8) VALUE "BAB".
           05 FILLER PIC X(8) VALUE "JEOP".
           05 FILLER PIC X(8) VALUE "ROLE".
           05 FILLER PIC X(8) VALUE "MAGIC".
           05 FILLER PIC X(8) VALUE "TV".
           05 FILLER PIC X(8) VALUE "BOOKS".
           05 FILLER PIC X(8) VALUE "DOOM".
           05 FILLER PIC X(8) VALUE "BARNEY".
           05 FILLER PIC X(8) VALUE "EDUC".
           05 FILLER PIC X(8) VALUE "MUSIC".
           05 FILLER PIC X(8) VALUE "HOUSE".
           05 FILLER PIC X(8) VALUE "FRIENDS".
           05 FILLER PIC X(8) VALUE "REL".
           05 FILLER PIC X(8) VALUE "NUT".
           05 FILLER PIC X(8) VALUE "GENDER".
           05 FILLER PIC X(8) VALUE "SEX".
       01  WS-SLOT-NAME-TBL REDEFINES WS-SLOT-NAME-DIRECTORY.
           05  WS-SLOT-NAME            PIC X(8)      OCCURS 45 TIMES.

           COPY "geekaudr.cpy".

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 20000-PROCESS-DELTA UNTIL WS-DELTA-EOF
           PERFORM 30000-CLEANUP.

       10000-SETUP.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK (1) WS-CL-TOK (2)
           END-UNSTRING
           IF WS-CL-TOK (1) = SPACES
               MOVE "hrdelta.dat" TO WS-DELTA-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (1)) TO WS-DELTA-FILE
           END-IF
           IF WS-CL-TOK (2) = SPACES
               MOVE "geektran.rej" TO WS-REJECT-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (2)) TO WS-REJECT-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           OPEN INPUT HR-DELTA
           IF WS-DELTA-STATUS = "35"
               DISPLAY "geektran: cannot find "
                   FUNCTION TRIM(WS-DELTA-FILE)
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           PERFORM 88000-TAKE-LOCK
      *    Same first-run bootstrap GEEKROLL and GEEKCODE's roster
      *    mode use, so a delta can seed an empty master.
           OPEN I-O TRAN-MASTER
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT TRAN-MASTER
               CLOSE TRAN-MASTER
               OPEN I-O TRAN-MASTER
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN I-O ALUMNI-FILE
           IF WS-ALUM-STATUS = "35"
               OPEN OUTPUT ALUMNI-FILE
               CLOSE ALUMNI-FILE
               OPEN I-O ALUMNI-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE.

       20000-PROCESS-DELTA.
           READ HR-DELTA
               AT END
                   SET WS-DELTA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRN-NUM
                   PERFORM 21000-APPLY-TRANSACTION
                   IF WS-TRAN-REJECTED
                       PERFORM 29500-WRITE-REJECT
                   ELSE
                       ADD 1 TO WS-APPLIED-CNT
                   END-IF
           END-READ.

       21000-APPLY-TRANSACTION.
           MOVE "N" TO WS-REJECT-FLAG
           PERFORM 21050-VALIDATE-TRAN
           IF NOT WS-TRAN-REJECTED
               MOVE "N" TO WS-ON-FILE-FLAG
               MOVE TRN-EMP-ID TO MST-EMP-ID
               READ TRAN-MASTER
                   KEY IS MST-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-FILE TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN TRN-ADD
                       IF WS-ON-FILE
                           MOVE "02" TO REJ-CODE
                           MOVE "ID ALREADY ON FILE" TO REJ-TEXT
                           SET WS-TRAN-REJECTED TO TRUE
                       ELSE
                           PERFORM 22000-ADD-EMPLOYEE
                       END-IF
                   WHEN NOT WS-ON-FILE
                       MOVE "01" TO REJ-CODE
                       MOVE "UNKNOWN EMPLOYEE ID" TO REJ-TEXT
                       SET WS-TRAN-REJECTED TO TRUE
                   WHEN TRN-CHANGE-ANSWERS
                       PERFORM 23000-CHANGE-ANSWERS
                   WHEN TRN-TRANSFER
                       PERFORM 24000-TRANSFER
                   WHEN TRN-NAME-CHANGE
                       PERFORM 25000-RENAME
                   WHEN TRN-PRIVACY-CHANGE
                       PERFORM 25500-CHANGE-PRIVACY
                   WHEN TRN-TERMINATE
                       PERFORM 26000-TERMINATE-EMP
               END-EVALUATE
           END-IF.

       21050-VALIDATE-TRAN.
      *    Checks that need no master lookup: a known type, an id,
      *    nothing in the id, name or department that the extract
      *    screen would refuse, and a sensible effective date.
           IF NOT TRN-ADD AND NOT TRN-CHANGE-ANSWERS
               AND NOT TRN-TRANSFER AND NOT TRN-NAME-CHANGE
               AND NOT TRN-PRIVACY-CHANGE AND NOT TRN-TERMINATE
               MOVE "04" TO REJ-CODE
               MOVE "UNKNOWN TRANSACTION TYPE" TO REJ-TEXT
               SET WS-TRAN-REJECTED TO TRUE
           END-IF
           IF NOT WS-TRAN-REJECTED AND TRN-EMP-ID = SPACES
               MOVE "01" TO REJ-CODE
               MOVE "UNKNOWN EMPLOYEE ID" TO REJ-TEXT
               SET WS-TRAN-REJECTED TO TRUE
           END-IF
           IF NOT WS-TRAN-REJECTED
               MOVE ZEROES TO WS-BAD-CHAR-CNT
               PERFORM VARYING WS-META-SUB FROM 1 BY 1
                       UNTIL WS-META-SUB > 19
                   INSPECT TRN-EMP-ID   TALLYING WS-BAD-CHAR-CNT
                       FOR ALL WS-SHELL-META (WS-META-SUB:1)
                   INSPECT TRN-EMP-NAME TALLYING WS-BAD-CHAR-CNT
                       FOR ALL WS-SHELL-META (WS-META-SUB:1)
                   INSPECT TRN-DEPT     TALLYING WS-BAD-CHAR-CNT
                       FOR ALL WS-SHELL-META (WS-META-SUB:1)
               END-PERFORM
               IF WS-BAD-CHAR-CNT > ZEROES
                   MOVE "05" TO REJ-CODE
                   MOVE "DISALLOWED CHARACTER" TO REJ-TEXT
                   SET WS-TRAN-REJECTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-TRAN-REJECTED
               IF (TRN-ADD OR TRN-NAME-CHANGE)
                   AND TRN-EMP-NAME = SPACES
                   MOVE "06" TO REJ-CODE
                   MOVE "MISSING NAME" TO REJ-TEXT
                   SET WS-TRAN-REJECTED TO TRUE
               END-IF
               IF TRN-TRANSFER AND TRN-DEPT = SPACES
                   MOVE "06" TO REJ-CODE
                   MOVE "MISSING DEPARTMENT" TO REJ-TEXT
                   SET WS-TRAN-REJECTED TO TRUE
               END-IF
           END-IF
      *    An effective date must be yyyymmdd with a month of 01-12
      *    and a day of 01-31, or it would be stored as given.
           IF NOT WS-TRAN-REJECTED
               AND TRN-EFF-DATE NOT = SPACES
               IF TRN-EFF-DATE NOT NUMERIC
                   OR TRN-EFF-DATE (5:2) < "01"
                   OR TRN-EFF-DATE (5:2) > "12"
                   OR TRN-EFF-DATE (7:2) < "01"
                   OR TRN-EFF-DATE (7:2) > "31"
                   MOVE "07" TO REJ-CODE
                   MOVE "BAD EFFECTIVE DATE" TO REJ-TEXT
                   SET WS-TRAN-REJECTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-TRAN-REJECTED
               AND (TRN-ADD OR TRN-PRIVACY-CHANGE)
               PERFORM VARYING WS-PRIV-SUB FROM 1 BY 1
                       UNTIL WS-PRIV-SUB > 5
                   IF TRN-PRIVACY (WS-PRIV-SUB:1) NOT = "Y"
                       AND TRN-PRIVACY (WS-PRIV-SUB:1) NOT = "N"
                       AND TRN-PRIVACY (WS-PRIV-SUB:1) NOT = SPACE
                       MOVE "08" TO REJ-CODE
                       MOVE "BAD WITHHOLD FLAG" TO REJ-TEXT
                       SET WS-TRAN-REJECTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       22000-ADD-EMPLOYEE.
      *    A departed employee coming back is reinstated from the
      *    alumni image the way GEEKROLL reinstates a rehire - HR's
      *    answers on a new-hire line are placeholders, not theirs.
           MOVE "N" TO WS-REHIRE-FLAG
           MOVE TRN-EMP-ID TO ALUM-EMP-ID
           READ ALUMNI-FILE
               KEY IS ALUM-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALUM-REINSTATE-DATE = ZEROES
                       SET WS-REHIRE TO TRUE
                   END-IF
           END-READ
           IF WS-REHIRE
               PERFORM 22700-REINSTATE
           ELSE
               PERFORM 22050-ADD-NEW-HIRE
           END-IF.

       22050-ADD-NEW-HIRE.
           PERFORM 22100-DECODE-ANSWERS
           IF NOT WS-TRAN-REJECTED
               PERFORM 22400-BUILD-LINES
               MOVE SPACES              TO MST-REC
               MOVE TRN-EMP-ID          TO MST-EMP-ID
               MOVE TRN-EMP-NAME        TO MST-EMP-NAME
               MOVE TRN-DEPT            TO MST-DEPT
               MOVE WS-PRINT-LINE1      TO MST-LINE1
               MOVE WS-PRINT-LINE2      TO MST-LINE2
               MOVE WS-PRINT-LINE3      TO MST-LINE3
               MOVE WS-PRINT-LINE4      TO MST-LINE4
               MOVE TRN-PRIVACY         TO MST-PRIVACY
               MOVE WS-RUN-DATE         TO MST-CONFIRMED-DATE
               WRITE MST-REC
                   INVALID KEY
                       MOVE "02" TO REJ-CODE
                       MOVE "ID ALREADY ON FILE" TO REJ-TEXT
                       SET WS-TRAN-REJECTED TO TRUE
               END-WRITE
               IF NOT WS-TRAN-REJECTED
                   PERFORM 22600-LOG-ANSWERS
                   ADD 1 TO WS-ADD-CNT
               END-IF
           END-IF.

       22100-DECODE-ANSWERS.
      *    Every slot is looked up fresh for every transaction, so
      *    nothing bleeds over from the previous employee.  An answer
      *    outside the legal range rejects this transaction only
      *    (29000-BAD-ANSWER) - the rest of the delta still applies.
           MOVE SPACES TO WS-SLOT-CODE-TAB
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 45 OR WS-TRAN-REJECTED
               MOVE TRN-ANSWERS ((WS-SLOT * 2 - 1):2) TO WS-ANS
               IF WS-ANS NOT NUMERIC
                   PERFORM 29000-BAD-ANSWER
               ELSE
                   EVALUATE WS-SLOT
                       WHEN 7
                           MOVE WS-ANS TO WS-PENS-ANS
                       WHEN 8
                           MOVE WS-ANS TO WS-PSUB-ANS
                       WHEN 9
                           MOVE WS-ANS TO WS-SLIDE-ANS
                       WHEN 45
                           MOVE WS-ANS TO WS-SEX-ANS
                       WHEN OTHER
                           PERFORM 22200-LOOKUP-CODE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF NOT WS-TRAN-REJECTED
               PERFORM 22300-BUILD-PENS
           END-IF
           IF NOT WS-TRAN-REJECTED
               PERFORM 22310-BUILD-SEX
           END-IF
           IF NOT WS-TRAN-REJECTED
               PERFORM 22350-MOVE-CODES
           END-IF.

       22200-LOOKUP-CODE.
           MOVE ZEROES TO WS-MAP-FND
           PERFORM VARYING WS-MAP FROM 1 BY 1
                   UNTIL WS-MAP > 358
               IF WS-ANS-SLOT (WS-MAP) = WS-SLOT
                   AND WS-ANS-NUM (WS-MAP) = WS-ANS
                   MOVE WS-MAP TO WS-MAP-FND
                   MOVE 358 TO WS-MAP
               END-IF
           END-PERFORM
           IF WS-MAP-FND > ZEROES
               MOVE WS-ANS-CODE (WS-MAP-FND)
                   TO WS-SLOT-CODE (WS-SLOT)
           ELSE
               PERFORM 29000-BAD-ANSWER
           END-IF.

       22300-BUILD-PENS.
      *    The Pens code is assembled a byte at a time across the
      *    yes/no, how-many-or-style and slide-rule answers, the way
      *    22600-PENS through 22670-SLIDES do at the keyboard.
           MOVE SPACES TO WS-PENS
           MOVE 7 TO WS-SLOT
           EVALUATE TRUE
               WHEN WS-PENS-ANS = "01"
                   MOVE "p" TO WS-PENS (1:1)
                   MOVE 8 TO WS-SLOT
                   IF WS-PSUB-ANS >= "01" AND WS-PSUB-ANS <= "09"
                       MOVE WS-PSUB-ANS (2:1) TO WS-PENS (2:1)
                   ELSE
                       PERFORM 29000-BAD-ANSWER
                   END-IF
               WHEN WS-PENS-ANS = "02"
                   MOVE 8 TO WS-SLOT
                   EVALUATE WS-PSUB-ANS
                       WHEN "01"
                           MOVE "?" TO WS-PENS (2:1)
                       WHEN "02"
                           MOVE "!p" TO WS-PENS
                       WHEN OTHER
                           PERFORM 29000-BAD-ANSWER
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 29000-BAD-ANSWER
           END-EVALUATE
           IF NOT WS-TRAN-REJECTED
               MOVE 9 TO WS-SLOT
               EVALUATE WS-SLIDE-ANS
                   WHEN "01"
                       MOVE "+" TO WS-PENS (3:1)
                   WHEN "02"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 29000-BAD-ANSWER
               END-EVALUATE
           END-IF.

       22310-BUILD-SEX.
           MOVE SPACES TO WS-CODE-SEX
           MOVE WS-SLOT-CODE (44) TO WS-SEX-GENDER
           MOVE 45 TO WS-SLOT
           EVALUATE WS-SEX-ANS
               WHEN "01"
                   MOVE "++++" TO WS-SEX
               WHEN "02"
                   MOVE "+++" TO WS-SEX
               WHEN "03"
                   MOVE "++" TO WS-SEX
               WHEN "04"
                   MOVE "+" TO WS-SEX
               WHEN "05"
                   MOVE "-" TO WS-SEX
               WHEN "06"
                   MOVE "--" TO WS-SEX
               WHEN "07"
                   MOVE "*" TO WS-SEX
               WHEN "08"
                   MOVE "**" TO WS-SEX
               WHEN "09"
                   MOVE "!" TO WS-SEX-PRE
                   MOVE " " TO WS-SEX
               WHEN "10"
                   MOVE "?" TO WS-SEX
               WHEN "11"
                   MOVE "+" TO WS-SEX-PRE
                   MOVE "?" TO WS-SEX
               WHEN OTHER
                   PERFORM 29000-BAD-ANSWER
           END-EVALUATE.

       22350-MOVE-CODES.
           MOVE WS-SLOT-CODE (1)  TO WS-TYPE
           MOVE WS-SLOT-CODE (2)  TO WS-DRESS
           MOVE WS-SLOT-CODE (3)  TO WS-HAIR
           MOVE WS-SLOT-CODE (4)  TO WS-HEIGHT
           MOVE WS-SLOT-CODE (5)  TO WS-WEIGHT
           MOVE WS-SLOT-CODE (6)  TO WS-GLASSES
           MOVE WS-SLOT-CODE (10) TO WS-AUTO
           MOVE WS-SLOT-CODE (11) TO WS-AGE
           MOVE WS-SLOT-CODE (12) TO WS-WEIRD
           MOVE WS-SLOT-CODE (13) TO WS-VERBAGE
           MOVE WS-SLOT-CODE (14) TO WS-COMP
           MOVE WS-SLOT-CODE (15) TO WS-UNIX-FLAVOR
           MOVE WS-SLOT-CODE (16) TO WS-UNIX-GURU
           MOVE WS-SLOT-CODE (17) TO WS-PERL
           MOVE WS-SLOT-CODE (18) TO WS-LINUX
           MOVE WS-SLOT-CODE (19) TO WS-386BSD
           MOVE WS-SLOT-CODE (20) TO WS-NEWS
           MOVE WS-SLOT-CODE (21) TO WS-WEB
           MOVE WS-SLOT-CODE (22) TO WS-EMACS
           MOVE WS-SLOT-CODE (23) TO WS-KIBO
           MOVE WS-SLOT-CODE (24) TO WS-MS
           MOVE WS-SLOT-CODE (25) TO WS-MAC
           MOVE WS-SLOT-CODE (26) TO WS-VMS
           MOVE WS-SLOT-CODE (27) TO WS-POL
           MOVE WS-SLOT-CODE (28) TO WS-CP
           MOVE WS-SLOT-CODE (29) TO WS-TREK
           MOVE WS-SLOT-CODE (30) TO WS-BAB
           MOVE WS-SLOT-CODE (31) TO WS-JEOP
           MOVE WS-SLOT-CODE (32) TO WS-ROLE
           MOVE WS-SLOT-CODE (33) TO WS-MAGIC
           MOVE WS-SLOT-CODE (34) TO WS-TV
           MOVE WS-SLOT-CODE (35) TO WS-BOOKS
           MOVE WS-SLOT-CODE (36) TO WS-DOOM
           MOVE WS-SLOT-CODE (37) TO WS-BARNEY
           MOVE WS-SLOT-CODE (38) TO WS-EDUC
           MOVE WS-SLOT-CODE (39) TO WS-MUSIC
           MOVE WS-SLOT-CODE (40) TO WS-HOUSE
           MOVE WS-SLOT-CODE (41) TO WS-FRIENDS
           MOVE WS-SLOT-CODE (42) TO WS-REL
           MOVE WS-SLOT-CODE (43) TO WS-NUT
      *    Height and weight only survive in the block as the merged
      *    Shape code, the same merge 22475-SHAPE does.
           MOVE SPACES TO WS-SHAPE
           STRING WS-HEIGHT         DELIMITED BY SPACE
                  WS-WEIGHT         DELIMITED BY SIZE
           INTO WS-SHAPE
           END-STRING.

       22400-BUILD-LINES.
      *    The four signature lines, assembled exactly the way
      *    26500-PRINT in GEEKCODE strings them so a delta block is
      *    indistinguishable from a surveyed one.
           MOVE SPACES TO WS-PRINT-LINE1
           STRING WS-TYPE           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-DRESS          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-HAIR           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-SHAPE          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-GLASSES        DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-PENS           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-AUTO           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-AGE            DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-WEIRD          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-VERBAGE        DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-COMP           DELIMITED BY SPACE
           INTO WS-PRINT-LINE1
           END-STRING

           MOVE SPACES TO WS-PRINT-LINE2
           STRING WS-UNIX           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-PERL           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-LINUX          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-386BSD         DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-NEWS           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-WEB            DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-MAC            DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-VMS            DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-POL            DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-CP             DELIMITED BY SPACE
           INTO WS-PRINT-LINE2
           END-STRING

           MOVE SPACES TO WS-PRINT-LINE3
           STRING WS-TREK           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-BAB            DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-JEOP           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-ROLE           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-MAGIC          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-EMACS          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-KIBO           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-MS             DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-TV             DELIMITED BY SPACE
           INTO WS-PRINT-LINE3
           END-STRING

           MOVE SPACES TO WS-PRINT-LINE4
           STRING WS-BOOKS          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-DOOM           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-BARNEY         DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-EDUC           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-MUSIC          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-HOUSE          DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-REL            DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-FRIENDS        DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-NUT            DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
                  WS-CODE-SEX       DELIMITED BY SIZE
           INTO WS-PRINT-LINE4
           END-STRING.

       22600-LOG-ANSWERS.
      *    One audit line per answered category, exactly as GEEKROLL
      *    logs an extract row, tagged with this program as the
      *    source of the change.
           MOVE WS-PENS     TO WS-SLOT-CODE (7)
           MOVE WS-PENS     TO WS-SLOT-CODE (9)
           MOVE WS-SEX      TO WS-SLOT-CODE (45)
           MOVE WS-RUN-DATE TO AUD-DATE
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE TRN-EMP-ID TO AUD-EMP-ID
           MOVE "GEEKTRAN" TO AUD-OPER
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 45
               IF WS-SLOT NOT = 8
                   MOVE WS-SLOT-NAME (WS-SLOT) TO AUD-CATEGORY
                   MOVE TRN-ANSWERS ((WS-SLOT * 2 - 1):2)
                       TO AUD-ENTRY
                   MOVE WS-SLOT-CODE (WS-SLOT) TO AUD-CODE
                   WRITE AUDIT-LOG-REC FROM AUD-REC
                   END-WRITE
               END-IF
           END-PERFORM.

       22700-REINSTATE.
      *    The alumni record is stamped only once the master WRITE
      *    has gone through, and the master record is taken back out
      *    if the stamp fails, so the two files never disagree about
      *    whether the employee is back.  The extract row to hold the
      *    restored lines against is left for the next GEEKROLL to
      *    save.
           MOVE ALUM-MST-IMAGE      TO MST-REC
           MOVE TRN-EMP-NAME        TO MST-EMP-NAME
           IF TRN-DEPT NOT = SPACES
               MOVE TRN-DEPT        TO MST-DEPT
           END-IF
           IF TRN-PRIVACY NOT = SPACES
               MOVE TRN-PRIVACY     TO MST-PRIVACY
           END-IF
           WRITE MST-REC
               INVALID KEY
                   MOVE "02" TO REJ-CODE
                   MOVE "ID ALREADY ON FILE" TO REJ-TEXT
                   SET WS-TRAN-REJECTED TO TRUE
           END-WRITE
           IF NOT WS-TRAN-REJECTED
               MOVE WS-RUN-DATE TO ALUM-REINSTATE-DATE
               MOVE SPACES      TO ALUM-REHIRE-ANSWERS
               REWRITE ALUM-REC
                   INVALID KEY
                       PERFORM 29200-ALUMNI-FAILED
                       DELETE TRAN-MASTER RECORD
                       END-DELETE
                   NOT INVALID KEY
                       MOVE "REHIRE"         TO AUD-CATEGORY
                       MOVE ALUM-DEPART-DATE TO AUD-CODE
                       MOVE ALUM-LAST-DEPT   TO AUD-OLD-VALUE
                       MOVE MST-DEPT         TO AUD-NEW-VALUE
                       PERFORM 28000-LOG-EVENT
                       ADD 1 TO WS-REHIRE-CNT
               END-REWRITE
           END-IF.

       23000-CHANGE-ANSWERS.
      *    The answers are re-applied in full; name and department
      *    are left as the master carries them (N and D transactions
      *    change those).
           PERFORM 22100-DECODE-ANSWERS
           IF NOT WS-TRAN-REJECTED
               PERFORM 22400-BUILD-LINES
               MOVE WS-PRINT-LINE1      TO MST-LINE1
               MOVE WS-PRINT-LINE2      TO MST-LINE2
               MOVE WS-PRINT-LINE3      TO MST-LINE3
               MOVE WS-PRINT-LINE4      TO MST-LINE4
               MOVE WS-RUN-DATE         TO MST-CONFIRMED-DATE
               REWRITE MST-REC
                   INVALID KEY
                       PERFORM 29100-MASTER-FAILED
                   NOT INVALID KEY
                       PERFORM 22600-LOG-ANSWERS
                       ADD 1 TO WS-CHANGE-CNT
               END-REWRITE
           END-IF.

       24000-TRANSFER.
           MOVE "DEPT"   TO AUD-CATEGORY
           MOVE TRN-DEPT TO AUD-CODE
           MOVE MST-DEPT TO AUD-OLD-VALUE
           MOVE TRN-DEPT TO AUD-NEW-VALUE
           MOVE TRN-DEPT TO MST-DEPT
           REWRITE MST-REC
               INVALID KEY
                   PERFORM 29100-MASTER-FAILED
               NOT INVALID KEY
                   PERFORM 28000-LOG-EVENT
                   ADD 1 TO WS-TRANSFER-CNT
           END-REWRITE.

       25000-RENAME.
           MOVE "NAME"       TO AUD-CATEGORY
           MOVE SPACES       TO AUD-CODE
           MOVE MST-EMP-NAME TO AUD-OLD-VALUE
           MOVE TRN-EMP-NAME TO AUD-NEW-VALUE
           MOVE TRN-EMP-NAME TO MST-EMP-NAME
           REWRITE MST-REC
               INVALID KEY
                   PERFORM 29100-MASTER-FAILED
               NOT INVALID KEY
                   PERFORM 28000-LOG-EVENT
                   ADD 1 TO WS-RENAME-CNT
           END-REWRITE.

       25500-CHANGE-PRIVACY.
      *    The answers stay on the master untouched - only what the
      *    published outputs may show changes.
           MOVE "PRIVACY"    TO AUD-CATEGORY
           MOVE TRN-PRIVACY  TO AUD-CODE
           MOVE MST-PRIVACY  TO AUD-OLD-VALUE
           MOVE TRN-PRIVACY  TO AUD-NEW-VALUE
           MOVE TRN-PRIVACY  TO MST-PRIVACY
           REWRITE MST-REC
               INVALID KEY
                   PERFORM 29100-MASTER-FAILED
               NOT INVALID KEY
                   PERFORM 28000-LOG-EVENT
                   ADD 1 TO WS-PRIVACY-CNT
           END-REWRITE.

       26000-TERMINATE-EMP.
      *    The record goes to the alumni file and the audit line
      *    keeps its name and last department, both under the
      *    effective date HR sent (the run date when none was
      *    given).  The master record is only deleted once the
      *    alumni copy is safely written.
           MOVE "TERM"       TO AUD-CATEGORY
           IF TRN-EFF-DATE = SPACES
               MOVE WS-RUN-DATE TO AUD-CODE
           ELSE
               MOVE TRN-EFF-DATE TO AUD-CODE
           END-IF
           MOVE SPACES       TO AUD-OLD-VALUE
           STRING MST-DEPT           DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  MST-EMP-NAME       DELIMITED BY SIZE
           INTO AUD-OLD-VALUE
           END-STRING
           MOVE SPACES       TO AUD-NEW-VALUE
           MOVE MST-REC      TO ALUM-MST-IMAGE
           MOVE AUD-CODE     TO ALUM-DEPART-DATE
           MOVE ZEROES       TO ALUM-REINSTATE-DATE
           MOVE "GEEKTRAN"   TO ALUM-REMOVED-BY
           MOVE SPACES       TO ALUM-REHIRE-ANSWERS
           WRITE ALUM-REC
               INVALID KEY
                   REWRITE ALUM-REC
                       INVALID KEY
                           PERFORM 29200-ALUMNI-FAILED
                   END-REWRITE
           END-WRITE
           IF NOT WS-TRAN-REJECTED
               DELETE TRAN-MASTER RECORD
                   INVALID KEY
                       PERFORM 29100-MASTER-FAILED
                   NOT INVALID KEY
                       PERFORM 28000-LOG-EVENT
                       ADD 1 TO WS-TERM-CNT
               END-DELETE
           END-IF.

       28000-LOG-EVENT.
      *    A non-answer change: the caller has set the category,
      *    code and before/after values; the entry column carries
      *    the transaction type.
           MOVE WS-RUN-DATE TO AUD-DATE
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE TRN-EMP-ID TO AUD-EMP-ID
           MOVE TRN-TYPE TO AUD-ENTRY
           MOVE "GEEKTRAN" TO AUD-OPER
           WRITE AUDIT-LOG-REC FROM AUD-REC
           END-WRITE.

       29000-BAD-ANSWER.
           MOVE "03" TO REJ-CODE
           MOVE SPACES TO REJ-TEXT
           STRING "BAD ANSWER SLOT "    DELIMITED BY SIZE
                  WS-SLOT               DELIMITED BY SIZE
           INTO REJ-TEXT
           END-STRING
           SET WS-TRAN-REJECTED TO TRUE.

       29100-MASTER-FAILED.
           MOVE "09" TO REJ-CODE
           MOVE SPACES TO REJ-TEXT
           STRING "MASTER UPDATE FAILED "  DELIMITED BY SIZE
                  WS-MST-STATUS            DELIMITED BY SIZE
           INTO REJ-TEXT
           END-STRING
           SET WS-TRAN-REJECTED TO TRUE.

       29200-ALUMNI-FAILED.
           MOVE "10" TO REJ-CODE
           MOVE SPACES TO REJ-TEXT
           STRING "ALUMNI UPDATE FAILED "  DELIMITED BY SIZE
                  WS-ALUM-STATUS           DELIMITED BY SIZE
           INTO REJ-TEXT
           END-STRING
           SET WS-TRAN-REJECTED TO TRUE.

       29500-WRITE-REJECT.
           MOVE TRN-REC TO REJ-TRAN
           WRITE REJECT-REC FROM WS-REJ-LINE
           END-WRITE
           ADD 1 TO WS-REJECT-CNT
           DISPLAY "geektran: transaction " WS-TRN-NUM " ("
               FUNCTION TRIM(TRN-EMP-ID) ") rejected - "
               REJ-CODE " " FUNCTION TRIM(REJ-TEXT)
           END-DISPLAY.

       30000-CLEANUP.
           CLOSE HR-DELTA
           CLOSE TRAN-MASTER
           CLOSE AUDIT-LOG
           CLOSE ALUMNI-FILE
           CLOSE REJECT-FILE
           DISPLAY "geektran: " WS-TRN-NUM " transactions read, "
               WS-APPLIED-CNT " applied, " WS-REJECT-CNT " rejected."
           END-DISPLAY
           DISPLAY "geektran: " WS-ADD-CNT " added, "
               WS-REHIRE-CNT " reinstated from the alumni file, "
               WS-CHANGE-CNT " answers changed, "
               WS-TRANSFER-CNT " transferred, "
               WS-RENAME-CNT " renamed, "
               WS-PRIVACY-CNT " withhold flags changed, "
               WS-TERM-CNT " terminated."
           END-DISPLAY
           IF WS-REJECT-CNT > ZEROES
               DISPLAY "geektran: rejected transactions are on "
                   FUNCTION TRIM(WS-REJECT-FILE)
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 94000-TERMINATE.

       88000-TAKE-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-LINE
               READ LOCK-FILE INTO WS-LOCK-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "geektran: geekcode.mst is locked by "
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
           STRING "GEEKTRAN"           DELIMITED BY SIZE
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
           PERFORM 88100-FREE-LOCK
           GOBACK.
