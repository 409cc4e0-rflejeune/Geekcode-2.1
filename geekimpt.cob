       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKIMPT.
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
      *   Self-service import of a geek code block an employee already *
      *   publishes (an email or Usenet signature), so they need not   *
      *   re-take the survey to get the same thing on the roster:      *
      *       geekimpt empid dept blockfile [name]                     *
      *   The block file is the pasted signature; the first BEGIN/END  *
      *   block in it is read the way GEEKDECOD reads one - the fixed  *
      *   four-line Version: 2.1 layout GEEKCODE writes, or a free-    *
      *   form Version: 3.x block.  Each category is mapped back to    *
      *   the 2.1 code the master stores and checked against the       *
      *   legal answers in geekansw.cpy; a v3 category 2.1 has no      *
      *   place for (PGP, OS/2, X-Files, the split politics scales,    *
      *   ...) or a v3 grade 2.1 has no answer for is listed instead   *
      *   of being forced into the nearest code.  The employee's       *
      *   MST-REC is then written (a new employee - the name is        *
      *   required) or rewritten under the geekcode.lck single-writer  *
      *   lock: imported categories replace the stored answers, the    *
      *   rest keep what the roster already carries, and whatever is   *
      *   left is stored as "--" for the employee to complete with     *
      *   geekcode -u.  Every imported category writes an audit line   *
      *   tagged GEEKIMPT, with DEPT and NAME lines when those change  *
      *   on an existing record.  A departed employee on the alumni    *
      *   file is not imported over - HR reinstates the rehire first.  *
      *   geekimpt.rpt lists what was imported, what had no 2.1        *
      *   equivalent, what was kept and what was left "--".  As with   *
      *   a -u correction, HR's extract still carries the old answers  *
      *   until the GEEKBACK write-back is loaded.                     *
      *   RC=4 when the block carried codes that could not be read;    *
      *   RC=8 when nothing was imported.                              *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           SOURCE-COMPUTER. IBM-386.
           OBJECT-COMPUTER. IBM-386.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SIG-FILE             ASSIGN TO DYNAMIC WS-SIG-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-SIG-STATUS.
           SELECT IMPT-REPORT          ASSIGN TO DYNAMIC WS-RPT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEEK-MASTER          ASSIGN TO "geekcode.mst"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS MST-EMP-ID
                                       FILE STATUS IS WS-MASTER-STATUS.
           SELECT ALUMNI-FILE          ASSIGN TO "geekalum.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS ALUM-EMP-ID
                                       FILE STATUS IS WS-ALUM-STATUS.
           SELECT AUDIT-LOG            ASSIGN TO "geekcode_audit.log"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LOCK-FILE            ASSIGN TO "geekcode.lck"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.

       FILE SECTION.

       FD  SIG-FILE.
       01  SIG-REC                     PIC X(80).

       FD  IMPT-REPORT.
       01  RPT-REC                     PIC X(132).

       FD  GEEK-MASTER.

           COPY "geekmast.cpy".

       FD  ALUMNI-FILE.

           COPY "geekalum.cpy".

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC               PIC X(132).

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

       77  WS-TIME-RAW                 PIC X(8)      VALUE SPACES.

      *    Single-writer lock on geekcode.mst, the same protocol as
      *    GEEKCODE, GEEKROLL and GEEKTRAN.  It is taken only once the
      *    block has been read and mapped, so a paste that cannot be
      *    imported never holds the master.
       77  WS-LOCK-STATUS              PIC XX        VALUE SPACES.
       77  WS-LOCK-LINE                PIC X(40)     VALUE SPACES.
       77  WS-LOCK-NAME                PIC X(12)
                                       VALUE "geekcode.lck".
       77  WS-SAVED-RC                 PIC S9(4)     VALUE ZEROES.
       01  WS-LOCK-HELD-FLAG           PIC X         VALUE "N".
           88  WS-LOCK-HELD                          VALUE "Y".

           COPY "geekcode.cpy".

           COPY "geekcats.cpy".

           COPY "geekansw.cpy".

           COPY "geekaudr.cpy".

       77  WS-SIG-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-SIG-STATUS               PIC XX        VALUE SPACES.
       77  WS-RPT-FILE                 PIC X(40)
                                       VALUE "geekimpt.rpt".
       77  WS-RPT-LINE                 PIC X(132)    VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX        VALUE SPACES.
       77  WS-ALUM-STATUS              PIC XX        VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX        VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       77  WS-CL-PTR                   PIC 9(3)      VALUE ZEROES.
       01  WS-CL-TOKENS.
           05  WS-CL-TOK               PIC X(40)     VALUE SPACES
                                        OCCURS 3 TIMES.

       77  WS-IMP-ID                   PIC X(10)     VALUE SPACES.
       77  WS-IMP-DEPT                 PIC X(4)      VALUE SPACES.
       77  WS-IMP-NAME                 PIC X(30)     VALUE SPACES.
       77  WS-OLD-DEPT                 PIC X(4)      VALUE SPACES.
       77  WS-OLD-NAME                 PIC X(30)     VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.

      *    Characters that have no place in an employee id, name or
      *    department code - the same screen GEEKROLL and GEEKTRAN
      *    apply.
       77  WS-SHELL-META                PIC X(19)
                   VALUE ";&|`$()<>""'*?[]{}~#".
       77  WS-META-SUB                  PIC 99        VALUE ZEROES.
       77  WS-BAD-CHAR-CNT              PIC 99        VALUE ZEROES.
       77  WS-LOWER                     PIC X(26)
                       VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER                     PIC X(26)
                       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-SIG-EOF-FLAG             PIC X         VALUE "N".
           88  WS-SIG-EOF                            VALUE "Y".
       01  WS-BEGIN-FLAG               PIC X         VALUE "N".
           88  WS-BEGIN-FOUND                        VALUE "Y".
       01  WS-BLOCK-OK-FLAG            PIC X         VALUE "Y".
           88  WS-BLOCK-OK                           VALUE "Y".
       01  WS-ON-FILE-FLAG             PIC X         VALUE "N".
           88  WS-ON-FILE                            VALUE "Y".
      *    Set when no answer in the block could be taken; the report
      *    still lists what was rejected, and the roster is untouched.
       01  WS-NO-IMPORT-FLAG           PIC X         VALUE "N".
           88  WS-NO-IMPORT                          VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X         VALUE "N".
           88  WS-MASTER-OPEN                        VALUE "Y".
       01  WS-AUDIT-OPEN-FLAG          PIC X         VALUE "N".
           88  WS-AUDIT-OPEN                         VALUE "Y".
       01  WS-SIG-OPEN-FLAG            PIC X         VALUE "N".
           88  WS-SIG-OPEN                           VALUE "Y".

      *    "2" for a Version: 2.x block, "3" for a Version: 3.x one.
       77  WS-BLOCK-VER                PIC X         VALUE SPACE.

       77  WS-LINE1                    PIC X(80)     VALUE SPACES.
       77  WS-LINE2                    PIC X(80)     VALUE SPACES.
       77  WS-LINE3                    PIC X(80)     VALUE SPACES.
       77  WS-LINE4                    PIC X(80)     VALUE SPACES.
       77  WS-UNIX-TOK                 PIC X(6)      VALUE SPACES.
       77  WS-L4-PTR                   PIC 9(3)      VALUE ZEROES.

       77  WS-PRINT-LINE1              PIC X(80)     VALUE SPACES.
       77  WS-PRINT-LINE2              PIC X(80)     VALUE SPACES.
       77  WS-PRINT-LINE3              PIC X(80)     VALUE SPACES.
       77  WS-PRINT-LINE4              PIC X(80)     VALUE SPACES.

      *    The category codes in geekcats.cpy entry order, filled
      *    from the 2.1 fields the way GEEKMTCH does; the Sex entry
      *    carries the "!" or "+" prefix byte ahead of the code.
       01  WS-CAT-CODE-TAB.
           05  WS-CAT-CODE             PIC X(8)      OCCURS 42 TIMES.
       77  WS-CAT                      PIC 99        VALUE ZEROES.

      *    One entry per geekcats.cpy category: the code the block
      *    supplied (and the block token it came from), the code the
      *    roster carried before, the code stored, the answer number
      *    for the audit line, and what became of the category -
      *    Imported, Kept from the roster or Left "--".
       01  WS-IMP-TAB.
           05  WS-IMP-ENT              OCCURS 42 TIMES.
               10  WS-IMP-SUPPLIED     PIC X.
               10  WS-IMP-CODE         PIC X(8).
               10  WS-IMP-FROM         PIC X(16).
               10  WS-IMP-OLD          PIC X(8).
               10  WS-IMP-NEW          PIC X(8).
               10  WS-IMP-ANS          PIC XX.
               10  WS-IMP-STATE        PIC X.
                   88  WS-IMP-TAKEN                  VALUE "I".
                   88  WS-IMP-KEPT                   VALUE "K".
                   88  WS-IMP-LEFT                   VALUE "L".

      *    The geekansw.cpy answer slot per geekcats.cpy category.
      *    Shape (height and weight), Pens (a three-answer chain) and
      *    Sex (prefix and code) are checked in code, as GEEKVRFY
      *    does, and carry 00.
       01  WS-CAT-SLOT-LIST.
           05 FILLER PIC X(22) VALUE "0102030006001011121314".
           05 FILLER PIC X(22) VALUE "1516171819202125262728".
           05 FILLER PIC X(18) VALUE "293031323322232434".
           05 FILLER PIC X(22) VALUE "3536373839404241434400".
       01  WS-CAT-SLOT-TBL REDEFINES WS-CAT-SLOT-LIST.
           05  WS-CAT-SLOT             PIC 99        OCCURS 42 TIMES.
       77  WS-MAP                      PIC 999       VALUE ZEROES.
       77  WS-MAP-FND                  PIC 999       VALUE ZEROES.
       77  WS-CODE-WORK                PIC X(8)      VALUE SPACES.
       01  WS-CODE-OK-FLAG             PIC X         VALUE "Y".
           88  WS-CODE-OK                            VALUE "Y".

      *    Shape split, as GEEKVRFY's 25110-WALK-SHAPE takes it apart.
       77  WS-SP                       PIC 99        VALUE ZEROES.
       77  WS-SP-CHAR                  PIC X         VALUE SPACE.
       77  WS-SIGN1                    PIC X         VALUE SPACE.
       77  WS-SIGN2                    PIC X         VALUE SPACE.
       77  WS-RUN1                     PIC 99        VALUE ZEROES.
       77  WS-RUN2                     PIC 99        VALUE ZEROES.
       77  WS-HGT-N                    PIC 99        VALUE ZEROES.
       77  WS-WGT-N                    PIC 99        VALUE ZEROES.

      *    Version: 3.x category letters, matched longest prefix
      *    first exactly as GEEKDECOD's directory is, with the
      *    geekcats.cpy category each one lands in (00 where 2.1 has
      *    no such category).  Unix (12) is split into flavor and
      *    guru, and the x/y/z sex letters (41) carry both the gender
      *    and the sex grade.
       01  WS-V3-DIRECTORY.
           05 FILLER PIC X(26) VALUE "PGP300PGP".
           05 FILLER PIC X(26) VALUE "PS 200Politics (social)".
           05 FILLER PIC X(26) VALUE "PE 200Politics (economic)".
           05 FILLER PIC X(26) VALUE "tv 231Television".
           05 FILLER PIC X(26) VALUE "DI 200DIY".
           05 FILLER PIC X(26) VALUE "d  102Dress".
           05 FILLER PIC X(26) VALUE "s  104Shape".
           05 FILLER PIC X(26) VALUE "a  108Age".
           05 FILLER PIC X(26) VALUE "C  111Computers".
           05 FILLER PIC X(26) VALUE "U  112Unix".
           05 FILLER PIC X(26) VALUE "P  114Perl".
           05 FILLER PIC X(26) VALUE "L  115Linux".
           05 FILLER PIC X(26) VALUE "E  128Emacs".
           05 FILLER PIC X(26) VALUE "W  118World Wide Web".
           05 FILLER PIC X(26) VALUE "N  117Usenet News".
           05 FILLER PIC X(26) VALUE "o  100Usenet Oracle".
           05 FILLER PIC X(26) VALUE "K  129Kibo".
           05 FILLER PIC X(26) VALUE "w  130MS Windows".
           05 FILLER PIC X(26) VALUE "O  100OS/2".
           05 FILLER PIC X(26) VALUE "M  119Macintosh".
           05 FILLER PIC X(26) VALUE "V  120VMS".
           05 FILLER PIC X(26) VALUE "Y  122Cypherpunks".
           05 FILLER PIC X(26) VALUE "t  123Star Trek".
           05 FILLER PIC X(26) VALUE "5  124Babylon 5".
           05 FILLER PIC X(26) VALUE "X  100X-Files".
           05 FILLER PIC X(26) VALUE "R  126Role Playing".
           05 FILLER PIC X(26) VALUE "b  132Books".
           05 FILLER PIC X(26) VALUE "D  133Doom".
           05 FILLER PIC X(26) VALUE "G  100Geek Code".
           05 FILLER PIC X(26) VALUE "e  135Education".
           05 FILLER PIC X(26) VALUE "h  137Housing".
           05 FILLER PIC X(26) VALUE "r  138Relationships".
           05 FILLER PIC X(26) VALUE "x  141Sex (female)".
           05 FILLER PIC X(26) VALUE "y  141Sex (male)".
           05 FILLER PIC X(26) VALUE "z  141Sex (undeclared)".

       01  WS-V3-DIR-TBL REDEFINES WS-V3-DIRECTORY.
           05  WS-V3-DIR-ENT           OCCURS 35 TIMES.
               10  WS-V3-PREFIX        PIC X(3).
               10  WS-V3-PFX-LEN       PIC 9.
               10  WS-V3-CAT           PIC 99.
               10  WS-V3-LABEL         PIC X(20).

       01  WS-V3-EOB-FLAG              PIC X         VALUE "N".
           88  WS-V3-END-OF-BLOCK                    VALUE "Y".
       01  WS-V3-NEG-FLAG              PIC X         VALUE "N".
           88  WS-V3-NEGATED                         VALUE "Y".
       01  WS-V3-EXTRA-FLAG            PIC X         VALUE "N".
           88  WS-V3-EXTRA-FLAVOR                    VALUE "Y".
       77  WS-V3-PTR                   PIC 9(3)      VALUE ZEROES.
       77  WS-V3-TOKEN                 PIC X(16)     VALUE SPACES.
       77  WS-V3-WORK                  PIC X(16)     VALUE SPACES.
       77  WS-V3-GRADE                 PIC X(16)     VALUE SPACES.
       77  WS-V3-HEIGHT                PIC X(16)     VALUE SPACES.
       77  WS-V3-WEIGHT                PIC X(16)     VALUE SPACES.
       77  WS-V3-REST                  PIC X(16)     VALUE SPACES.
       77  WS-V3-SUB                   PIC 99        VALUE ZEROES.
       77  WS-V3-GSUB                  PIC 99        VALUE ZEROES.
       77  WS-V3-GLEN                  PIC 99        VALUE ZEROES.
       77  WS-V3-CHAR                  PIC X         VALUE SPACE.
       77  WS-V3-UX                    PIC 99        VALUE ZEROES.
       01  WS-V3-TYPE-PARTS.
           05  WS-V3-PART              PIC X(8)      VALUE SPACES
                                        OCCURS 4 TIMES.
       77  WS-V3-PART-SUB              PIC 9         VALUE ZEROES.
       77  WS-FND-V3                   PIC 99        VALUE ZEROES.

      *    Block codes that were not imported, with the reason.  A
      *    "cannot read" note (an unknown code, or a grade 2.1 has no
      *    answer for) also counts toward RC=4; a category 2.1 simply
      *    does not carry is expected and does not.
       01  WS-NOTE-TAB.
           05  WS-NOTE-ENT             OCCURS 60 TIMES.
               10  WS-NOTE-TOKEN       PIC X(16).
               10  WS-NOTE-LABEL       PIC X(20).
               10  WS-NOTE-TEXT        PIC X(30).
       77  WS-NOTE-CNT                 PIC 999       VALUE ZEROES.
       77  WS-NOTE-KEPT                PIC 99        VALUE ZEROES.
       77  WS-NOTE                     PIC 99        VALUE ZEROES.
       77  WS-NOTE-BAD-CNT             PIC 999       VALUE ZEROES.
       77  WS-W-TOKEN                  PIC X(16)     VALUE SPACES.
       77  WS-W-LABEL                  PIC X(20)     VALUE SPACES.
       77  WS-W-TEXT                   PIC X(30)     VALUE SPACES.
       01  WS-W-BAD-FLAG               PIC X         VALUE "N".
           88  WS-W-CANNOT-READ                      VALUE "Y".

       77  WS-SUPPLIED-CNT             PIC 99        VALUE ZEROES.
       77  WS-TAKEN-CNT                PIC 99        VALUE ZEROES.
       77  WS-KEPT-CNT                 PIC 99        VALUE ZEROES.
       77  WS-LEFT-CNT                 PIC 99        VALUE ZEROES.

      *    Report section being listed (one of the WS-IMP-STATE
      *    values) and its detail line.
       77  WS-RPT-STATE                PIC X         VALUE SPACE.
       77  WS-RPT-SHOWN                PIC 99        VALUE ZEROES.
       01  WS-CAT-LINE.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  CL-NAME                 PIC X(8).
           05  FILLER                  PIC X         VALUE SPACE.
           05  CL-LABEL                PIC X(20).
           05  FILLER                  PIC X         VALUE SPACE.
           05  CL-CODE                 PIC X(8).
           05  FILLER                  PIC XX        VALUE SPACES.
           05  CL-TEXT                 PIC X(40).
       01  WS-NOTE-LINE.
           05  FILLER                  PIC XX        VALUE SPACES.
           05  NL-TOKEN                PIC X(16).
           05  FILLER                  PIC X         VALUE SPACE.
           05  NL-LABEL                PIC X(20).
           05  FILLER                  PIC X         VALUE SPACE.
           05  NL-TEXT                 PIC X(30).

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 20000-READ-BLOCK
           PERFORM 27000-CHECK-CODES
           PERFORM 28000-UPDATE-MASTER
           PERFORM 40000-WRITE-REPORT
           PERFORM 30000-CLEANUP.

       10000-SETUP.
      *    Id, department and block file are positional; whatever
      *    follows them on the line is the employee's name.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           MOVE 1 TO WS-CL-PTR
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK (1) WS-CL-TOK (2) WS-CL-TOK (3)
               WITH POINTER WS-CL-PTR
           END-UNSTRING
           IF WS-CL-TOK (3) = SPACES
               DISPLAY "geekimpt: usage - geekimpt empid dept "
                   "blockfile [name]"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
      *    Department codes are kept in upper case, the way HR sends
      *    them on the extract; an id or code too long for the master
      *    is refused rather than cut short.
           INSPECT WS-CL-TOK (2) CONVERTING WS-LOWER TO WS-UPPER
           IF WS-CL-TOK (1) (11:) NOT = SPACES
               OR WS-CL-TOK (2) (5:) NOT = SPACES
               DISPLAY "geekimpt: employee ids are 10 characters and "
                   "department codes 4 at most."
               END-DISPLAY
               DISPLAY "geekimpt: usage - geekimpt empid dept "
                   "blockfile [name]"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           MOVE WS-CL-TOK (1) TO WS-IMP-ID
           MOVE WS-CL-TOK (2) TO WS-IMP-DEPT
           MOVE FUNCTION TRIM(WS-CL-TOK (3)) TO WS-SIG-FILE
           IF WS-CL-PTR <= 80
               MOVE FUNCTION TRIM(WS-CL-ARGS (WS-CL-PTR:))
                   TO WS-IMP-NAME
           END-IF
           MOVE ZEROES TO WS-BAD-CHAR-CNT
           PERFORM VARYING WS-META-SUB FROM 1 BY 1
                   UNTIL WS-META-SUB > 19
               INSPECT WS-IMP-ID   TALLYING WS-BAD-CHAR-CNT
                   FOR ALL WS-SHELL-META (WS-META-SUB:1)
               INSPECT WS-IMP-NAME TALLYING WS-BAD-CHAR-CNT
                   FOR ALL WS-SHELL-META (WS-META-SUB:1)
               INSPECT WS-IMP-DEPT TALLYING WS-BAD-CHAR-CNT
                   FOR ALL WS-SHELL-META (WS-META-SUB:1)
           END-PERFORM
           IF WS-BAD-CHAR-CNT > ZEROES
               DISPLAY "geekimpt: disallowed character in the "
                   "employee id, department or name."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           OPEN INPUT SIG-FILE
           IF WS-SIG-STATUS = "35"
               DISPLAY "geekimpt: cannot find "
                   FUNCTION TRIM(WS-SIG-FILE)
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           SET WS-SIG-OPEN TO TRUE
           MOVE SPACES TO WS-IMP-TAB.

       20000-READ-BLOCK.
      *    Only the first block in the paste is taken - anything
      *    around it (the rest of the signature, mail quoting) is
      *    skipped.
           PERFORM 20100-FIND-BEGIN
               UNTIL WS-BEGIN-FOUND OR WS-SIG-EOF
           IF NOT WS-BEGIN-FOUND
               DISPLAY "geekimpt: no -----BEGIN GEEK CODE BLOCK----- "
                   "line in " FUNCTION TRIM(WS-SIG-FILE)
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           READ SIG-FILE INTO WS-VER
               AT END
                   PERFORM 21010-BLOCK-TRUNCATED
           END-READ
           IF NOT WS-BLOCK-OK
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           EVALUATE TRUE
               WHEN WS-VER (1:10) = "Version: 2"
                   MOVE "2" TO WS-BLOCK-VER
                   PERFORM 21000-READ-V2-BLOCK
               WHEN WS-VER (1:10) = "Version: 3"
                   MOVE "3" TO WS-BLOCK-VER
                   PERFORM 25000-READ-V3-BLOCK
               WHEN OTHER
                   DISPLAY "geekimpt: unknown geek code version '"
                       FUNCTION TRIM(WS-VER)
                       "' - nothing imported."
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
           END-EVALUATE
           CLOSE SIG-FILE
           MOVE "N" TO WS-SIG-OPEN-FLAG.

       20100-FIND-BEGIN.
           READ SIG-FILE INTO SIG-REC
               AT END
                   SET WS-SIG-EOF TO TRUE
               NOT AT END
                   IF SIG-REC (1:10) = "-----BEGIN"
                       SET WS-BEGIN-FOUND TO TRUE
                   END-IF
           END-READ.

       21000-READ-V2-BLOCK.
           READ SIG-FILE INTO WS-LINE1
               AT END
                   PERFORM 21010-BLOCK-TRUNCATED
           END-READ
           IF WS-BLOCK-OK
               READ SIG-FILE INTO WS-LINE2
                   AT END
                       PERFORM 21010-BLOCK-TRUNCATED
               END-READ
           END-IF
           IF WS-BLOCK-OK
               READ SIG-FILE INTO WS-LINE3
                   AT END
                       PERFORM 21010-BLOCK-TRUNCATED
               END-READ
           END-IF
           IF WS-BLOCK-OK
               READ SIG-FILE INTO WS-LINE4
                   AT END
                       PERFORM 21010-BLOCK-TRUNCATED
               END-READ
           END-IF
           IF NOT WS-BLOCK-OK
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           PERFORM 21200-SPLIT-LINES
           PERFORM 21500-FIELDS-TO-CATS
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               PERFORM 21600-TAKE-V2-CODE
           END-PERFORM.

       21010-BLOCK-TRUNCATED.
           MOVE "N" TO WS-BLOCK-OK-FLAG
           DISPLAY "geekimpt: malformed signature block - "
               FUNCTION TRIM(WS-SIG-FILE)
               " ends before a full BEGIN/END block was read."
           END-DISPLAY.

       21200-SPLIT-LINES.
      *    WS-LINE1-4 into the 2.1 fields, exactly as GEEKDECOD's
      *    21100-DECODE-V2-BLOCK splits them.  Used for the pasted
      *    block and for the roster's own lines.
           MOVE SPACES TO WS-TYPE WS-DRESS WS-HAIR WS-SHAPE
               WS-GLASSES WS-PENS WS-AUTO WS-AGE WS-WEIRD WS-VERBAGE
               WS-COMP WS-UNIX-TOK WS-PERL WS-LINUX WS-386BSD WS-NEWS
               WS-WEB WS-MAC WS-VMS WS-POL WS-CP WS-TREK WS-BAB
               WS-JEOP WS-ROLE WS-MAGIC WS-EMACS WS-KIBO WS-MS WS-TV
               WS-BOOKS WS-DOOM WS-BARNEY WS-EDUC WS-MUSIC WS-HOUSE
               WS-REL WS-FRIENDS WS-NUT WS-CODE-SEX
           UNSTRING WS-LINE1 DELIMITED BY ALL SPACE
               INTO WS-TYPE WS-DRESS WS-HAIR WS-SHAPE WS-GLASSES
                    WS-PENS WS-AUTO WS-AGE WS-WEIRD WS-VERBAGE WS-COMP
           END-UNSTRING

           UNSTRING WS-LINE2 DELIMITED BY ALL SPACE
               INTO WS-UNIX-TOK WS-PERL WS-LINUX WS-386BSD WS-NEWS
                    WS-WEB WS-MAC WS-VMS WS-POL WS-CP
           END-UNSTRING
           MOVE WS-UNIX-TOK TO WS-UNIX

           UNSTRING WS-LINE3 DELIMITED BY ALL SPACE
               INTO WS-TREK WS-BAB WS-JEOP WS-ROLE WS-MAGIC
                    WS-EMACS WS-KIBO WS-MS WS-TV
           END-UNSTRING

           MOVE 1 TO WS-L4-PTR
           UNSTRING WS-LINE4 DELIMITED BY SPACE
               INTO WS-BOOKS WS-DOOM WS-BARNEY WS-EDUC WS-MUSIC
                    WS-HOUSE WS-REL WS-FRIENDS WS-NUT
               WITH POINTER WS-L4-PTR
           END-UNSTRING
           IF WS-L4-PTR <= 74
               MOVE WS-LINE4 (WS-L4-PTR:7) TO WS-CODE-SEX
           END-IF.

       21500-FIELDS-TO-CATS.
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
           IF WS-SEX-PRE = SPACE
               MOVE WS-SEX      TO WS-CAT-CODE (42)
           ELSE
               STRING WS-SEX-PRE    DELIMITED BY SIZE
                      WS-SEX        DELIMITED BY SPACE
               INTO WS-CAT-CODE (42)
               END-STRING
           END-IF.

       21600-TAKE-V2-CODE.
      *    A skipped ("--") or published-as-withheld ("##") category
      *    is not an answer to import.  A blank Unix guru is the
      *    average answer when a flavor came with it.
           IF WS-CAT-CODE (WS-CAT) NOT = "--"
               AND WS-CAT-CODE (WS-CAT) NOT = WS-WITHHELD
               IF WS-CAT-CODE (WS-CAT) NOT = SPACES
                   OR (WS-CAT = 13
                       AND WS-CAT-CODE (12) NOT = SPACES
                       AND WS-CAT-CODE (12) NOT = "--"
                       AND WS-CAT-CODE (12) NOT = WS-WITHHELD)
                   MOVE "Y" TO WS-IMP-SUPPLIED (WS-CAT)
                   MOVE WS-CAT-CODE (WS-CAT) TO WS-IMP-CODE (WS-CAT)
               END-IF
           END-IF.

       25000-READ-V3-BLOCK.
           MOVE "N" TO WS-V3-EOB-FLAG
           PERFORM 25100-READ-V3-LINE UNTIL WS-V3-END-OF-BLOCK
           IF NOT WS-BLOCK-OK
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF.

       25100-READ-V3-LINE.
      *    Free-form: every line up to the END marker is tokenized on
      *    spaces with a pointered UNSTRING, as GEEKDECOD does.
           READ SIG-FILE INTO SIG-REC
               AT END
                   SET WS-SIG-EOF TO TRUE
                   SET WS-V3-END-OF-BLOCK TO TRUE
                   PERFORM 21010-BLOCK-TRUNCATED
           END-READ
           IF NOT WS-V3-END-OF-BLOCK
               IF SIG-REC (1:8) = "-----END"
                   SET WS-V3-END-OF-BLOCK TO TRUE
               ELSE
                   MOVE 1 TO WS-V3-PTR
                   PERFORM 25150-NEXT-V3-TOKEN
                       UNTIL WS-V3-PTR > 80
               END-IF
           END-IF.

       25150-NEXT-V3-TOKEN.
           MOVE SPACES TO WS-V3-TOKEN
           UNSTRING SIG-REC DELIMITED BY ALL SPACE
               INTO WS-V3-TOKEN
               WITH POINTER WS-V3-PTR
           END-UNSTRING
           IF WS-V3-TOKEN NOT = SPACES
               PERFORM 25200-MAP-V3-TOKEN
           END-IF.

       25200-MAP-V3-TOKEN.
      *    The grade is read as GEEKDECOD's 25500-V3-PHRASE reads it:
      *    a leading ! is a refusal, and the wannabe/paid/range
      *    annotations (>, $, parentheses) end it.  @ (the rating
      *    varies) has no 2.1 form and is dropped; ? stays, since
      *    several 2.1 categories carry an "unknown" answer.
           MOVE "N" TO WS-V3-NEG-FLAG
           MOVE WS-V3-TOKEN TO WS-V3-WORK
           IF WS-V3-WORK (1:1) = "!"
               SET WS-V3-NEGATED TO TRUE
               MOVE WS-V3-TOKEN (2:15) TO WS-V3-WORK
           END-IF
           MOVE SPACES TO WS-V3-GRADE
           MOVE ZEROES TO WS-V3-GLEN
           PERFORM VARYING WS-V3-GSUB FROM 1 BY 1
                   UNTIL WS-V3-GSUB > 16
               MOVE WS-V3-WORK (WS-V3-GSUB:1) TO WS-V3-CHAR
               EVALUATE TRUE
                   WHEN WS-V3-CHAR = "(" OR ">" OR "$" OR SPACE
                       MOVE 16 TO WS-V3-GSUB
                   WHEN WS-V3-CHAR = "@"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-V3-GLEN
                       MOVE WS-V3-CHAR TO WS-V3-GRADE (WS-V3-GLEN:1)
               END-EVALUATE
           END-PERFORM
           IF WS-V3-GRADE = SPACES
               CONTINUE
           ELSE
               IF WS-V3-GRADE (1:1) = "G"
                   AND ((WS-V3-GRADE (2:1) >= "A"
                         AND WS-V3-GRADE (2:1) <= "Z")
                        OR WS-V3-GRADE (2:1) = "!")
                   PERFORM 25300-MAP-V3-TYPE
               ELSE
                   PERFORM 25400-MAP-V3-SCALAR
               END-IF
           END-IF.

       25300-MAP-V3-TYPE.
      *    GCS/MU is two geek types; 2.1 holds one, so the first is
      *    imported and the rest are listed.
           MOVE SPACES TO WS-V3-TYPE-PARTS
           UNSTRING WS-V3-GRADE DELIMITED BY "/"
               INTO WS-V3-PART (1) WS-V3-PART (2)
                    WS-V3-PART (3) WS-V3-PART (4)
           END-UNSTRING
           MOVE 1 TO WS-CAT
           MOVE SPACES TO WS-CODE-WORK
           IF WS-V3-NEGATED
               STRING "!"              DELIMITED BY SIZE
                      WS-V3-PART (1)   DELIMITED BY SPACE
               INTO WS-CODE-WORK
               END-STRING
           ELSE
               MOVE WS-V3-PART (1) TO WS-CODE-WORK
           END-IF
           PERFORM 25700-TAKE-V3-CODE
           PERFORM VARYING WS-V3-PART-SUB FROM 2 BY 1
                   UNTIL WS-V3-PART-SUB > 4
               IF WS-V3-PART (WS-V3-PART-SUB) NOT = SPACES
                   MOVE SPACES TO WS-W-TOKEN
                   STRING "G"          DELIMITED BY SIZE
                       WS-V3-PART (WS-V3-PART-SUB)
                                       DELIMITED BY SPACE
                   INTO WS-W-TOKEN
                   END-STRING
                   MOVE "Geek Type"    TO WS-W-LABEL
                   MOVE "2.1 HOLDS ONE GEEK TYPE" TO WS-W-TEXT
                   MOVE "N" TO WS-W-BAD-FLAG
                   PERFORM 25900-NOTE-TOKEN
               END-IF
           END-PERFORM.

       25400-MAP-V3-SCALAR.
           MOVE ZEROES TO WS-FND-V3
           PERFORM VARYING WS-V3-SUB FROM 1 BY 1
                   UNTIL WS-V3-SUB > 35
               IF WS-V3-GRADE (1:WS-V3-PFX-LEN (WS-V3-SUB)) =
                       WS-V3-PREFIX (WS-V3-SUB)
                           (1:WS-V3-PFX-LEN (WS-V3-SUB))
                   MOVE WS-V3-SUB TO WS-FND-V3
                   MOVE 35 TO WS-V3-SUB
               END-IF
           END-PERFORM
           MOVE WS-V3-TOKEN TO WS-W-TOKEN
           EVALUATE TRUE
               WHEN WS-FND-V3 = ZEROES
                   MOVE "(unknown)"     TO WS-W-LABEL
                   MOVE "UNRECOGNIZED V3 CODE" TO WS-W-TEXT
                   SET WS-W-CANNOT-READ TO TRUE
                   PERFORM 25900-NOTE-TOKEN
               WHEN WS-V3-CAT (WS-FND-V3) = ZEROES
                   MOVE WS-V3-LABEL (WS-FND-V3) TO WS-W-LABEL
                   MOVE "NO 2.1 CATEGORY" TO WS-W-TEXT
                   MOVE "N" TO WS-W-BAD-FLAG
                   PERFORM 25900-NOTE-TOKEN
               WHEN WS-V3-CAT (WS-FND-V3) = 12
                   PERFORM 25500-MAP-V3-UNIX
               WHEN WS-V3-CAT (WS-FND-V3) = 41
                   PERFORM 25600-MAP-V3-SEX
               WHEN OTHER
      *            The 2.1 letters are the v3 letters for every
      *            category the two share, so the cleaned token is
      *            the 2.1 code; v3 writes Shape as height:weight
      *            where 2.1 runs the two together.
                   MOVE WS-V3-CAT (WS-FND-V3) TO WS-CAT
                   IF WS-CAT = 4
                       MOVE SPACES TO WS-V3-HEIGHT WS-V3-WEIGHT
                       UNSTRING WS-V3-GRADE DELIMITED BY ":"
                           INTO WS-V3-HEIGHT WS-V3-WEIGHT
                       END-UNSTRING
                       MOVE SPACES TO WS-V3-REST
                       STRING WS-V3-HEIGHT DELIMITED BY SPACE
                              WS-V3-WEIGHT DELIMITED BY SPACE
                       INTO WS-V3-REST
                       END-STRING
                       MOVE WS-V3-REST TO WS-V3-GRADE
                   END-IF
                   MOVE SPACES TO WS-CODE-WORK
                   MOVE "Y" TO WS-CODE-OK-FLAG
                   IF WS-V3-NEGATED
                       STRING "!"          DELIMITED BY SIZE
                              WS-V3-GRADE  DELIMITED BY SPACE
                       INTO WS-CODE-WORK
                           ON OVERFLOW
                               MOVE "N" TO WS-CODE-OK-FLAG
                       END-STRING
                   ELSE
                       STRING WS-V3-GRADE  DELIMITED BY SPACE
                       INTO WS-CODE-WORK
                           ON OVERFLOW
                               MOVE "N" TO WS-CODE-OK-FLAG
                       END-STRING
                   END-IF
                   IF WS-CODE-OK
                       PERFORM 25700-TAKE-V3-CODE
                   ELSE
                       MOVE WS-CAT-DIR-LABEL (WS-CAT) TO WS-W-LABEL
                       MOVE "NOT A 2.1 VALUE" TO WS-W-TEXT
                       SET WS-W-CANNOT-READ TO TRUE
                       PERFORM 25900-NOTE-TOKEN
                   END-IF
           END-EVALUATE.

       25500-MAP-V3-UNIX.
      *    U, then the flavor letters, then the guru grade: UL++
      *    is Linux at guru level ++.  2.1 stores one flavor, so a
      *    second flavor letter (ULS++) is listed, and a refusal has
      *    no 2.1 answer.
           IF WS-V3-NEGATED
               MOVE WS-CAT-DIR-LABEL (12) TO WS-W-LABEL
               MOVE "NOT A 2.1 VALUE" TO WS-W-TEXT
               SET WS-W-CANNOT-READ TO TRUE
               PERFORM 25900-NOTE-TOKEN
           ELSE
               MOVE 2 TO WS-V3-UX
               MOVE WS-V3-GRADE (2:1) TO WS-V3-CHAR
               IF (WS-V3-CHAR >= "A" AND WS-V3-CHAR <= "Z")
                   OR (WS-V3-CHAR >= "a" AND WS-V3-CHAR <= "z")
                   OR WS-V3-CHAR = "?"
                   MOVE 12 TO WS-CAT
                   MOVE WS-V3-GRADE (1:2) TO WS-CODE-WORK
                   PERFORM 25700-TAKE-V3-CODE
                   MOVE 3 TO WS-V3-UX
               END-IF
               MOVE "N" TO WS-V3-EXTRA-FLAG
               PERFORM UNTIL WS-V3-UX > 16
                   OR NOT ((WS-V3-GRADE (WS-V3-UX:1) >= "A"
                            AND WS-V3-GRADE (WS-V3-UX:1) <= "Z")
                       OR (WS-V3-GRADE (WS-V3-UX:1) >= "a"
                            AND WS-V3-GRADE (WS-V3-UX:1) <= "z"))
                   SET WS-V3-EXTRA-FLAVOR TO TRUE
                   ADD 1 TO WS-V3-UX
               END-PERFORM
               IF WS-V3-EXTRA-FLAVOR
                   MOVE WS-CAT-DIR-LABEL (12) TO WS-W-LABEL
                   MOVE "2.1 HOLDS ONE UNIX FLAVOR" TO WS-W-TEXT
                   MOVE "N" TO WS-W-BAD-FLAG
                   PERFORM 25900-NOTE-TOKEN
               END-IF
               MOVE 13 TO WS-CAT
               MOVE SPACES TO WS-CODE-WORK
               IF WS-V3-UX <= 16
                   MOVE WS-V3-GRADE (WS-V3-UX:) TO WS-CODE-WORK
               END-IF
               PERFORM 25700-TAKE-V3-CODE
           END-IF.

       25600-MAP-V3-SEX.
      *    x, y or z is the 2.1 gender; the grade after it is the 2.1
      *    sex code, and a refusal is the 2.1 "!" answer.
           MOVE 41 TO WS-CAT
           MOVE WS-V3-GRADE (1:1) TO WS-CODE-WORK
           PERFORM 25700-TAKE-V3-CODE
           MOVE 42 TO WS-CAT
           MOVE WS-V3-GRADE (2:15) TO WS-V3-REST
           EVALUATE TRUE
               WHEN WS-V3-NEGATED
                   MOVE "!" TO WS-CODE-WORK
                   PERFORM 25700-TAKE-V3-CODE
               WHEN WS-V3-REST NOT = SPACES
                   MOVE SPACES TO WS-CODE-WORK
                   STRING WS-V3-REST    DELIMITED BY SPACE
                   INTO WS-CODE-WORK
                       ON OVERFLOW
                           MOVE "-----" TO WS-CODE-WORK
                   END-STRING
                   PERFORM 25700-TAKE-V3-CODE
           END-EVALUATE.

       25700-TAKE-V3-CODE.
      *    A later token for the same category replaces an earlier
      *    one, as it would on re-reading the signature.
           MOVE "Y"         TO WS-IMP-SUPPLIED (WS-CAT)
           MOVE WS-CODE-WORK TO WS-IMP-CODE (WS-CAT)
           MOVE WS-V3-TOKEN TO WS-IMP-FROM (WS-CAT).

       25900-NOTE-TOKEN.
           ADD 1 TO WS-NOTE-CNT
           IF WS-W-CANNOT-READ
               ADD 1 TO WS-NOTE-BAD-CNT
           END-IF
           IF WS-NOTE-KEPT < 60
               ADD 1 TO WS-NOTE-KEPT
               MOVE WS-W-TOKEN TO WS-NOTE-TOKEN (WS-NOTE-KEPT)
               MOVE WS-W-LABEL TO WS-NOTE-LABEL (WS-NOTE-KEPT)
               MOVE WS-W-TEXT  TO WS-NOTE-TEXT (WS-NOTE-KEPT)
           END-IF.

       27000-CHECK-CODES.
      *    Every supplied code must be an answer the 2.1 survey could
      *    have given, or GEEKVRFY would report it and GEEKBACK could
      *    not write it back to HR.  One that is not is listed and
      *    the category treated as not supplied.
           MOVE ZEROES TO WS-SUPPLIED-CNT
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               IF WS-IMP-SUPPLIED (WS-CAT) = "Y"
                   PERFORM 27050-CHECK-ONE
               END-IF
           END-PERFORM
           IF WS-SUPPLIED-CNT = ZEROES
               DISPLAY "geekimpt: no 2.1 answer could be read from "
                   "the block in " FUNCTION TRIM(WS-SIG-FILE)
                   " - nothing imported."
               END-DISPLAY
               SET WS-NO-IMPORT TO TRUE
               PERFORM 40000-WRITE-REPORT
               DISPLAY "geekimpt: see " FUNCTION TRIM(WS-RPT-FILE)
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF.

       27050-CHECK-ONE.
           MOVE "Y" TO WS-CODE-OK-FLAG
           MOVE WS-IMP-CODE (WS-CAT) TO WS-CODE-WORK
           EVALUATE WS-CAT
               WHEN 4
                   PERFORM 27100-CHECK-SHAPE
               WHEN 6
                   PERFORM 27300-CHECK-PENS
               WHEN 42
                   PERFORM 27400-CHECK-SEX
               WHEN OTHER
                   PERFORM 27200-LOOKUP-SLOT
           END-EVALUATE
           IF WS-CODE-OK
               ADD 1 TO WS-SUPPLIED-CNT
           ELSE
               MOVE SPACE TO WS-IMP-SUPPLIED (WS-CAT)
               IF WS-IMP-FROM (WS-CAT) = SPACES
                   MOVE WS-IMP-CODE (WS-CAT) TO WS-W-TOKEN
               ELSE
                   MOVE WS-IMP-FROM (WS-CAT) TO WS-W-TOKEN
               END-IF
               MOVE WS-CAT-DIR-LABEL (WS-CAT) TO WS-W-LABEL
               MOVE "NOT A 2.1 VALUE" TO WS-W-TEXT
               SET WS-W-CANNOT-READ TO TRUE
               PERFORM 25900-NOTE-TOKEN
           END-IF.

       27100-CHECK-SHAPE.
      *    GEEKVRFY's 25110-WALK-SHAPE: the first run of one sign
      *    after the "s" is the height, the rest the weight, neither
      *    more than three long.
           IF WS-CODE-WORK (1:1) NOT = "s"
               MOVE "N" TO WS-CODE-OK-FLAG
           ELSE
               MOVE ZEROES TO WS-RUN1 WS-RUN2
               MOVE SPACES TO WS-SIGN1 WS-SIGN2
               PERFORM VARYING WS-SP FROM 2 BY 1 UNTIL WS-SP > 8
                   MOVE WS-CODE-WORK (WS-SP:1) TO WS-SP-CHAR
                   EVALUATE TRUE
                       WHEN WS-SP-CHAR = SPACE
                           MOVE 8 TO WS-SP
                       WHEN WS-SP-CHAR NOT = "+" AND "-"
                           MOVE "N" TO WS-CODE-OK-FLAG
                           MOVE 8 TO WS-SP
                       WHEN WS-SIGN1 = SPACE
                           MOVE WS-SP-CHAR TO WS-SIGN1
                           MOVE 1 TO WS-RUN1
                       WHEN WS-SP-CHAR = WS-SIGN1 AND WS-RUN2 = ZEROES
                           ADD 1 TO WS-RUN1
                       WHEN WS-SIGN2 = SPACE
                           MOVE WS-SP-CHAR TO WS-SIGN2
                           MOVE 1 TO WS-RUN2
                       WHEN WS-SP-CHAR = WS-SIGN2
                           ADD 1 TO WS-RUN2
                       WHEN OTHER
                           MOVE "N" TO WS-CODE-OK-FLAG
                           MOVE 8 TO WS-SP
                   END-EVALUATE
               END-PERFORM
               IF WS-CODE-OK
                   IF WS-RUN1 > 3
                       MOVE 3 TO WS-HGT-N
                       COMPUTE WS-WGT-N = WS-RUN1 - 3
                       IF WS-RUN2 > ZEROES
                           MOVE "N" TO WS-CODE-OK-FLAG
                       END-IF
                   ELSE
                       MOVE WS-RUN1 TO WS-HGT-N
                       MOVE WS-RUN2 TO WS-WGT-N
                   END-IF
               END-IF
               IF WS-CODE-OK AND WS-WGT-N > 3
                   MOVE "N" TO WS-CODE-OK-FLAG
               END-IF
           END-IF.

       27200-LOOKUP-SLOT.
           MOVE ZEROES TO WS-MAP-FND
           PERFORM VARYING WS-MAP FROM 1 BY 1
                   UNTIL WS-MAP > 358
               IF WS-ANS-SLOT (WS-MAP) = WS-CAT-SLOT (WS-CAT)
                   AND WS-ANS-CODE (WS-MAP) = WS-CODE-WORK
                   MOVE WS-MAP TO WS-MAP-FND
                   MOVE 358 TO WS-MAP
               END-IF
           END-PERFORM
           IF WS-MAP-FND = ZEROES
               MOVE "N" TO WS-CODE-OK-FLAG
           ELSE
               MOVE WS-ANS-NUM (WS-MAP-FND) TO WS-IMP-ANS (WS-CAT)
           END-IF.

       27300-CHECK-PENS.
      *    The Pens chain as GEEKVRFY's 25300-CHECK-PENS accepts it.
           EVALUATE TRUE
               WHEN WS-CODE-WORK (1:1) = "p"
                   AND WS-CODE-WORK (2:1) NUMERIC
                   AND (WS-CODE-WORK (3:1) = "+" OR SPACE)
                   AND WS-CODE-WORK (4:5) = SPACES
                   CONTINUE
               WHEN (WS-CODE-WORK (1:2) = "!p"
                     OR WS-CODE-WORK (1:2) = " ?")
                   AND (WS-CODE-WORK (3:1) = "+" OR SPACE)
                   AND WS-CODE-WORK (4:5) = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-CODE-OK-FLAG
           END-EVALUATE.

       27400-CHECK-SEX.
           IF WS-CODE-WORK = "++++" OR "+++" OR "++" OR "+"
               OR "-" OR "--" OR "*" OR "**" OR "?" OR "!" OR "+?"
               CONTINUE
           ELSE
               MOVE "N" TO WS-CODE-OK-FLAG
           END-IF.

       28000-UPDATE-MASTER.
           PERFORM 28100-CHECK-ALUMNI
           PERFORM 88000-TAKE-LOCK
      *    Same first-run bootstrap GEEKROLL and GEEKTRAN use.
           OPEN I-O GEEK-MASTER
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT GEEK-MASTER
               CLOSE GEEK-MASTER
               OPEN I-O GEEK-MASTER
           END-IF
           SET WS-MASTER-OPEN TO TRUE
           MOVE WS-IMP-ID TO MST-EMP-ID
           READ GEEK-MASTER
               KEY IS MST-EMP-ID
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-FLAG
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
           END-READ
           IF NOT WS-ON-FILE AND WS-IMP-NAME = SPACES
               DISPLAY "geekimpt: " FUNCTION TRIM(WS-IMP-ID)
                   " is not on the roster - give the employee's name "
                   "after the block file to add them."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           IF WS-ON-FILE
               MOVE MST-LINE1 TO WS-LINE1
               MOVE MST-LINE2 TO WS-LINE2
               MOVE MST-LINE3 TO WS-LINE3
               MOVE MST-LINE4 TO WS-LINE4
               PERFORM 21200-SPLIT-LINES
               PERFORM 21500-FIELDS-TO-CATS
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
                   MOVE WS-CAT-CODE (WS-CAT) TO WS-IMP-OLD (WS-CAT)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               PERFORM 28200-MERGE-ONE
           END-PERFORM
           PERFORM 28500-CATS-TO-FIELDS
           PERFORM 28600-BUILD-LINES
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           SET WS-AUDIT-OPEN TO TRUE
           IF WS-ON-FILE
               PERFORM 28300-REWRITE-EMPLOYEE
           ELSE
               PERFORM 28400-ADD-EMPLOYEE
           END-IF.

       28100-CHECK-ALUMNI.
      *    A departed employee's answers are on the alumni file, and
      *    GEEKROLL/GEEKTRAN reinstate them on rehire; a fresh record
      *    here would leave that image stranded.
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUM-STATUS NOT = "35"
               MOVE WS-IMP-ID TO ALUM-EMP-ID
               READ ALUMNI-FILE
                   KEY IS ALUM-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALUM-REINSTATE-DATE = ZEROES
                           DISPLAY "geekimpt: "
                               FUNCTION TRIM(WS-IMP-ID)
                               " left on " ALUM-DEPART-DATE
                               " and is on the alumni file - HR "
                               "reinstates a rehire before an import."
                           END-DISPLAY
                           CLOSE ALUMNI-FILE
                           MOVE 8 TO RETURN-CODE
                           PERFORM 94000-TERMINATE
                       END-IF
               END-READ
               CLOSE ALUMNI-FILE
           END-IF.

       28200-MERGE-ONE.
      *    What the block supplied replaces the roster's answer; what
      *    it did not keeps the roster's answer, or is left "--" when
      *    there is none (GEEKCODE -u offers it like any other).
           EVALUATE TRUE
               WHEN WS-IMP-SUPPLIED (WS-CAT) = "Y"
                   MOVE WS-IMP-CODE (WS-CAT) TO WS-IMP-NEW (WS-CAT)
                   SET WS-IMP-TAKEN (WS-CAT) TO TRUE
                   ADD 1 TO WS-TAKEN-CNT
               WHEN WS-ON-FILE AND WS-IMP-OLD (WS-CAT) NOT = "--"
                   AND (WS-IMP-OLD (WS-CAT) NOT = SPACES
                        OR WS-CAT = 13)
                   MOVE WS-IMP-OLD (WS-CAT) TO WS-IMP-NEW (WS-CAT)
                   SET WS-IMP-KEPT (WS-CAT) TO TRUE
                   ADD 1 TO WS-KEPT-CNT
               WHEN OTHER
                   MOVE "--" TO WS-IMP-NEW (WS-CAT)
                   SET WS-IMP-LEFT (WS-CAT) TO TRUE
                   ADD 1 TO WS-LEFT-CNT
           END-EVALUATE.

       28300-REWRITE-EMPLOYEE.
      *    The old name and department are held until the REWRITE
      *    has gone through, so no DEPT or NAME line is ever logged
      *    for a change that did not happen.
           MOVE MST-DEPT     TO WS-OLD-DEPT
           MOVE MST-EMP-NAME TO WS-OLD-NAME
           MOVE WS-IMP-DEPT TO MST-DEPT
           IF WS-IMP-NAME NOT = SPACES
               MOVE WS-IMP-NAME TO MST-EMP-NAME
           END-IF
           MOVE WS-PRINT-LINE1      TO MST-LINE1
           MOVE WS-PRINT-LINE2      TO MST-LINE2
           MOVE WS-PRINT-LINE3      TO MST-LINE3
           MOVE WS-PRINT-LINE4      TO MST-LINE4
           MOVE WS-RUN-DATE         TO MST-CONFIRMED-DATE
           REWRITE MST-REC
               INVALID KEY
                   DISPLAY "geekimpt: rewrite of "
                       FUNCTION TRIM(WS-IMP-ID) " failed, status "
                       WS-MASTER-STATUS
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
               NOT INVALID KEY
                   PERFORM 28700-LOG-ANSWERS
                   PERFORM 28350-LOG-EVENTS
           END-REWRITE.

       28350-LOG-EVENTS.
           IF MST-DEPT NOT = WS-OLD-DEPT
               MOVE "DEPT"      TO AUD-CATEGORY
               MOVE MST-DEPT    TO AUD-CODE
               MOVE WS-OLD-DEPT TO AUD-OLD-VALUE
               MOVE MST-DEPT    TO AUD-NEW-VALUE
               PERFORM 28800-LOG-EVENT
           END-IF
           IF MST-EMP-NAME NOT = WS-OLD-NAME
               MOVE "NAME"       TO AUD-CATEGORY
               MOVE SPACES       TO AUD-CODE
               MOVE WS-OLD-NAME  TO AUD-OLD-VALUE
               MOVE MST-EMP-NAME TO AUD-NEW-VALUE
               PERFORM 28800-LOG-EVENT
           END-IF.

       28400-ADD-EMPLOYEE.
      *    A new record publishes everything until the employee sets
      *    withhold flags with -u, as a blank extract column does.
           MOVE SPACES              TO MST-REC
           MOVE WS-IMP-ID           TO MST-EMP-ID
           MOVE WS-IMP-NAME         TO MST-EMP-NAME
           MOVE WS-IMP-DEPT         TO MST-DEPT
           MOVE WS-PRINT-LINE1      TO MST-LINE1
           MOVE WS-PRINT-LINE2      TO MST-LINE2
           MOVE WS-PRINT-LINE3      TO MST-LINE3
           MOVE WS-PRINT-LINE4      TO MST-LINE4
           MOVE WS-RUN-DATE         TO MST-CONFIRMED-DATE
           WRITE MST-REC
               INVALID KEY
                   DISPLAY "geekimpt: write of "
                       FUNCTION TRIM(WS-IMP-ID) " failed, status "
                       WS-MASTER-STATUS
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
               NOT INVALID KEY
                   PERFORM 28700-LOG-ANSWERS
           END-WRITE.

       28500-CATS-TO-FIELDS.
           MOVE WS-IMP-NEW (1)  TO WS-TYPE
           MOVE WS-IMP-NEW (2)  TO WS-DRESS
           MOVE WS-IMP-NEW (3)  TO WS-HAIR
           MOVE WS-IMP-NEW (4)  TO WS-SHAPE
           MOVE WS-IMP-NEW (5)  TO WS-GLASSES
           MOVE WS-IMP-NEW (6)  TO WS-PENS
           MOVE WS-IMP-NEW (7)  TO WS-AUTO
           MOVE WS-IMP-NEW (8)  TO WS-AGE
           MOVE WS-IMP-NEW (9)  TO WS-WEIRD
           MOVE WS-IMP-NEW (10) TO WS-VERBAGE
           MOVE WS-IMP-NEW (11) TO WS-COMP
           MOVE WS-IMP-NEW (12) TO WS-UNIX-FLAVOR
           MOVE WS-IMP-NEW (13) TO WS-UNIX-GURU
           MOVE WS-IMP-NEW (14) TO WS-PERL
           MOVE WS-IMP-NEW (15) TO WS-LINUX
           MOVE WS-IMP-NEW (16) TO WS-386BSD
           MOVE WS-IMP-NEW (17) TO WS-NEWS
           MOVE WS-IMP-NEW (18) TO WS-WEB
           MOVE WS-IMP-NEW (19) TO WS-MAC
           MOVE WS-IMP-NEW (20) TO WS-VMS
           MOVE WS-IMP-NEW (21) TO WS-POL
           MOVE WS-IMP-NEW (22) TO WS-CP
           MOVE WS-IMP-NEW (23) TO WS-TREK
           MOVE WS-IMP-NEW (24) TO WS-BAB
           MOVE WS-IMP-NEW (25) TO WS-JEOP
           MOVE WS-IMP-NEW (26) TO WS-ROLE
           MOVE WS-IMP-NEW (27) TO WS-MAGIC
           MOVE WS-IMP-NEW (28) TO WS-EMACS
           MOVE WS-IMP-NEW (29) TO WS-KIBO
           MOVE WS-IMP-NEW (30) TO WS-MS
           MOVE WS-IMP-NEW (31) TO WS-TV
           MOVE WS-IMP-NEW (32) TO WS-BOOKS
           MOVE WS-IMP-NEW (33) TO WS-DOOM
           MOVE WS-IMP-NEW (34) TO WS-BARNEY
           MOVE WS-IMP-NEW (35) TO WS-EDUC
           MOVE WS-IMP-NEW (36) TO WS-MUSIC
           MOVE WS-IMP-NEW (37) TO WS-HOUSE
           MOVE WS-IMP-NEW (38) TO WS-REL
           MOVE WS-IMP-NEW (39) TO WS-FRIENDS
           MOVE WS-IMP-NEW (40) TO WS-NUT
           MOVE SPACES TO WS-CODE-SEX
           MOVE WS-IMP-NEW (41) TO WS-SEX-GENDER
           EVALUATE TRUE
               WHEN WS-IMP-NEW (42) = "!"
                   MOVE "!" TO WS-SEX-PRE
               WHEN WS-IMP-NEW (42) = "+?"
                   MOVE "+" TO WS-SEX-PRE
                   MOVE "?" TO WS-SEX
               WHEN OTHER
                   MOVE WS-IMP-NEW (42) TO WS-SEX
           END-EVALUATE.

       28600-BUILD-LINES.
      *    The four signature lines, assembled exactly the way
      *    GEEKTRAN's 22400-BUILD-LINES and GEEKCODE's 26500-PRINT
      *    string them, so an imported block is indistinguishable
      *    from a surveyed one.
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

       28700-LOG-ANSWERS.
      *    One audit line per imported category, as GEEKTRAN logs an
      *    answer; the entry column carries the survey answer number
      *    where the code is a single answer.
           MOVE WS-RUN-DATE TO AUD-DATE
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE WS-IMP-ID TO AUD-EMP-ID
           MOVE "GEEKIMPT" TO AUD-OPER
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               IF WS-IMP-TAKEN (WS-CAT)
                   MOVE WS-CAT-DIR-NAME (WS-CAT) TO AUD-CATEGORY
                   MOVE WS-IMP-ANS (WS-CAT)      TO AUD-ENTRY
                   MOVE WS-IMP-NEW (WS-CAT)      TO AUD-CODE
                   WRITE AUDIT-LOG-REC FROM AUD-REC
                   END-WRITE
               END-IF
           END-PERFORM.

       28800-LOG-EVENT.
      *    A non-answer change: the caller has set the category,
      *    code and before/after values.
           MOVE WS-RUN-DATE TO AUD-DATE
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE WS-IMP-ID TO AUD-EMP-ID
           MOVE SPACES TO AUD-ENTRY
           MOVE "GEEKIMPT" TO AUD-OPER
           WRITE AUDIT-LOG-REC FROM AUD-REC
           END-WRITE.

       30000-CLEANUP.
           CLOSE GEEK-MASTER
           MOVE "N" TO WS-MASTER-OPEN-FLAG
           CLOSE AUDIT-LOG
           MOVE "N" TO WS-AUDIT-OPEN-FLAG
           PERFORM 88100-FREE-LOCK
           IF WS-ON-FILE
               DISPLAY "geekimpt: " FUNCTION TRIM(WS-IMP-ID)
                   " updated from the Version " WS-BLOCK-VER
                   " block - " WS-TAKEN-CNT " imported, "
                   WS-KEPT-CNT " kept, " WS-LEFT-CNT " left --, "
                   WS-NOTE-CNT " not imported."
               END-DISPLAY
           ELSE
               DISPLAY "geekimpt: " FUNCTION TRIM(WS-IMP-ID)
                   " added from the Version " WS-BLOCK-VER
                   " block - " WS-TAKEN-CNT " imported, "
                   WS-LEFT-CNT " left --, "
                   WS-NOTE-CNT " not imported."
               END-DISPLAY
           END-IF
           DISPLAY "geekimpt: see " FUNCTION TRIM(WS-RPT-FILE)
           END-DISPLAY
           IF WS-NOTE-BAD-CNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 94000-TERMINATE.

       40000-WRITE-REPORT.
           OPEN OUTPUT IMPT-REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "GEEKIMPT - SIGNATURE BLOCK IMPORT - "
                                                DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
      *    With nothing imported the master was never read, so the
      *    employee is shown as the command line named them.
           IF WS-NO-IMPORT
               STRING "EMPLOYEE: "              DELIMITED BY SIZE
                      WS-IMP-ID                 DELIMITED BY SPACE
                      " "                       DELIMITED BY SIZE
                      WS-IMP-NAME               DELIMITED BY "  "
                      "   DEPARTMENT: "         DELIMITED BY SIZE
                      WS-IMP-DEPT               DELIMITED BY SPACE
               INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "EMPLOYEE: "              DELIMITED BY SIZE
                      WS-IMP-ID                 DELIMITED BY SPACE
                      " "                       DELIMITED BY SIZE
                      MST-EMP-NAME              DELIMITED BY "  "
                      "   DEPARTMENT: "         DELIMITED BY SIZE
                      MST-DEPT                  DELIMITED BY SPACE
               INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           STRING "BLOCK:    "                  DELIMITED BY SIZE
                  WS-SIG-FILE                   DELIMITED BY SPACE
                  " ("                          DELIMITED BY SIZE
                  WS-VER                        DELIMITED BY "  "
                  ")"                           DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-NO-IMPORT
                   MOVE "ROSTER:   NOT CHANGED - NOTHING IMPORTED"
                       TO WS-RPT-LINE
               WHEN WS-ON-FILE
                   MOVE "ROSTER:   EXISTING RECORD REWRITTEN"
                       TO WS-RPT-LINE
               WHEN OTHER
                   MOVE "ROSTER:   NEW RECORD ADDED" TO WS-RPT-LINE
           END-EVALUATE
           PERFORM 55000-WRITE-RPT

           MOVE "I" TO WS-RPT-STATE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING "IMPORTED ("                  DELIMITED BY SIZE
                  WS-TAKEN-CNT                  DELIMITED BY SIZE
                  ")"                           DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 41000-REPORT-STATE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING "NOT IMPORTED - NO 2.1 EQUIVALENT ("
                                                DELIMITED BY SIZE
                  WS-NOTE-CNT                   DELIMITED BY SIZE
                  ")"                           DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 42000-REPORT-NOTES

           IF WS-ON-FILE
               MOVE "K" TO WS-RPT-STATE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
               STRING "KEPT FROM THE ROSTER ("  DELIMITED BY SIZE
                      WS-KEPT-CNT               DELIMITED BY SIZE
                      ")"                       DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 41000-REPORT-STATE
           END-IF

           IF NOT WS-NO-IMPORT
               MOVE "L" TO WS-RPT-STATE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
               STRING "LEFT ""--"" - COMPLETE WITH geekcode -u "
                                                DELIMITED BY SIZE
                      WS-IMP-ID                 DELIMITED BY SPACE
                      " ("                      DELIMITED BY SIZE
                      WS-LEFT-CNT               DELIMITED BY SIZE
                      ")"                       DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 41000-REPORT-STATE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING "TOTALS - "                   DELIMITED BY SIZE
                  WS-TAKEN-CNT                  DELIMITED BY SIZE
                  " imported, "                 DELIMITED BY SIZE
                  WS-NOTE-CNT                   DELIMITED BY SIZE
                  " not imported, "             DELIMITED BY SIZE
                  WS-KEPT-CNT                   DELIMITED BY SIZE
                  " kept, "                     DELIMITED BY SIZE
                  WS-LEFT-CNT                   DELIMITED BY SIZE
                  " left --."                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           CLOSE IMPT-REPORT.

       41000-REPORT-STATE.
      *    The section title is in WS-RPT-LINE; one line per category
      *    in the WS-RPT-STATE state, in signature order.
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE (1:72)
           PERFORM 55000-WRITE-RPT
           MOVE ZEROES TO WS-RPT-SHOWN
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 42
               IF WS-IMP-STATE (WS-CAT) = WS-RPT-STATE
                   MOVE WS-CAT-DIR-NAME (WS-CAT)  TO CL-NAME
                   MOVE WS-CAT-DIR-LABEL (WS-CAT) TO CL-LABEL
                   MOVE WS-IMP-NEW (WS-CAT)       TO CL-CODE
                   MOVE SPACES TO CL-TEXT
                   IF WS-IMP-TAKEN (WS-CAT)
                       AND WS-IMP-FROM (WS-CAT) NOT = SPACES
                       AND WS-IMP-FROM (WS-CAT) NOT =
                           WS-IMP-NEW (WS-CAT)
                       STRING "from "          DELIMITED BY SIZE
                              WS-IMP-FROM (WS-CAT)
                                               DELIMITED BY SPACE
                       INTO CL-TEXT
                       END-STRING
                   END-IF
                   IF WS-IMP-TAKEN (WS-CAT) AND WS-ON-FILE
                       AND WS-IMP-OLD (WS-CAT) NOT =
                           WS-IMP-NEW (WS-CAT)
                       AND CL-TEXT = SPACES
                       STRING "was "           DELIMITED BY SIZE
                              WS-IMP-OLD (WS-CAT)
                                               DELIMITED BY SPACE
                       INTO CL-TEXT
                       END-STRING
                   END-IF
                   MOVE WS-CAT-LINE TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
                   ADD 1 TO WS-RPT-SHOWN
               END-IF
           END-PERFORM
           IF WS-RPT-SHOWN = ZEROES
               MOVE "  (none)" TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
           END-IF.

       42000-REPORT-NOTES.
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE (1:72)
           PERFORM 55000-WRITE-RPT
           PERFORM VARYING WS-NOTE FROM 1 BY 1
                   UNTIL WS-NOTE > WS-NOTE-KEPT
               MOVE WS-NOTE-TOKEN (WS-NOTE) TO NL-TOKEN
               MOVE WS-NOTE-LABEL (WS-NOTE) TO NL-LABEL
               MOVE WS-NOTE-TEXT (WS-NOTE)  TO NL-TEXT
               MOVE WS-NOTE-LINE TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-NOTE-CNT = ZEROES
                   MOVE "  (none)" TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               WHEN WS-NOTE-KEPT < WS-NOTE-CNT
                   STRING "  ... "              DELIMITED BY SIZE
                          WS-NOTE-KEPT          DELIMITED BY SIZE
                          " of "                DELIMITED BY SIZE
                          WS-NOTE-CNT           DELIMITED BY SIZE
                          " listed"             DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
           END-EVALUATE.

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
               DISPLAY "geekimpt: geekcode.mst is locked by "
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
           STRING "GEEKIMPT"           DELIMITED BY SIZE
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
           IF WS-SIG-OPEN
               CLOSE SIG-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE GEEK-MASTER
           END-IF
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG
           END-IF
           PERFORM 88100-FREE-LOCK
           GOBACK.
