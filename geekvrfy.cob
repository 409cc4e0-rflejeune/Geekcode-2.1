       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKVRFY.
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
      *   Cross-file integrity verifier: walks the keyed roster        *
      *   master geekcode.mst and reports, by exception type:          *
      *     CODE       - a category code that is not a legal answer    *
      *                  in the geekansw.cpy map (the same reverse     *
      *                  lookup GEEKBACK does; "--" for a category     *
      *                  skipped by a -c config run is legal);         *
      *     SPLIT      - a category line the 24000-PARSE-MASTER split  *
      *                  cannot read cleanly: the wrong number of      *
      *                  codes, a code wider than the field it lands   *
      *                  in, a double space on line 4 or a missing     *
      *                  gender/sex code;                              *
      *     HISTORY    - geekhist.dat records for an employee id that  *
      *                  is on neither the master nor the alumni file  *
      *                  geekalum.dat;                                 *
      *     GENERATION - the newest dated generation                   *
      *                  geekcode.Dyyyymmdd.sig out of step with the   *
      *                  master.  A name, department or category line  *
      *                  that differs, or an employee on one and not   *
      *                  the other, is expected when the live          *
      *                  geekcode_audit.log has a line for the         *
      *                  employee since the generation date, other     *
      *                  than GEEKROLL's unsigned restatement of an    *
      *                  unchanged row inside a GEEKROLL START/END     *
      *                  window on geeknite.run (or, for an employee   *
      *                  gone from the master, when the alumni file    *
      *                  shows the departure) - those are              *
      *                  counted as explained, not reported.  A        *
      *                  version 3 block is checked for presence only. *
      *                  An employee with a withhold flag set in       *
      *                  MST-PRIVACY is compared on the "##"-masked    *
      *                  lines GEEKUNLD publishes.                     *
      *   A missing geekhist.dat or generation skips that check and    *
      *   says so on the report.  Return code 8 when any exception is  *
      *   found; the END run-control count is the exception count.     *
      *   Run on demand or as the optional GEEKNITE step before        *
      *   GEEKUNLD, which will not publish a master tonight's          *
      *   verification failed:                                         *
      *       geekvrfy [rptfile [generation]]                          *
      *   defaults geekvrfy.rpt and the newest dated generation.       *
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
           SELECT HIST-FILE            ASSIGN TO "geekhist.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS SEQUENTIAL
                                       RECORD KEY IS HIST-KEY
                                       FILE STATUS IS WS-HIST-STATUS.
           SELECT ALUMNI-FILE          ASSIGN TO "geekalum.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS RANDOM
                                       RECORD KEY IS ALUM-EMP-ID
                                       FILE STATUS IS WS-ALUM-STATUS.
           SELECT AUDIT-LOG            ASSIGN TO "geekcode_audit.log"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-STATUS.
           SELECT GEN-LIST             ASSIGN TO "geekvrfy.lst"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LIST-STATUS.
           SELECT GEN-FILE             ASSIGN TO DYNAMIC WS-GEN-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-GEN-STATUS.
           SELECT VRFY-REPORT          ASSIGN TO DYNAMIC WS-RPT-FILE
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL          ASSIGN TO "geeknite.run"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.

       FILE SECTION.

       FD  GEEK-MASTER.

           COPY "geekmast.cpy".

       FD  HIST-FILE.

           COPY "geekhist.cpy".

       FD  ALUMNI-FILE.

           COPY "geekalum.cpy".

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC               PIC X(132).

       FD  GEN-LIST.
       01  GEN-LIST-REC                PIC X(40).

       FD  GEN-FILE.
       01  GEN-REC                     PIC X(80).

       FD  VRFY-REPORT.
       01  RPT-REC                     PIC X(132).

       FD  RUN-CONTROL.

           COPY "geekrunc.cpy".

       WORKING-STORAGE SECTION.

           COPY "geekcode.cpy".

           COPY "geekansw.cpy".

           COPY "geekaudr.cpy".

       77  WS-RUN-STATUS               PIC XX        VALUE SPACES.
       77  WS-RUN-EVT                  PIC X(5)      VALUE SPACES.
       77  WS-RUN-CNT                  PIC 9(6)      VALUE ZEROES.
       77  WS-TIME-RAW                 PIC X(8)      VALUE SPACES.
       01  WS-RUN-STARTED-FLAG         PIC X         VALUE "N".
           88  WS-RUN-STARTED                        VALUE "Y".

       77  WS-MASTER-STATUS            PIC XX        VALUE SPACES.
       77  WS-HIST-STATUS              PIC XX        VALUE SPACES.
       77  WS-ALUM-STATUS              PIC XX        VALUE SPACES.
       77  WS-LOG-STATUS               PIC XX        VALUE SPACES.
       77  WS-LIST-STATUS              PIC XX        VALUE SPACES.
       77  WS-GEN-STATUS               PIC XX        VALUE SPACES.
       77  WS-GEN-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-RPT-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       01  WS-CL-TOKENS.
           05  WS-CL-TOK               PIC X(40)     VALUE SPACES
                                        OCCURS 2 TIMES.

       01 WS-MASTER-EOF-FLAG           PIC X         VALUE "N".
          88  WS-MASTER-EOF                          VALUE "Y".
       01 WS-HIST-EOF-FLAG             PIC X         VALUE "N".
          88  WS-HIST-EOF                            VALUE "Y".
       01 WS-LOG-EOF-FLAG              PIC X         VALUE "N".
          88  WS-LOG-EOF                             VALUE "Y".
       01 WS-RUN-EOF-FLAG              PIC X         VALUE "N".
          88  WS-RUN-EOF                             VALUE "Y".
       01 WS-LIST-EOF-FLAG             PIC X         VALUE "N".
          88  WS-LIST-EOF                            VALUE "Y".
       01 WS-GEN-EOF-FLAG              PIC X         VALUE "N".
          88  WS-GEN-EOF                             VALUE "Y".
       01 WS-ALUM-OPEN-FLAG            PIC X         VALUE "N".
          88  WS-ALUM-OPEN                           VALUE "Y".
       01 WS-SPLIT-OK-FLAG             PIC X         VALUE "Y".
          88  WS-SPLIT-OK                            VALUE "Y".
       01 WS-BLOCK-OK-FLAG             PIC X         VALUE "Y".
          88  WS-BLOCK-OK                            VALUE "Y".
       01 WS-ALUM-FND-FLAG             PIC X         VALUE "N".
          88  WS-ALUM-FND                            VALUE "Y".

       77  WS-UNIX-TOK                 PIC X(6)      VALUE SPACES.
       77  WS-L4-PTR                   PIC 9(3)      VALUE ZEROES.
       77  WS-L4-REST                  PIC 9(3)      VALUE ZEROES.

      *    The whole master, kept for the history and generation
      *    checks: SEEN is set when the generation carries the
      *    employee.
       01  WS-MST-TAB.
           05  WS-MT-ENT               OCCURS 9999 TIMES.
               10  WS-MT-ID            PIC X(10).
               10  WS-MT-NAME          PIC X(30).
               10  WS-MT-DEPT          PIC X(4).
               10  WS-MT-LINE          PIC X(80)     OCCURS 4 TIMES.
               10  WS-MT-SEEN          PIC X.
       77  WS-MT-CNT                   PIC 9(4)      VALUE ZEROES.
       77  WS-MT                       PIC 9(4)      VALUE ZEROES.
       77  WS-MT-FND                   PIC 9(4)      VALUE ZEROES.
       77  WS-FIND-ID                  PIC X(10)     VALUE SPACES.
       77  WS-HELD-CNT                 PIC 9         VALUE ZEROES.

      *    Name and field width of each code position on the four
      *    category lines, eleven positions a line - the widths of
      *    the geekcode.cpy fields 24000-PARSE-MASTER splits into.
       01  WS-FLD-DIRECTORY.
           05 FILLER PIC X(10) VALUE "TYPE    03".
           05 FILLER PIC X(10) VALUE "DRESS   04".
           05 FILLER PIC X(10) VALUE "HAIR    05".
           05 FILLER PIC X(10) VALUE "SHAPE   08".
           05 FILLER PIC X(10) VALUE "GLASSES 04".
           05 FILLER PIC X(10) VALUE "PENS    03".
           05 FILLER PIC X(10) VALUE "AUTO    06".
           05 FILLER PIC X(10) VALUE "AGE     04".
           05 FILLER PIC X(10) VALUE "WEIRD   04".
           05 FILLER PIC X(10) VALUE "VERBAGE 04".
           05 FILLER PIC X(10) VALUE "COMP    05".
           05 FILLER PIC X(10) VALUE "UNIX    06".
           05 FILLER PIC X(10) VALUE "PERL    05".
           05 FILLER PIC X(10) VALUE "LINUX   05".
           05 FILLER PIC X(10) VALUE "BSD386  04".
           05 FILLER PIC X(10) VALUE "NEWS    05".
           05 FILLER PIC X(10) VALUE "WEB     04".
           05 FILLER PIC X(10) VALUE "MAC     03".
           05 FILLER PIC X(10) VALUE "VMS     03".
           05 FILLER PIC X(10) VALUE "POL     05".
           05 FILLER PIC X(10) VALUE "CP      04".
           05 FILLER PIC X(10) VALUE "        00".
           05 FILLER PIC X(10) VALUE "TREK    04".
           05 FILLER PIC X(10) VALUE "BAB     04".
           05 FILLER PIC X(10) VALUE "JEOP    04".
           05 FILLER PIC X(10) VALUE "ROLE    04".
           05 FILLER PIC X(10) VALUE "MAGIC   05".
           05 FILLER PIC X(10) VALUE "EMACS   05".
           05 FILLER PIC X(10) VALUE "KIBO    07".
           05 FILLER PIC X(10) VALUE "MS      05".
           05 FILLER PIC X(10) VALUE "TV      05".
           05 FILLER PIC X(10) VALUE "        00".
           05 FILLER PIC X(10) VALUE "        00".
           05 FILLER PIC X(10) VALUE "BOOKS   04".
           05 FILLER PIC X(10) VALUE "DOOM    04".
           05 FILLER PIC X(10) VALUE "BARNEY  04".
           05 FILLER PIC X(10) VALUE "EDUC    05".
           05 FILLER PIC X(10) VALUE "MUSIC   04".
           05 FILLER PIC X(10) VALUE "HOUSE   05".
           05 FILLER PIC X(10) VALUE "REL     04".
           05 FILLER PIC X(10) VALUE "FRIENDS 04".
           05 FILLER PIC X(10) VALUE "NUT     05".
           05 FILLER PIC X(10) VALUE "        00".
           05 FILLER PIC X(10) VALUE "        00".
       01  WS-FLD-TBL REDEFINES WS-FLD-DIRECTORY.
           05  WS-FLD-ENT              OCCURS 44 TIMES.
               10  WS-FLD-NAME         PIC X(8).
               10  WS-FLD-WIDTH        PIC 99.

      *    One category line split for checking - twelve receivers,
      *    so a line with one code too many still shows up.
       01  WS-TOK-TAB.
           05  WS-TOK-ENT              OCCURS 12 TIMES.
               10  WS-TOK              PIC X(80).
               10  WS-TOK-LEN          PIC 99.
       77  WS-CHK-LINE                 PIC X(80)     VALUE SPACES.
       77  WS-CHK-LNO                  PIC 9         VALUE ZERO.
       77  WS-CHK-WANT                 PIC 99        VALUE ZEROES.
       77  WS-CHK-HAVE                 PIC 99        VALUE ZEROES.
       77  WS-TK                       PIC 99        VALUE ZEROES.
       77  WS-FLD                      PIC 99        VALUE ZEROES.
       01 WS-TOK-OVER-FLAG             PIC X         VALUE "N".
          88  WS-TOK-OVER                            VALUE "Y".

      *    The audit log category name per answer slot - the names
      *    GEEKROLL logs with, used to label a CODE exception.
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

      *    The code each answer slot holds, filled from the parsed
      *    master lines the way GEEKBACK's 22000-DERIVE-ANSWERS does.
       01  WS-SLOT-CODE-TAB.
           05  WS-SLOT-CODE            PIC X(8)      OCCURS 45 TIMES.
       77  WS-SLOT                     PIC 99        VALUE ZEROES.
       77  WS-MAP                      PIC 999       VALUE ZEROES.
       77  WS-MAP-FND                  PIC 999       VALUE ZEROES.
       77  WS-CODE-WORK                PIC X(8)      VALUE SPACES.

      *    Shape split work fields.
       77  WS-SP                       PIC 99        VALUE ZEROES.
       77  WS-SP-CHAR                  PIC X         VALUE SPACE.
       77  WS-SIGN1                    PIC X         VALUE SPACE.
       77  WS-SIGN2                    PIC X         VALUE SPACE.
       77  WS-RUN1                     PIC 99        VALUE ZEROES.
       77  WS-RUN2                     PIC 99        VALUE ZEROES.
       77  WS-HGT-N                    PIC 99        VALUE ZEROES.
       77  WS-WGT-N                    PIC 99        VALUE ZEROES.
       77  WS-WGT-SIGN                 PIC X         VALUE SPACE.
       77  WS-SPLIT-I                  PIC 99        VALUE ZEROES.
       01  WS-SHAPE-OK-FLAG            PIC X         VALUE "Y".
           88  WS-SHAPE-OK                           VALUE "Y".

      *    History check - one group per employee id in key order.
       77  WS-HIST-ID                  PIC X(10)     VALUE SPACES.
       77  WS-HIST-ID-CNT              PIC 9(5)      VALUE ZEROES.
       77  WS-HIST-LAST                PIC 9(8)      VALUE ZEROES.
       77  WS-HIST-CNT                 PIC 9(7)      VALUE ZEROES.
       77  WS-HIST-EMP-CNT             PIC 9(5)      VALUE ZEROES.

      *    Generation check.
       77  WS-COMMAND                  PIC X(80)     VALUE SPACES.
       77  WS-RETURN-SYS-CODE          PIC 9(8) COMP VALUE ZEROES.
       77  WS-SAVED-RC                 PIC S9(4)     VALUE ZEROES.
       77  WS-GEN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-GEN-LINE                 PIC X(80)     VALUE SPACES.
       77  WS-VER-LINE                 PIC X(80)     VALUE SPACES.
       01  WS-BLK-LINES.
           05  WS-BLK-LINE             PIC X(80)     OCCURS 4 TIMES.
       77  WS-BLK                      PIC 9         VALUE ZERO.
       77  WS-CUR-ID                   PIC X(10)     VALUE SPACES.
       77  WS-CUR-NAME                 PIC X(30)     VALUE SPACES.
       77  WS-CUR-DEPT                 PIC X(4)      VALUE SPACES.
       77  WS-HDR-REST                 PIC X(70)     VALUE SPACES.
       77  WS-HDR-PTR                  PIC 9(3)      VALUE ZEROES.
       77  WS-HDR-LEN                  PIC 9(3)      VALUE ZEROES.
       77  WS-BLOCK-CNT                PIC 9(5)      VALUE ZEROES.
       77  WS-V3-CNT                   PIC 9(5)      VALUE ZEROES.
       77  WS-LOG-CNT                  PIC 9(7)      VALUE ZEROES.
       77  WS-LOG-PREV-ID              PIC X(10)     VALUE SPACES.
       77  WS-EXPLAINED-CNT            PIC 9(5)      VALUE ZEROES.

      *    GEEKROLL START/END windows off geeknite.run as 14-digit
      *    yyyymmddhhmmss stamps, oldest first (a START with no END
      *    stays open).  An unsigned answer line inside one is the
      *    roll restating what was already on file, not a change.
       01  WS-WIN-TAB.
           05  WS-WIN-ENT              OCCURS 9999 TIMES.
               10  WS-WIN-FROM         PIC 9(14).
               10  WS-WIN-TO           PIC 9(14).
       77  WS-WIN-CNT                  PIC 9(4)      VALUE ZEROES.
       77  WS-STAMP                    PIC 9(14)     VALUE ZEROES.
       77  WS-OPEN-STAMP               PIC 9(14)
                                       VALUE 99999999999999.
       77  WS-LO                       PIC 9(4)      VALUE ZEROES.
       77  WS-HI                       PIC 9(4)      VALUE ZEROES.
       77  WS-MID                      PIC 9(4)      VALUE ZEROES.
       77  WS-ROLL-SKIP-CNT            PIC 9(7)      VALUE ZEROES.
       01  WS-ROLL-LINE-FLAG           PIC X         VALUE "N".
           88  WS-ROLL-LINE                          VALUE "Y".
       01 WS-GEN-CHECKED-FLAG          PIC X         VALUE "N".
          88  WS-GEN-CHECKED                         VALUE "Y".

      *    Differences between the generation and the master, held
      *    until the audit log has been read.  KIND 1 = the employee
      *    differs, 2 = on the generation only, 3 = on the master
      *    only.
       01  WS-DRIFT-TAB.
           05  WS-DR-ENT               OCCURS 9999 TIMES.
               10  WS-DR-ID            PIC X(10).
               10  WS-DR-KIND          PIC 9.
               10  WS-DR-WHAT          PIC X(40).
               10  WS-DR-AUDITED       PIC X.
       77  WS-DR-CNT                   PIC 9(4)      VALUE ZEROES.
       77  WS-DR                       PIC 9(4)      VALUE ZEROES.
       77  WS-DR-WHAT-WORK             PIC X(40)     VALUE SPACES.
       77  WS-DR-KIND-WORK             PIC 9         VALUE ZERO.

      *    Exceptions, kept for printing grouped by type.  The count
      *    per type is exact; only the first 5000 lines are kept.
       01  WS-EXC-TAB.
           05  WS-EXC-ENT              OCCURS 5000 TIMES.
               10  WS-EXC-TYPE         PIC 9.
               10  WS-EXC-ID           PIC X(10).
               10  WS-EXC-TEXT         PIC X(100).
       77  WS-EXC-KEPT                 PIC 9(4)      VALUE ZEROES.
       77  WS-EXC                      PIC 9(4)      VALUE ZEROES.
       77  WS-EXC-CNT                  PIC 9(6)      VALUE ZEROES.
       77  WS-EXC-W-TYPE               PIC 9         VALUE ZERO.
       77  WS-EXC-W-ID                 PIC X(10)     VALUE SPACES.
       77  WS-EXC-W-TEXT               PIC X(100)    VALUE SPACES.
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-CNT             PIC 9(6)      OCCURS 4 TIMES.
       01  WS-TYPE-DIRECTORY.
           05 FILLER PIC X(60) VALUE
              "CODE - CATEGORY CODES NOT IN THE ANSWER MAP".
           05 FILLER PIC X(60) VALUE
              "SPLIT - CATEGORY LINES THE MASTER SPLIT CANNOT READ".
           05 FILLER PIC X(60) VALUE
              "HISTORY - CHANGE HISTORY FOR UNKNOWN EMPLOYEES".
           05 FILLER PIC X(60) VALUE
              "GENERATION - DATED GENERATION OUT OF STEP WITH MASTER".
       01  WS-TYPE-TBL REDEFINES WS-TYPE-DIRECTORY.
           05  WS-TYPE-TITLE           PIC X(60)     OCCURS 4 TIMES.
       77  WS-EXC-GRP                  PIC 9         VALUE ZERO.
       77  WS-TYPE-SHOWN               PIC 9(6)      VALUE ZEROES.

       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-RPT-LINE                 PIC X(132)    VALUE SPACES.
       01  WS-EXC-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EXC-ID                  PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EXC-TEXT                PIC X(100).
           05  FILLER                  PIC X(18)     VALUE SPACES.

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 20000-CHECK-MASTER UNTIL WS-MASTER-EOF
           PERFORM 30000-CHECK-HISTORY
           PERFORM 40000-CHECK-GENERATION
           PERFORM 50000-REPORT-EXCEPTIONS
           PERFORM 90000-CLEANUP.

       10000-SETUP.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK (1) WS-CL-TOK (2)
           END-UNSTRING
           IF WS-CL-TOK (1) = SPACES
               MOVE "geekvrfy.rpt" TO WS-RPT-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (1)) TO WS-RPT-FILE
           END-IF
           IF WS-CL-TOK (2) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CL-TOK (2)) TO WS-GEN-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           PERFORM 89000-RUN-START
           OPEN INPUT GEEK-MASTER
           IF WS-MASTER-STATUS = "35"
               DISPLAY "geekvrfy: cannot find geekcode.mst"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUM-STATUS = "35"
               MOVE "N" TO WS-ALUM-OPEN-FLAG
           ELSE
               SET WS-ALUM-OPEN TO TRUE
           END-IF
           MOVE ZEROES TO WS-TYPE-COUNTS
           OPEN OUTPUT VRFY-REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "GEEKVRFY - CROSS-FILE INTEGRITY VERIFICATION - "
                                                DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT.

       20000-CHECK-MASTER.
           READ GEEK-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   PERFORM 21000-STORE-EMPLOYEE
                   PERFORM 22000-CHECK-SPLIT
      *            A line that does not split would only produce a
      *            cascade of wrong-field CODE lines - the SPLIT
      *            exception is the one worth reading.
                   IF WS-SPLIT-OK
                       PERFORM 24000-PARSE-MASTER
                       PERFORM 25000-CHECK-CODES
                       PERFORM 24400-STORE-PUBLISHED
                   END-IF
           END-READ.

       21000-STORE-EMPLOYEE.
           IF WS-MT-CNT >= 9999
               DISPLAY "geekvrfy: more than 9999 employees on "
                   "geekcode.mst - run stopped."
               END-DISPLAY
               MOVE 12 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           ADD 1 TO WS-MT-CNT
           MOVE MST-EMP-ID   TO WS-MT-ID (WS-MT-CNT)
           MOVE MST-EMP-NAME TO WS-MT-NAME (WS-MT-CNT)
           MOVE MST-DEPT     TO WS-MT-DEPT (WS-MT-CNT)
           MOVE MST-LINE1    TO WS-MT-LINE (WS-MT-CNT, 1)
           MOVE MST-LINE2    TO WS-MT-LINE (WS-MT-CNT, 2)
           MOVE MST-LINE3    TO WS-MT-LINE (WS-MT-CNT, 3)
           MOVE MST-LINE4    TO WS-MT-LINE (WS-MT-CNT, 4)
           MOVE "N"          TO WS-MT-SEEN (WS-MT-CNT).

       22000-CHECK-SPLIT.
      *    Lines 1-3 split on runs of spaces into 11, 10 and 9 codes;
      *    line 4 splits on single spaces into 9 codes followed by
      *    the 7-character gender/sex code.
           MOVE "Y" TO WS-SPLIT-OK-FLAG
           MOVE MST-LINE1 TO WS-CHK-LINE
           MOVE 1 TO WS-CHK-LNO
           MOVE 11 TO WS-CHK-WANT
           PERFORM 22100-SPLIT-LINE
           MOVE MST-LINE2 TO WS-CHK-LINE
           MOVE 2 TO WS-CHK-LNO
           MOVE 10 TO WS-CHK-WANT
           PERFORM 22100-SPLIT-LINE
           MOVE MST-LINE3 TO WS-CHK-LINE
           MOVE 3 TO WS-CHK-LNO
           MOVE 9 TO WS-CHK-WANT
           PERFORM 22100-SPLIT-LINE
           PERFORM 22300-SPLIT-LINE4.

       22100-SPLIT-LINE.
           MOVE SPACES TO WS-TOK-TAB
           PERFORM VARYING WS-TK FROM 1 BY 1 UNTIL WS-TK > 12
               MOVE ZEROES TO WS-TOK-LEN (WS-TK)
           END-PERFORM
           MOVE "N" TO WS-TOK-OVER-FLAG
           UNSTRING WS-CHK-LINE DELIMITED BY ALL SPACE
               INTO WS-TOK (1)  COUNT IN WS-TOK-LEN (1)
                    WS-TOK (2)  COUNT IN WS-TOK-LEN (2)
                    WS-TOK (3)  COUNT IN WS-TOK-LEN (3)
                    WS-TOK (4)  COUNT IN WS-TOK-LEN (4)
                    WS-TOK (5)  COUNT IN WS-TOK-LEN (5)
                    WS-TOK (6)  COUNT IN WS-TOK-LEN (6)
                    WS-TOK (7)  COUNT IN WS-TOK-LEN (7)
                    WS-TOK (8)  COUNT IN WS-TOK-LEN (8)
                    WS-TOK (9)  COUNT IN WS-TOK-LEN (9)
                    WS-TOK (10) COUNT IN WS-TOK-LEN (10)
                    WS-TOK (11) COUNT IN WS-TOK-LEN (11)
                    WS-TOK (12) COUNT IN WS-TOK-LEN (12)
               ON OVERFLOW
                   SET WS-TOK-OVER TO TRUE
           END-UNSTRING
           MOVE ZEROES TO WS-CHK-HAVE
           PERFORM VARYING WS-TK FROM 1 BY 1 UNTIL WS-TK > 12
               IF WS-TOK-LEN (WS-TK) > ZEROES
                   MOVE WS-TK TO WS-CHK-HAVE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CHK-LINE = SPACES
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING "LINE "                DELIMITED BY SIZE
                          WS-CHK-LNO             DELIMITED BY SIZE
                          " IS BLANK"            DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   PERFORM 22900-NOTE-SPLIT
               WHEN WS-TOK-LEN (1) = ZEROES
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING "LINE "                DELIMITED BY SIZE
                          WS-CHK-LNO             DELIMITED BY SIZE
                          " STARTS WITH A SPACE" DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   PERFORM 22900-NOTE-SPLIT
               WHEN WS-TOK-OVER
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING "LINE "                DELIMITED BY SIZE
                          WS-CHK-LNO             DELIMITED BY SIZE
                          " HAS MORE THAN 12 CODES, "
                                                 DELIMITED BY SIZE
                          WS-CHK-WANT            DELIMITED BY SIZE
                          " EXPECTED"            DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   PERFORM 22900-NOTE-SPLIT
               WHEN WS-CHK-HAVE NOT = WS-CHK-WANT
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING "LINE "                DELIMITED BY SIZE
                          WS-CHK-LNO             DELIMITED BY SIZE
                          " HAS "                DELIMITED BY SIZE
                          WS-CHK-HAVE            DELIMITED BY SIZE
                          " CODES, "             DELIMITED BY SIZE
                          WS-CHK-WANT            DELIMITED BY SIZE
                          " EXPECTED"            DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   PERFORM 22900-NOTE-SPLIT
               WHEN OTHER
                   PERFORM VARYING WS-TK FROM 1 BY 1
                           UNTIL WS-TK > WS-CHK-WANT
                       PERFORM 22200-CHECK-WIDTH
                   END-PERFORM
           END-EVALUATE.

       22200-CHECK-WIDTH.
           COMPUTE WS-FLD = (WS-CHK-LNO - 1) * 11 + WS-TK
           IF WS-TOK-LEN (WS-TK) > WS-FLD-WIDTH (WS-FLD)
               MOVE SPACES TO WS-EXC-W-TEXT
               STRING "LINE "                    DELIMITED BY SIZE
                      WS-CHK-LNO                 DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-FLD-NAME (WS-FLD)       DELIMITED BY SPACE
                      " CODE '"                  DELIMITED BY SIZE
                      WS-TOK (WS-TK)             DELIMITED BY SPACE
                      "' WIDER THAN ITS "        DELIMITED BY SIZE
                      WS-FLD-WIDTH (WS-FLD)      DELIMITED BY SIZE
                      "-CHARACTER FIELD"         DELIMITED BY SIZE
               INTO WS-EXC-W-TEXT
               END-STRING
               PERFORM 22900-NOTE-SPLIT
           END-IF.

       22300-SPLIT-LINE4.
           MOVE SPACES TO WS-TOK-TAB
           PERFORM VARYING WS-TK FROM 1 BY 1 UNTIL WS-TK > 12
               MOVE ZEROES TO WS-TOK-LEN (WS-TK)
           END-PERFORM
           MOVE 4 TO WS-CHK-LNO
           MOVE 1 TO WS-L4-PTR
           UNSTRING MST-LINE4 DELIMITED BY SPACE
               INTO WS-TOK (1)  COUNT IN WS-TOK-LEN (1)
                    WS-TOK (2)  COUNT IN WS-TOK-LEN (2)
                    WS-TOK (3)  COUNT IN WS-TOK-LEN (3)
                    WS-TOK (4)  COUNT IN WS-TOK-LEN (4)
                    WS-TOK (5)  COUNT IN WS-TOK-LEN (5)
                    WS-TOK (6)  COUNT IN WS-TOK-LEN (6)
                    WS-TOK (7)  COUNT IN WS-TOK-LEN (7)
                    WS-TOK (8)  COUNT IN WS-TOK-LEN (8)
                    WS-TOK (9)  COUNT IN WS-TOK-LEN (9)
               WITH POINTER WS-L4-PTR
           END-UNSTRING
           IF MST-LINE4 = SPACES
               MOVE SPACES TO WS-EXC-W-TEXT
               MOVE "LINE 4 IS BLANK" TO WS-EXC-W-TEXT
               PERFORM 22900-NOTE-SPLIT
           ELSE
               PERFORM VARYING WS-TK FROM 1 BY 1 UNTIL WS-TK > 9
                   IF WS-TOK-LEN (WS-TK) = ZEROES
                       PERFORM 22400-NOTE-EMPTY-CODE
                   ELSE
                       PERFORM 22200-CHECK-WIDTH
                   END-IF
               END-PERFORM
               PERFORM 22500-CHECK-SEX-REST
           END-IF.

       22400-NOTE-EMPTY-CODE.
           COMPUTE WS-FLD = 33 + WS-TK
           MOVE SPACES TO WS-EXC-W-TEXT
           STRING "LINE 4 HAS NO "               DELIMITED BY SIZE
                  WS-FLD-NAME (WS-FLD)           DELIMITED BY SPACE
                  " CODE (DOUBLE SPACE OR SHORT LINE)"
                                                 DELIMITED BY SIZE
           INTO WS-EXC-W-TEXT
           END-STRING
           PERFORM 22900-NOTE-SPLIT.

       22500-CHECK-SEX-REST.
      *    The gender/sex code is read as the seven characters after
      *    the NUT code's delimiter - there must be one, and nothing
      *    may follow it.
           IF WS-L4-PTR > 74
               MOVE "LINE 4 HAS NO GENDER/SEX CODE AFTER NUT"
                   TO WS-EXC-W-TEXT
               PERFORM 22900-NOTE-SPLIT
           ELSE
               IF MST-LINE4 (WS-L4-PTR:7) = SPACES
                   MOVE "LINE 4 HAS NO GENDER/SEX CODE AFTER NUT"
                       TO WS-EXC-W-TEXT
                   PERFORM 22900-NOTE-SPLIT
               ELSE
                   COMPUTE WS-L4-REST = WS-L4-PTR + 7
                   IF WS-L4-REST <= 80
                       IF MST-LINE4 (WS-L4-REST:) NOT = SPACES
                           MOVE SPACES TO WS-EXC-W-TEXT
                           STRING "LINE 4 HAS TEXT PAST THE "
                                                 DELIMITED BY SIZE
                                  "GENDER/SEX CODE AT COLUMN "
                                                 DELIMITED BY SIZE
                                  WS-L4-REST     DELIMITED BY SIZE
                           INTO WS-EXC-W-TEXT
                           END-STRING
                           PERFORM 22900-NOTE-SPLIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       22900-NOTE-SPLIT.
           MOVE "N" TO WS-SPLIT-OK-FLAG
           MOVE 2 TO WS-EXC-W-TYPE
           MOVE MST-EMP-ID TO WS-EXC-W-ID
           PERFORM 28000-ADD-EXCEPTION.

       24000-PARSE-MASTER.
      *    Split the stored category lines back into the survey
      *    fields the same way 12000-LOAD-EMPLOYEE in GEEKCODE does.
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
           MOVE MST-LINE4 (WS-L4-PTR:7) TO WS-CODE-SEX.

       24400-STORE-PUBLISHED.
      *    The generation is what GEEKUNLD published, and GEEKUNLD
      *    publishes "##" for a withheld category - so an employee
      *    with a withhold flag set is compared on the masked lines,
      *    not the raw ones stored by 21000.  The codes have already
      *    been checked against the raw answers.
           MOVE ZEROES TO WS-HELD-CNT
           INSPECT MST-PRIVACY TALLYING WS-HELD-CNT FOR ALL "Y"
           IF WS-HELD-CNT > ZEROES
               PERFORM 24500-MASK-WITHHELD
               PERFORM 24600-BUILD-PUB-LINES
           END-IF.

       24500-MASK-WITHHELD.
      *    Sexuality carries its own prefix byte (s! and s+?), so the
      *    prefix goes with it; the gender letter stays put in the
      *    code either way, so the readers still split it by position.
           IF MST-AGE-WITHHELD
               MOVE WS-WITHHELD TO WS-AGE
           END-IF
           IF MST-GENDER-WITHHELD
               MOVE WS-WITHHELD TO WS-SEX-GENDER
           END-IF
           IF MST-SEX-WITHHELD
               MOVE SPACE TO WS-SEX-PRE
               MOVE WS-WITHHELD TO WS-SEX
           END-IF
           IF MST-REL-WITHHELD
               MOVE WS-WITHHELD TO WS-REL
           END-IF
           IF MST-POL-WITHHELD
               MOVE WS-WITHHELD TO WS-POL
           END-IF.

       24600-BUILD-PUB-LINES.
      *    The four lines strung back together exactly the way
      *    GEEKUNLD's 24600-BUILD-PUB-LINES strings them.
           MOVE SPACES TO WS-MT-LINE (WS-MT-CNT, 1)
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
           INTO WS-MT-LINE (WS-MT-CNT, 1)
           END-STRING

           MOVE SPACES TO WS-MT-LINE (WS-MT-CNT, 2)
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
           INTO WS-MT-LINE (WS-MT-CNT, 2)
           END-STRING

           MOVE SPACES TO WS-MT-LINE (WS-MT-CNT, 3)
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
           INTO WS-MT-LINE (WS-MT-CNT, 3)
           END-STRING

           MOVE SPACES TO WS-MT-LINE (WS-MT-CNT, 4)
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
           INTO WS-MT-LINE (WS-MT-CNT, 4)
           END-STRING.

       25000-CHECK-CODES.
           MOVE SPACES TO WS-SLOT-CODE-TAB
           MOVE WS-TYPE         TO WS-SLOT-CODE (1)
           MOVE WS-DRESS        TO WS-SLOT-CODE (2)
           MOVE WS-HAIR         TO WS-SLOT-CODE (3)
           MOVE WS-GLASSES      TO WS-SLOT-CODE (6)
           MOVE WS-AUTO         TO WS-SLOT-CODE (10)
           MOVE WS-AGE          TO WS-SLOT-CODE (11)
           MOVE WS-WEIRD        TO WS-SLOT-CODE (12)
           MOVE WS-VERBAGE      TO WS-SLOT-CODE (13)
           MOVE WS-COMP         TO WS-SLOT-CODE (14)
           MOVE WS-UNIX-FLAVOR  TO WS-SLOT-CODE (15)
           MOVE WS-UNIX-GURU    TO WS-SLOT-CODE (16)
           MOVE WS-PERL         TO WS-SLOT-CODE (17)
           MOVE WS-LINUX        TO WS-SLOT-CODE (18)
           MOVE WS-386BSD       TO WS-SLOT-CODE (19)
           MOVE WS-NEWS         TO WS-SLOT-CODE (20)
           MOVE WS-WEB          TO WS-SLOT-CODE (21)
           MOVE WS-EMACS        TO WS-SLOT-CODE (22)
           MOVE WS-KIBO         TO WS-SLOT-CODE (23)
           MOVE WS-MS           TO WS-SLOT-CODE (24)
           MOVE WS-MAC          TO WS-SLOT-CODE (25)
           MOVE WS-VMS          TO WS-SLOT-CODE (26)
           MOVE WS-POL          TO WS-SLOT-CODE (27)
           MOVE WS-CP           TO WS-SLOT-CODE (28)
           MOVE WS-TREK         TO WS-SLOT-CODE (29)
           MOVE WS-BAB          TO WS-SLOT-CODE (30)
           MOVE WS-JEOP         TO WS-SLOT-CODE (31)
           MOVE WS-ROLE         TO WS-SLOT-CODE (32)
           MOVE WS-MAGIC        TO WS-SLOT-CODE (33)
           MOVE WS-TV           TO WS-SLOT-CODE (34)
           MOVE WS-BOOKS        TO WS-SLOT-CODE (35)
           MOVE WS-DOOM         TO WS-SLOT-CODE (36)
           MOVE WS-BARNEY       TO WS-SLOT-CODE (37)
           MOVE WS-EDUC         TO WS-SLOT-CODE (38)
           MOVE WS-MUSIC        TO WS-SLOT-CODE (39)
           MOVE WS-HOUSE        TO WS-SLOT-CODE (40)
           MOVE WS-FRIENDS      TO WS-SLOT-CODE (41)
           MOVE WS-REL          TO WS-SLOT-CODE (42)
           MOVE WS-NUT          TO WS-SLOT-CODE (43)
           MOVE WS-SEX-GENDER   TO WS-SLOT-CODE (44)
           PERFORM 25100-SPLIT-SHAPE
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 44
               EVALUATE WS-SLOT
                   WHEN 7
                   WHEN 8
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       PERFORM 25200-LOOKUP-SLOT
               END-EVALUATE
           END-PERFORM
           PERFORM 25300-CHECK-PENS
           PERFORM 25400-CHECK-SEX.

       25100-SPLIT-SHAPE.
      *    GEEKBACK's 22500-SPLIT-SHAPE: the first run of one sign
      *    after the "s" is the height, the rest the weight.  A
      *    skipped Shape ("--") stands for both halves.
           MOVE "Y" TO WS-SHAPE-OK-FLAG
           IF WS-SHAPE = "--"
               MOVE "--" TO WS-SLOT-CODE (4)
               MOVE "--" TO WS-SLOT-CODE (5)
           ELSE
               IF WS-SHAPE (1:1) NOT = "s"
                   MOVE "N" TO WS-SHAPE-OK-FLAG
               ELSE
                   PERFORM 25110-WALK-SHAPE
               END-IF
               IF WS-SHAPE-OK
                   PERFORM 25120-FILL-SHAPE-SLOTS
               ELSE
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING "SHAPE CODE '"        DELIMITED BY SIZE
                          WS-SHAPE              DELIMITED BY SPACE
                          "' CANNOT BE SPLIT INTO HEIGHT AND WEIGHT"
                                                DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   PERFORM 25900-NOTE-CODE
      *            Both halves are reported by the line above.
                   MOVE "--" TO WS-SLOT-CODE (4)
                   MOVE "--" TO WS-SLOT-CODE (5)
               END-IF
           END-IF.

       25110-WALK-SHAPE.
           MOVE ZEROES TO WS-RUN1 WS-RUN2
           MOVE SPACES TO WS-SIGN1 WS-SIGN2
           PERFORM VARYING WS-SP FROM 2 BY 1 UNTIL WS-SP > 8
               MOVE WS-SHAPE (WS-SP:1) TO WS-SP-CHAR
               EVALUATE TRUE
                   WHEN WS-SP-CHAR = SPACE
                       MOVE 8 TO WS-SP
                   WHEN WS-SP-CHAR NOT = "+" AND "-"
                       MOVE "N" TO WS-SHAPE-OK-FLAG
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
                       MOVE "N" TO WS-SHAPE-OK-FLAG
                       MOVE 8 TO WS-SP
               END-EVALUATE
           END-PERFORM
           IF WS-SHAPE-OK
               IF WS-RUN1 > 3
                   MOVE 3 TO WS-HGT-N
                   COMPUTE WS-WGT-N = WS-RUN1 - 3
                   MOVE WS-SIGN1 TO WS-WGT-SIGN
                   IF WS-RUN2 > ZEROES
                       MOVE "N" TO WS-SHAPE-OK-FLAG
                   END-IF
               ELSE
                   MOVE WS-RUN1 TO WS-HGT-N
                   MOVE WS-RUN2 TO WS-WGT-N
                   MOVE WS-SIGN2 TO WS-WGT-SIGN
               END-IF
           END-IF
           IF WS-SHAPE-OK AND WS-WGT-N > 3
               MOVE "N" TO WS-SHAPE-OK-FLAG
           END-IF.

       25120-FILL-SHAPE-SLOTS.
           MOVE SPACES TO WS-SLOT-CODE (4)
           MOVE "s" TO WS-SLOT-CODE (4) (1:1)
           PERFORM VARYING WS-SPLIT-I FROM 1 BY 1
                   UNTIL WS-SPLIT-I > WS-HGT-N
               MOVE WS-SIGN1 TO WS-SLOT-CODE (4) (WS-SPLIT-I + 1:1)
           END-PERFORM
           MOVE SPACES TO WS-SLOT-CODE (5)
           PERFORM VARYING WS-SPLIT-I FROM 1 BY 1
                   UNTIL WS-SPLIT-I > WS-WGT-N
               MOVE WS-WGT-SIGN TO WS-SLOT-CODE (5) (WS-SPLIT-I:1)
           END-PERFORM.

       25200-LOOKUP-SLOT.
           MOVE WS-SLOT-CODE (WS-SLOT) TO WS-CODE-WORK
           IF WS-CODE-WORK NOT = "--"
               MOVE ZEROES TO WS-MAP-FND
               PERFORM VARYING WS-MAP FROM 1 BY 1
                       UNTIL WS-MAP > 358
                   IF WS-ANS-SLOT (WS-MAP) = WS-SLOT
                       AND WS-ANS-CODE (WS-MAP) = WS-CODE-WORK
                       MOVE WS-MAP TO WS-MAP-FND
                       MOVE 358 TO WS-MAP
                   END-IF
               END-PERFORM
               IF WS-MAP-FND = ZEROES
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING WS-SLOT-NAME (WS-SLOT) DELIMITED BY SPACE
                          " CODE '"              DELIMITED BY SIZE
                          WS-CODE-WORK           DELIMITED BY SPACE
                          "' IS NOT A LEGAL ANSWER"
                                                 DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   PERFORM 25900-NOTE-CODE
               END-IF
           END-IF.

       25300-CHECK-PENS.
      *    The Pens chain as GEEKBACK's 24000-REVERSE-PENS takes it
      *    apart: "p" and a count, "!p" or " ?", then an optional
      *    slide-rule "+".
           EVALUATE TRUE
               WHEN WS-PENS = "--"
                   CONTINUE
               WHEN WS-PENS (1:1) = "p" AND WS-PENS (2:1) NUMERIC
                   AND (WS-PENS (3:1) = "+" OR SPACE)
                   CONTINUE
               WHEN WS-PENS (1:2) = "!p"
                   AND (WS-PENS (3:1) = "+" OR SPACE)
                   CONTINUE
               WHEN WS-PENS (1:2) = " ?"
                   AND (WS-PENS (3:1) = "+" OR SPACE)
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING "PENS CODE '"         DELIMITED BY SIZE
                          WS-PENS               DELIMITED BY SPACE
                          "' IS NOT A LEGAL ANSWER"
                                                DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   PERFORM 25900-NOTE-CODE
           END-EVALUATE.

       25400-CHECK-SEX.
      *    GEEKBACK's 25000-REVERSE-SEX; a skipped gender ("--")
      *    leaves no sexuality code behind it.
           EVALUATE TRUE
               WHEN WS-SEX-GENDER = "--"
               WHEN WS-SEX-PRE = "!"
               WHEN WS-SEX-PRE = "+" AND WS-SEX = "?"
                   CONTINUE
               WHEN WS-SEX-PRE NOT = SPACE
                   PERFORM 25410-NOTE-SEX
               WHEN WS-SEX = "++++" OR "+++" OR "++" OR "+"
                   OR "-" OR "--" OR "*" OR "**" OR "?"
                   CONTINUE
               WHEN OTHER
                   PERFORM 25410-NOTE-SEX
           END-EVALUATE.

       25410-NOTE-SEX.
           MOVE SPACES TO WS-EXC-W-TEXT
           STRING "SEX CODE '"                  DELIMITED BY SIZE
                  WS-CODE-SEX                   DELIMITED BY SIZE
                  "' IS NOT A LEGAL ANSWER"     DELIMITED BY SIZE
           INTO WS-EXC-W-TEXT
           END-STRING
           PERFORM 25900-NOTE-CODE.

       25900-NOTE-CODE.
           MOVE 1 TO WS-EXC-W-TYPE
           MOVE MST-EMP-ID TO WS-EXC-W-ID
           PERFORM 28000-ADD-EXCEPTION.

       28000-ADD-EXCEPTION.
           ADD 1 TO WS-EXC-CNT
           ADD 1 TO WS-TYPE-CNT (WS-EXC-W-TYPE)
           IF WS-EXC-KEPT < 5000
               ADD 1 TO WS-EXC-KEPT
               MOVE WS-EXC-W-TYPE TO WS-EXC-TYPE (WS-EXC-KEPT)
               MOVE WS-EXC-W-ID   TO WS-EXC-ID (WS-EXC-KEPT)
               MOVE WS-EXC-W-TEXT TO WS-EXC-TEXT (WS-EXC-KEPT)
           END-IF.

       29000-FIND-MASTER.
           MOVE ZEROES TO WS-MT-FND
           PERFORM VARYING WS-MT FROM 1 BY 1
                   UNTIL WS-MT > WS-MT-CNT
               IF WS-MT-ID (WS-MT) = WS-FIND-ID
                   MOVE WS-MT TO WS-MT-FND
                   MOVE WS-MT-CNT TO WS-MT
               END-IF
           END-PERFORM.

       30000-CHECK-HISTORY.
      *    geekhist.dat comes back in key order, so each employee's
      *    records arrive together; a group is checked once, when
      *    the next id (or end of file) closes it.
           MOVE "FILES CHECKED" TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  geekcode.mst       "       DELIMITED BY SIZE
                  WS-MT-CNT                     DELIMITED BY SIZE
                  " employees"                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "35"
               MOVE "  geekhist.dat       NOT ON FILE - HISTORY NOT CHEC
      -             "KED" TO WS-RPT-LINE
           ELSE
               PERFORM 31000-READ-HISTORY UNTIL WS-HIST-EOF
               IF WS-HIST-ID NOT = SPACES
                   PERFORM 32000-CHECK-HIST-ID
               END-IF
               CLOSE HIST-FILE
               STRING "  geekhist.dat       "   DELIMITED BY SIZE
                      WS-HIST-CNT               DELIMITED BY SIZE
                      " history records for "   DELIMITED BY SIZE
                      WS-HIST-EMP-CNT           DELIMITED BY SIZE
                      " employee ids"           DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM 55000-WRITE-RPT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ALUM-OPEN
               MOVE "  geekalum.dat       on file" TO WS-RPT-LINE
           ELSE
               MOVE "  geekalum.dat       NOT ON FILE - DEPARTURES CANNO
      -             "T EXPLAIN HISTORY OR GENERATION" TO WS-RPT-LINE
           END-IF
           PERFORM 55000-WRITE-RPT.

       31000-READ-HISTORY.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-CNT
                   IF HIST-EMP-ID NOT = WS-HIST-ID
                       IF WS-HIST-ID NOT = SPACES
                           PERFORM 32000-CHECK-HIST-ID
                       END-IF
                       MOVE HIST-EMP-ID TO WS-HIST-ID
                       MOVE ZEROES TO WS-HIST-ID-CNT
                       ADD 1 TO WS-HIST-EMP-CNT
                   END-IF
                   ADD 1 TO WS-HIST-ID-CNT
                   IF HIST-RUN-DATE > WS-HIST-LAST
                       MOVE HIST-RUN-DATE TO WS-HIST-LAST
                   END-IF
           END-READ.

       32000-CHECK-HIST-ID.
           MOVE WS-HIST-ID TO WS-FIND-ID
           PERFORM 29000-FIND-MASTER
           IF WS-MT-FND = ZEROES
               MOVE "N" TO WS-ALUM-FND-FLAG
               IF WS-ALUM-OPEN
                   MOVE WS-HIST-ID TO ALUM-EMP-ID
                   READ ALUMNI-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ALUM-FND TO TRUE
                   END-READ
               END-IF
               IF NOT WS-ALUM-FND
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING WS-HIST-ID-CNT         DELIMITED BY SIZE
                          " HISTORY RECORDS, LAST "
                                                 DELIMITED BY SIZE
                          WS-HIST-LAST           DELIMITED BY SIZE
                          " - ID ON NEITHER THE MASTER NOR THE "
                                                 DELIMITED BY SIZE
                          "ALUMNI FILE"          DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   MOVE 3 TO WS-EXC-W-TYPE
                   MOVE WS-HIST-ID TO WS-EXC-W-ID
                   PERFORM 28000-ADD-EXCEPTION
               END-IF
           END-IF
           MOVE ZEROES TO WS-HIST-LAST.

       40000-CHECK-GENERATION.
           IF WS-GEN-FILE = SPACES
               PERFORM 41000-FIND-NEWEST
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-GEN-FILE = SPACES
               MOVE "  generation         NO DATED GENERATION ON FILE -
      -             " NOT CHECKED" TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
           ELSE
               OPEN INPUT GEN-FILE
               IF WS-GEN-STATUS = "35"
                   STRING "  generation         "
                                                DELIMITED BY SIZE
                          FUNCTION TRIM(WS-GEN-FILE)
                                                DELIMITED BY SIZE
                          " NOT FOUND - NOT CHECKED"
                                                DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
               ELSE
                   SET WS-GEN-CHECKED TO TRUE
                   IF WS-GEN-FILE (11:8) NUMERIC
                       MOVE WS-GEN-FILE (11:8) TO WS-GEN-DATE
                   END-IF
                   PERFORM 42000-SCAN-GENERATION UNTIL WS-GEN-EOF
                   CLOSE GEN-FILE
                   PERFORM 45000-NOTE-MASTER-ONLY
                   PERFORM 46000-SCAN-AUDIT-LOG
                   PERFORM 47000-RESOLVE-DRIFT
                   STRING "  generation         "
                                                DELIMITED BY SIZE
                          FUNCTION TRIM(WS-GEN-FILE)
                                                DELIMITED BY SIZE
                          " - "                 DELIMITED BY SIZE
                          WS-BLOCK-CNT          DELIMITED BY SIZE
                          " blocks, "           DELIMITED BY SIZE
                          WS-V3-CNT             DELIMITED BY SIZE
                          " version 3 (presence checked only)"
                                                DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  geekcode_audit.log "
                                                DELIMITED BY SIZE
                          WS-LOG-CNT            DELIMITED BY SIZE
                          " lines since the generation date, "
                                                DELIMITED BY SIZE
                          WS-ROLL-SKIP-CNT      DELIMITED BY SIZE
                          " GEEKROLL restatements not counted"
                                                DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF.

       41000-FIND-NEWEST.
      *    The same listing GEEKPRUN takes; the name pattern sorts
      *    chronologically, so the last name listed is the newest.
           MOVE "ls geekcode.D????????.sig > geekvrfy.lst 2>/dev/null"
               TO WS-COMMAND
           CALL "system" USING FUNCTION TRIM(WS-COMMAND)
               GIVING WS-RETURN-SYS-CODE
           END-CALL
           OPEN INPUT GEN-LIST
           IF WS-LIST-STATUS NOT = "35"
               PERFORM 41100-READ-LIST UNTIL WS-LIST-EOF
               CLOSE GEN-LIST
               MOVE RETURN-CODE TO WS-SAVED-RC
               CALL "CBL_DELETE_FILE" USING "geekvrfy.lst"
               END-CALL
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.

       41100-READ-LIST.
           READ GEN-LIST
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF GEN-LIST-REC NOT = SPACES
                       MOVE GEN-LIST-REC TO WS-GEN-FILE
                   END-IF
           END-READ.

       42000-SCAN-GENERATION.
           READ GEN-FILE INTO WS-GEN-LINE
               AT END
                   SET WS-GEN-EOF TO TRUE
               NOT AT END
                   IF WS-GEN-LINE (1:10) = "Employee: "
                       PERFORM 42100-PARSE-EMP-HEADER
                   ELSE IF WS-GEN-LINE (1:12) = "Department: "
                       MOVE WS-GEN-LINE (13:4) TO WS-CUR-DEPT
                   ELSE IF WS-GEN-LINE (1:10) = "-----BEGIN"
                       PERFORM 43000-PARSE-BLOCK
                   END-IF
           END-READ.

       42100-PARSE-EMP-HEADER.
           MOVE SPACES TO WS-CUR-ID WS-CUR-NAME WS-CUR-DEPT
           MOVE WS-GEN-LINE (11:70) TO WS-HDR-REST
           MOVE 1 TO WS-HDR-PTR
           UNSTRING WS-HDR-REST DELIMITED BY ALL SPACE
               INTO WS-CUR-ID
               WITH POINTER WS-HDR-PTR
           END-UNSTRING
           IF WS-HDR-PTR < 70
               COMPUTE WS-HDR-LEN = 71 - WS-HDR-PTR
               MOVE WS-HDR-REST (WS-HDR-PTR:WS-HDR-LEN) TO WS-CUR-NAME
           END-IF.

       43000-PARSE-BLOCK.
      *    GEEKREST's 22000-PARSE-BLOCK walk: version line, the
      *    category lines and the END marker.  A version 3 block
      *    runs to its END marker with no fixed line count.
           MOVE "Y" TO WS-BLOCK-OK-FLAG
           MOVE SPACES TO WS-BLK-LINES
           PERFORM 43100-READ-BLOCK-LINE
           MOVE WS-GEN-LINE TO WS-VER-LINE
           IF WS-BLOCK-OK AND WS-VER-LINE (1:10) = "Version: 3"
               ADD 1 TO WS-V3-CNT
               PERFORM 43100-READ-BLOCK-LINE
                   UNTIL NOT WS-BLOCK-OK
                      OR WS-GEN-LINE (1:8) = "-----END"
           ELSE
               PERFORM VARYING WS-BLK FROM 1 BY 1
                       UNTIL WS-BLK > 4 OR NOT WS-BLOCK-OK
                   PERFORM 43100-READ-BLOCK-LINE
                   MOVE WS-GEN-LINE TO WS-BLK-LINE (WS-BLK)
               END-PERFORM
               IF WS-BLOCK-OK
                   PERFORM 43100-READ-BLOCK-LINE
               END-IF
               IF WS-BLOCK-OK
                   IF WS-GEN-LINE (1:8) NOT = "-----END"
                       OR WS-VER-LINE (1:10) NOT = "Version: 2"
                       MOVE "N" TO WS-BLOCK-OK-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-BLOCK-OK AND WS-CUR-ID = SPACES
               MOVE "N" TO WS-BLOCK-OK-FLAG
           END-IF
           IF WS-BLOCK-OK
               ADD 1 TO WS-BLOCK-CNT
               PERFORM 44000-COMPARE-EMPLOYEE
           ELSE
               MOVE SPACES TO WS-EXC-W-TEXT
               STRING "MALFORMED BLOCK ON "     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GEN-FILE)
                                                DELIMITED BY SIZE
                      " - NOT COMPARED"         DELIMITED BY SIZE
               INTO WS-EXC-W-TEXT
               END-STRING
               MOVE 4 TO WS-EXC-W-TYPE
               MOVE WS-CUR-ID TO WS-EXC-W-ID
               PERFORM 28000-ADD-EXCEPTION
           END-IF
           MOVE SPACES TO WS-CUR-ID WS-CUR-NAME WS-CUR-DEPT.

       43100-READ-BLOCK-LINE.
           READ GEN-FILE INTO WS-GEN-LINE
               AT END
                   SET WS-GEN-EOF TO TRUE
                   MOVE "N" TO WS-BLOCK-OK-FLAG
           END-READ.

       44000-COMPARE-EMPLOYEE.
           MOVE WS-CUR-ID TO WS-FIND-ID
           PERFORM 29000-FIND-MASTER
           IF WS-MT-FND = ZEROES
               MOVE 2 TO WS-DR-KIND-WORK
               MOVE "ON THE GENERATION, NOT ON THE MASTER"
                   TO WS-DR-WHAT-WORK
               PERFORM 48000-NOTE-DRIFT
           ELSE
               MOVE "Y" TO WS-MT-SEEN (WS-MT-FND)
               MOVE 1 TO WS-DR-KIND-WORK
               MOVE SPACES TO WS-DR-WHAT-WORK
               IF WS-VER-LINE (1:10) = "Version: 2"
                   PERFORM 44100-COMPARE-FIELDS
               END-IF
               IF WS-DR-WHAT-WORK NOT = SPACES
                   PERFORM 48000-NOTE-DRIFT
               END-IF
           END-IF.

       44100-COMPARE-FIELDS.
           EVALUATE TRUE
               WHEN WS-CUR-NAME NOT = WS-MT-NAME (WS-MT-FND)
                   MOVE "NAME DIFFERS FROM THE MASTER"
                       TO WS-DR-WHAT-WORK
               WHEN WS-CUR-DEPT NOT = WS-MT-DEPT (WS-MT-FND)
                   MOVE "DEPARTMENT DIFFERS FROM THE MASTER"
                       TO WS-DR-WHAT-WORK
               WHEN OTHER
                   PERFORM VARYING WS-BLK FROM 1 BY 1 UNTIL WS-BLK > 4
                       IF WS-BLK-LINE (WS-BLK)
                           NOT = WS-MT-LINE (WS-MT-FND, WS-BLK)
                           AND WS-DR-WHAT-WORK = SPACES
                           STRING "CATEGORY LINE "
                                                DELIMITED BY SIZE
                                  WS-BLK        DELIMITED BY SIZE
                                  " DIFFERS FROM THE MASTER"
                                                DELIMITED BY SIZE
                           INTO WS-DR-WHAT-WORK
                           END-STRING
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       45000-NOTE-MASTER-ONLY.
           PERFORM VARYING WS-MT FROM 1 BY 1 UNTIL WS-MT > WS-MT-CNT
               IF WS-MT-SEEN (WS-MT) NOT = "Y"
                   MOVE WS-MT-ID (WS-MT) TO WS-CUR-ID
                   MOVE 3 TO WS-DR-KIND-WORK
                   MOVE "ON THE MASTER, NOT ON THE GENERATION"
                       TO WS-DR-WHAT-WORK
                   PERFORM 48000-NOTE-DRIFT
               END-IF
           END-PERFORM.

       46000-SCAN-AUDIT-LOG.
      *    Any dated audit line for the employee since the generation
      *    was cut accounts for a difference - the trail does not say
      *    which field a line moved, only that the employee changed -
      *    except GEEKROLL's unsigned restatement of an unchanged row.
           PERFORM 46300-LOAD-ROLL-WINDOWS
           OPEN INPUT AUDIT-LOG
           IF WS-LOG-STATUS NOT = "35"
               PERFORM 46100-READ-AUDIT UNTIL WS-LOG-EOF
               CLOSE AUDIT-LOG
           END-IF.

       46100-READ-AUDIT.
           READ AUDIT-LOG INTO AUD-REC
               AT END
                   SET WS-LOG-EOF TO TRUE
               NOT AT END
                   IF AUD-REC (1:8) NUMERIC
                       IF AUD-DATE >= WS-GEN-DATE
                           ADD 1 TO WS-LOG-CNT
                           PERFORM 46400-CHECK-ROLL-LINE
                           IF WS-ROLL-LINE
                               ADD 1 TO WS-ROLL-SKIP-CNT
                           ELSE
                               IF AUD-EMP-ID NOT = WS-LOG-PREV-ID
                                   MOVE AUD-EMP-ID TO WS-LOG-PREV-ID
                                   PERFORM 46200-MARK-AUDITED
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       46200-MARK-AUDITED.
           PERFORM VARYING WS-DR FROM 1 BY 1 UNTIL WS-DR > WS-DR-CNT
               IF WS-DR-ID (WS-DR) = AUD-EMP-ID
                   MOVE "Y" TO WS-DR-AUDITED (WS-DR)
               END-IF
           END-PERFORM.

       46300-LOAD-ROLL-WINDOWS.
           MOVE ZEROES TO WS-WIN-CNT
           MOVE "N" TO WS-RUN-EOF-FLAG
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-STATUS NOT = "35"
               PERFORM 46350-READ-RUN-CONTROL UNTIL WS-RUN-EOF
               CLOSE RUN-CONTROL
           END-IF.

       46350-READ-RUN-CONTROL.
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
                                   DISPLAY "geekvrfy: more than 9999 "
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

       46400-CHECK-ROLL-LINE.
      *    The same test GEEKAGE applies: an unsigned line inside a
      *    GEEKROLL window is the roll.  A line outside every known
      *    window, or a signed one, still explains a difference.
           MOVE "N" TO WS-ROLL-LINE-FLAG
           IF AUD-OPER = SPACES
               AND WS-WIN-CNT > ZEROES
               AND AUD-TIME NUMERIC
               COMPUTE WS-STAMP = AUD-DATE * 1000000 + AUD-TIME
               IF WS-STAMP >= WS-WIN-FROM (1)
      *            The last window starting at or before the line,
      *            found by halving - windows are in geeknite.run
      *            order, oldest first.
                   MOVE 1 TO WS-LO
                   MOVE WS-WIN-CNT TO WS-HI
                   PERFORM 46450-HALVE-WINDOWS
                       UNTIL WS-LO >= WS-HI
                   IF WS-STAMP <= WS-WIN-TO (WS-LO)
                       SET WS-ROLL-LINE TO TRUE
                   END-IF
               END-IF
           END-IF.

       46450-HALVE-WINDOWS.
           COMPUTE WS-MID = (WS-LO + WS-HI + 1) / 2
           IF WS-WIN-FROM (WS-MID) <= WS-STAMP
               MOVE WS-MID TO WS-LO
           ELSE
               COMPUTE WS-HI = WS-MID - 1
           END-IF.

       47000-RESOLVE-DRIFT.
           PERFORM VARYING WS-DR FROM 1 BY 1 UNTIL WS-DR > WS-DR-CNT
               IF WS-DR-AUDITED (WS-DR) = "N"
                   AND WS-DR-KIND (WS-DR) = 2
                   AND WS-ALUM-OPEN
                   PERFORM 47100-CHECK-DEPARTED
               END-IF
               IF WS-DR-AUDITED (WS-DR) = "Y"
                   ADD 1 TO WS-EXPLAINED-CNT
               ELSE
                   MOVE SPACES TO WS-EXC-W-TEXT
                   STRING FUNCTION TRIM(WS-DR-WHAT (WS-DR))
                                                DELIMITED BY SIZE
                          " - NO AUDIT LINE SINCE "
                                                DELIMITED BY SIZE
                          WS-GEN-DATE           DELIMITED BY SIZE
                   INTO WS-EXC-W-TEXT
                   END-STRING
                   MOVE 4 TO WS-EXC-W-TYPE
                   MOVE WS-DR-ID (WS-DR) TO WS-EXC-W-ID
                   PERFORM 28000-ADD-EXCEPTION
               END-IF
           END-PERFORM.

       47100-CHECK-DEPARTED.
      *    Gone from the master since the generation was cut is a
      *    departure the alumni file records.
           MOVE WS-DR-ID (WS-DR) TO ALUM-EMP-ID
           READ ALUMNI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALUM-DEPART-DATE >= WS-GEN-DATE
                       MOVE "Y" TO WS-DR-AUDITED (WS-DR)
                   END-IF
           END-READ.

       48000-NOTE-DRIFT.
           IF WS-DR-CNT >= 9999
               DISPLAY "geekvrfy: more than 9999 differences from "
                   FUNCTION TRIM(WS-GEN-FILE) " - run stopped."
               END-DISPLAY
               MOVE 12 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           ADD 1 TO WS-DR-CNT
           MOVE WS-CUR-ID        TO WS-DR-ID (WS-DR-CNT)
           MOVE WS-DR-KIND-WORK  TO WS-DR-KIND (WS-DR-CNT)
           MOVE WS-DR-WHAT-WORK  TO WS-DR-WHAT (WS-DR-CNT)
           MOVE "N"              TO WS-DR-AUDITED (WS-DR-CNT).

       50000-REPORT-EXCEPTIONS.
           PERFORM VARYING WS-EXC-GRP FROM 1 BY 1 UNTIL WS-EXC-GRP > 4
               PERFORM 51000-REPORT-TYPE
           END-PERFORM
           IF WS-GEN-CHECKED
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 55000-WRITE-RPT
               STRING "DIFFERENCES FROM THE GENERATION EXPLAINED BY "
                                                DELIMITED BY SIZE
                      "THE AUDIT TRAIL OR ALUMNI FILE: "
                                                DELIMITED BY SIZE
                      WS-EXPLAINED-CNT          DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 55000-WRITE-RPT
           END-IF.

       51000-REPORT-TYPE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING WS-TYPE-TITLE (WS-EXC-GRP)       DELIMITED BY "  "
                  " ("                          DELIMITED BY SIZE
                  WS-TYPE-CNT (WS-EXC-GRP)         DELIMITED BY SIZE
                  ")"                           DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           MOVE ALL "-" TO WS-RPT-LINE (1:72)
           PERFORM 55000-WRITE-RPT
           MOVE ZEROES TO WS-TYPE-SHOWN
           PERFORM VARYING WS-EXC FROM 1 BY 1
                   UNTIL WS-EXC > WS-EXC-KEPT
               IF WS-EXC-TYPE (WS-EXC) = WS-EXC-GRP
                   MOVE WS-EXC-ID (WS-EXC)   TO EXC-ID
                   MOVE WS-EXC-TEXT (WS-EXC) TO EXC-TEXT
                   MOVE WS-EXC-LINE TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
                   ADD 1 TO WS-TYPE-SHOWN
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-TYPE-CNT (WS-EXC-GRP) = ZEROES
                   MOVE "  (none)" TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               WHEN WS-TYPE-SHOWN < WS-TYPE-CNT (WS-EXC-GRP)
                   STRING "  ... "                DELIMITED BY SIZE
                          WS-TYPE-SHOWN           DELIMITED BY SIZE
                          " of "                  DELIMITED BY SIZE
                          WS-TYPE-CNT (WS-EXC-GRP)   DELIMITED BY SIZE
                          " listed"               DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
           END-EVALUATE.

       55000-WRITE-RPT.
           WRITE RPT-REC FROM WS-RPT-LINE
           END-WRITE.

       90000-CLEANUP.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           STRING "TOTALS - "                   DELIMITED BY SIZE
                  WS-MT-CNT                     DELIMITED BY SIZE
                  " employees checked, "        DELIMITED BY SIZE
                  WS-EXC-CNT                    DELIMITED BY SIZE
                  " exceptions."                DELIMITED BY SIZE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           CLOSE GEEK-MASTER
           IF WS-ALUM-OPEN
               CLOSE ALUMNI-FILE
           END-IF
           CLOSE VRFY-REPORT
           DISPLAY "geekvrfy: " WS-MT-CNT " employees checked, "
               WS-EXC-CNT " exceptions - see "
               FUNCTION TRIM(WS-RPT-FILE)
           END-DISPLAY
           IF WS-EXC-CNT > ZEROES
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 94000-TERMINATE.

       89000-RUN-START.
      *    One run-control record on the way in and one on the way
      *    out (written from 94000-TERMINATE) - GEEKOPS balances the
      *    step counts off geeknite.run at end of job, and GEEKUNLD
      *    will not unload after a failed verification.
           SET WS-RUN-STARTED TO TRUE
           MOVE "START" TO WS-RUN-EVT
           MOVE ZEROES TO WS-RUN-CNT
           PERFORM 89500-WRITE-RUN.

       89100-RUN-END.
           MOVE "END" TO WS-RUN-EVT
           MOVE WS-EXC-CNT TO WS-RUN-CNT
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
           MOVE "GEEKVRFY" TO RUN-STEP
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
