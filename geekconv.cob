       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEKCONV.
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
      *   One-off conversion of the keyed roster master to the         *
      *   current GEEKMAST.CPY layout.  A geekcode.mst written before  *
      *   MST-PRIVACY and MST-CONFIRMED-DATE were added holds 364-byte *
      *   records and will not open in the programs that use the       *
      *   377-byte record.  Rename it geekcode.old and run             *
      *       geekconv [oldmaster]                                     *
      *   (default geekcode.old): every record is copied, in key       *
      *   order, to a new geekcode.mst with the withhold flags spaces  *
      *   - everything published, as before - and the confirmed date   *
      *   zeroes, which the next GEEKAGE run seeds from geekhist.dat   *
      *   and the audit trail.  The old file is left as it was, for    *
      *   fallback.  Refuses to run when a geekcode.mst is already     *
      *   there, so a converted master is never overwritten.  Takes    *
      *   the geekcode.lck single-writer lock.  Run once, before the   *
      *   first GEEKNITE run on the new programs.                      *
      *   Return code 8 when the conversion could not be done.         *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           SOURCE-COMPUTER. IBM-386.
           OBJECT-COMPUTER. IBM-386.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-MASTER           ASSIGN TO DYNAMIC WS-OLD-FILE
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS SEQUENTIAL
                                       RECORD KEY IS OLD-EMP-ID
                                       FILE STATUS IS WS-OLD-STATUS.
           SELECT GEEK-MASTER          ASSIGN TO "geekcode.mst"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS SEQUENTIAL
                                       RECORD KEY IS MST-EMP-ID
                                       FILE STATUS IS WS-MASTER-STATUS.
           SELECT LOCK-FILE            ASSIGN TO "geekcode.lck"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.

       FILE SECTION.

      *    The master record as it stood before the withhold flags and
      *    the confirmed date were added.
       FD  OLD-MASTER.
       01  OLD-REC.
           05  OLD-EMP-ID              PIC X(10).
           05  OLD-EMP-NAME            PIC X(30).
           05  OLD-DEPT                PIC X(4).
           05  OLD-LINE1               PIC X(80).
           05  OLD-LINE2               PIC X(80).
           05  OLD-LINE3               PIC X(80).
           05  OLD-LINE4               PIC X(80).

       FD  GEEK-MASTER.

           COPY "geekmast.cpy".

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

       77  WS-TIME-RAW                 PIC X(8)      VALUE SPACES.

      *    Single-writer lock on geekcode.mst, the same protocol as
      *    GEEKCODE, GEEKROLL and GEEKREST.
       77  WS-LOCK-STATUS              PIC XX        VALUE SPACES.
       77  WS-LOCK-LINE                PIC X(40)     VALUE SPACES.
       77  WS-LOCK-NAME                PIC X(12)
                                       VALUE "geekcode.lck".
       77  WS-SAVED-RC                 PIC S9(4)     VALUE ZEROES.
       01  WS-LOCK-HELD-FLAG           PIC X         VALUE "N".
           88  WS-LOCK-HELD                          VALUE "Y".

       77  WS-OLD-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-OLD-STATUS               PIC XX        VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX        VALUE SPACES.
       77  WS-CL-ARGS                  PIC X(80)     VALUE SPACES.
       01  WS-CL-TOKENS.
           05  WS-CL-TOK               PIC X(40)     VALUE SPACES
                                        OCCURS 1 TIMES.

       01  WS-OLD-EOF-FLAG             PIC X         VALUE "N".
           88  WS-OLD-EOF                            VALUE "Y".
       01  WS-OLD-OPEN-FLAG            PIC X         VALUE "N".
           88  WS-OLD-OPEN                           VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X         VALUE "N".
           88  WS-MASTER-OPEN                        VALUE "Y".

       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-READ-CNT                 PIC 9(5)      VALUE ZEROES.
       77  WS-WRITE-CNT                PIC 9(5)      VALUE ZEROES.

       PROCEDURE DIVISION.

       00000-CONTROL.
           PERFORM 10000-SETUP
           PERFORM 20000-CONVERT-RECORD UNTIL WS-OLD-EOF
           PERFORM 30000-CLEANUP.

       10000-SETUP.
           ACCEPT WS-CL-ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING WS-CL-ARGS DELIMITED BY ALL SPACE
               INTO WS-CL-TOK (1)
           END-UNSTRING
           IF WS-CL-TOK (1) = SPACES
               MOVE "geekcode.old" TO WS-OLD-FILE
           ELSE
               MOVE FUNCTION TRIM(WS-CL-TOK (1)) TO WS-OLD-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           PERFORM 88000-TAKE-LOCK
      *    Any geekcode.mst already there - converted, or an old one
      *    not yet renamed - is left alone.
           OPEN INPUT GEEK-MASTER
           IF WS-MASTER-STATUS NOT = "35"
               IF WS-MASTER-STATUS = "00"
                   CLOSE GEEK-MASTER
               END-IF
               DISPLAY "geekconv: geekcode.mst already exists (status "
                   WS-MASTER-STATUS ") - rename an old master to "
                   FUNCTION TRIM(WS-OLD-FILE) " first."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           OPEN INPUT OLD-MASTER
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "geekconv: cannot open "
                   FUNCTION TRIM(WS-OLD-FILE) " as a 364-byte master "
                   "(status " WS-OLD-STATUS ") - nothing converted."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           SET WS-OLD-OPEN TO TRUE
           OPEN OUTPUT GEEK-MASTER
           SET WS-MASTER-OPEN TO TRUE.

       20000-CONVERT-RECORD.
           READ OLD-MASTER NEXT RECORD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   PERFORM 21000-WRITE-RECORD
           END-READ.

       21000-WRITE-RECORD.
           MOVE SPACES              TO MST-REC
           MOVE OLD-EMP-ID          TO MST-EMP-ID
           MOVE OLD-EMP-NAME        TO MST-EMP-NAME
           MOVE OLD-DEPT            TO MST-DEPT
           MOVE OLD-LINE1           TO MST-LINE1
           MOVE OLD-LINE2           TO MST-LINE2
           MOVE OLD-LINE3           TO MST-LINE3
           MOVE OLD-LINE4           TO MST-LINE4
           MOVE SPACES              TO MST-PRIVACY
           MOVE ZEROES              TO MST-CONFIRMED-DATE
           WRITE MST-REC
               INVALID KEY
                   DISPLAY "geekconv: write of "
                       FUNCTION TRIM(OLD-EMP-ID) " failed, status "
                       WS-MASTER-STATUS " - conversion stopped."
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   PERFORM 94000-TERMINATE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.

       30000-CLEANUP.
           DISPLAY "geekconv: " WS-READ-CNT " records read from "
               FUNCTION TRIM(WS-OLD-FILE) ", " WS-WRITE-CNT
               " written to geekcode.mst."
           END-DISPLAY
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
               DISPLAY "geekconv: geekcode.mst is locked by "
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
           STRING "GEEKCONV"           DELIMITED BY SIZE
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
           IF WS-OLD-OPEN
               CLOSE OLD-MASTER
           END-IF
           IF WS-MASTER-OPEN
               CLOSE GEEK-MASTER
           END-IF
           PERFORM 88100-FREE-LOCK
           GOBACK.
