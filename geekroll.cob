      *   per-row checkpoint/restart, the row validation, the audit    *
      *   logging and the end-of-run departed-employee sweep all work  *
      *   as they always have.  After a complete pass it sweeps the    *
      *   master and DELETEs employees no longer on the roster -       *
      *   membership for the sweep comes from the optional second      *
      *   argument (the nightly names the full HR extract there,       *
      *   since the rolled file is GEEKEDIT's edited copy with         *
      *   rejected rows removed) or, when none is named, from the      *
      *   rolled rows themselves.  A swept employee's record is moved  *
      *   to the keyed alumni file geekalum.dat with the departure     *
      *   date and last department first; when a departed id comes     *
      *   back on the extract, the rehire is reinstated from the       *
      *   alumni image (old category lines, tonight's name and         *
      *   department) instead of being rolled as a new hire.  The      *
      *   extract row the rehire came back on is saved with the        *
      *   alumni record, and on later nights, for as long as HR still  *
      *   sends that same row, the restored lines and confirmed date   *
      *   stay and only the name, department and withhold flags roll;  *
      *   a GEEKTRAN reinstatement saves the first row rolled after    *
      *   it.  The                                                     *
      *   extract's withhold flags (columns 145-149) are carried onto  *
      *   MST-PRIVACY for every rolled or reinstated row; a row whose  *
      *   flag columns are all blank keeps the flags already on file   *
      *   (or saved with the alumni image), and a PRIVACY audit line   *
      *   is written only when the flags change.  A name or            *
      *   department the extract changes on a rolled or held row gets  *
      *   a NAME or DEPT audit line signed GEEKROLL, with the old and  *
      *   new values, as a GEEKTRAN N or D transaction does.  A row    *
      *   that adds an employee or changes their answers stamps        *
      *   MST-CONFIRMED-DATE with the run date and signs its answer    *
      *   lines GEEKROLL in AUD-OPER; an unchanged row keeps the date  *
      *   on file and logs its answer lines unsigned, and a            *
      *   reinstated rehire keeps the date saved with the alumni       *
      *   image.  On the first run against a new master there is no    *
      *   way to tell who is new, so the date is left zero for         *
      *   GEEKAGE to seed.  A geekcode.mst written before MST-PRIVACY  *
      *   and MST-CONFIRMED-DATE were added (364-byte records) will    *
      *   not open here - convert it once with GEEKCONV first (see     *
      *   GEEKMAST.CPY).  Meant to be run from GEEKNITE.JCL.           *
      *                                                                *
      ******************************************************************
      ******************************************************************
           SELECT AUDIT-LOG            ASSIGN TO "geekcode_audit.log"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ALUMNI-FILE          ASSIGN TO "geekalum.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS ALUM-EMP-ID
                                       FILE STATUS IS WS-ALUM-STATUS.
           SELECT SWEEP-EXTRACT
               ASSIGN TO DYNAMIC WS-SWEEP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
           05  ROSTER-EMP-NAME         PIC X(30).
           05  ROSTER-ANSWERS          PIC X(100).
           05  ROSTER-DEPT             PIC X(4).
           05  ROSTER-PRIVACY          PIC X(5).

       FD  ROLL-CKPT.
       01  ROLL-CKPT-REC               PIC X(24).
           COPY "geekmast.cpy".

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC               PIC X(132).

       FD  ALUMNI-FILE.

           COPY "geekalum.cpy".

       FD  SWEEP-EXTRACT.
       01  SWEEP-REC.
           05  SWEEP-EMP-ID            PIC X(10).
           05  FILLER                  PIC X(139).

       FD  RUN-CONTROL.

       01  WS-ON-EXTRACT-FLAG           PIC X         VALUE "N".
           88  WS-ON-EXTRACT                          VALUE "Y".

      *    Departed employees are kept on geekalum.dat rather than
      *    lost with the DELETE, and a rehire (an extract id not on
      *    the master but on the alumni file and not yet reinstated)
      *    gets their old category lines back - the fresh HR row for
      *    a returning employee carries HR's new-hire answers, not
      *    theirs.
       77  WS-ALUM-STATUS               PIC XX        VALUE SPACES.
       77  WS-ALUMNI-CNT                PIC 9(4)      VALUE ZEROES.
       77  WS-REHIRE-CNT                PIC 9(4)      VALUE ZEROES.
       01  WS-REHIRE-FLAG               PIC X         VALUE "N".
           88  WS-REHIRE                              VALUE "Y".
      *    A reinstated rehire whose extract row is still the one HR
      *    sent on the night of the reinstatement keeps the restored
      *    lines; only name, department and withhold flags roll.
       77  WS-HOLD-CNT                  PIC 9(4)      VALUE ZEROES.
       01  WS-HOLD-LINES-FLAG           PIC X         VALUE "N".
           88  WS-HOLD-LINES                          VALUE "Y".

      *    Confirmed date for the record being rolled, and whether the
      *    master was created by this run's first-run bootstrap.
       77  WS-CONFIRMED-DATE            PIC 9(8)      VALUE ZEROES.

      *    Withhold flags on file before the row and the ones it
      *    leaves; blank extract columns keep what the employee (-e,
      *    -u) or HR (GEEKTRAN P) set.
       77  WS-OLD-PRIVACY               PIC X(5)      VALUE SPACES.
      *    Set when the row adds the employee or changes their lines;
      *    its answer lines are then signed GEEKROLL, so the trail
      *    tells a real change from the nightly restatement.
       01  WS-ROW-CHANGED-FLAG          PIC X         VALUE "N".
           88  WS-ROW-CHANGED                         VALUE "Y".
       77  WS-NEW-PRIVACY               PIC X(5)      VALUE SPACES.
      *    Name and department on file before the row, so an HR
      *    rename or transfer gets its own signed audit line.
       77  WS-OLD-NAME                  PIC X(30)     VALUE SPACES.
       77  WS-OLD-DEPT                  PIC X(4)      VALUE SPACES.
       01  WS-NEW-MASTER-FLAG           PIC X         VALUE "N".
           88  WS-NEW-MASTER                          VALUE "Y".

       PROCEDURE DIVISION.

       00000-CONTROL.
               OPEN OUTPUT ROLL-MASTER
               CLOSE ROLL-MASTER
               OPEN I-O ROLL-MASTER
               SET WS-NEW-MASTER TO TRUE
           END-IF
      *    A master still in the 364-byte layout will not open against
      *    this record; it is converted once with GEEKCONV.
           IF WS-MST-STATUS = "39"
               DISPLAY "geekroll: geekcode.mst is not in the current "
                   "record layout - convert it with geekconv first."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
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
           PERFORM 11000-TRY-RESTART.

       11000-TRY-RESTART.
           END-IF.

       22000-APPLY-ROW.
           PERFORM 22050-CHECK-REHIRE
           EVALUATE TRUE
               WHEN WS-REHIRE
                   PERFORM 22700-REINSTATE
               WHEN WS-HOLD-LINES
                   PERFORM 22800-HOLD-REHIRE
               WHEN OTHER
                   PERFORM 22100-DECODE-ANSWERS
                   IF NOT WS-ROLL-FATAL
                       PERFORM 22400-BUILD-LINES
                       PERFORM 22500-UPDATE-MASTER
                       PERFORM 22600-LOG-ANSWERS
                   END-IF
           END-EVALUATE.

       22050-CHECK-REHIRE.
      *    Only an id the master does not carry can be a rehire.  An
      *    employee already back on the master rolls as usual unless
      *    they were reinstated and HR's row is still the one it sent
      *    that night (or, after a GEEKTRAN reinstatement, the first
      *    row since) - HR's new-hire placeholders are not theirs, and
      *    a changed row means HR has sent real answers.
           MOVE "N" TO WS-REHIRE-FLAG
           MOVE "N" TO WS-HOLD-LINES-FLAG
           MOVE ROSTER-EMP-ID TO MST-EMP-ID
           READ ROLL-MASTER
               KEY IS MST-EMP-ID
               INVALID KEY
                   MOVE ROSTER-EMP-ID TO ALUM-EMP-ID
                   READ ALUMNI-FILE
                       KEY IS ALUM-EMP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ALUM-REINSTATE-DATE = ZEROES
                               SET WS-REHIRE TO TRUE
                           END-IF
                   END-READ
               NOT INVALID KEY
                   MOVE ROSTER-EMP-ID TO ALUM-EMP-ID
                   READ ALUMNI-FILE
                       KEY IS ALUM-EMP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ALUM-REINSTATE-DATE NOT = ZEROES
                               AND (ALUM-REHIRE-ANSWERS = SPACES
                               OR ALUM-REHIRE-ANSWERS = ROSTER-ANSWERS)
                               SET WS-HOLD-LINES TO TRUE
                           END-IF
                   END-READ
           END-READ.

       22100-DECODE-ANSWERS.
      *    Every slot is looked up fresh for every row, so nothing
           END-STRING.

       22500-UPDATE-MASTER.
      *    The answers count as confirmed only when the row adds the
      *    employee or changes their lines; a row that restates what
      *    is on file (every other night, and every rerun) keeps the
      *    date the master already carries.
           MOVE "N"                 TO WS-ROW-CHANGED-FLAG
           MOVE ROSTER-EMP-ID       TO MST-EMP-ID
           READ ROLL-MASTER
               KEY IS MST-EMP-ID
               INVALID KEY
                   MOVE SPACES TO WS-OLD-PRIVACY
                   MOVE ROSTER-EMP-NAME TO WS-OLD-NAME
                   MOVE ROSTER-DEPT TO WS-OLD-DEPT
                   IF WS-NEW-MASTER
                       MOVE ZEROES TO WS-CONFIRMED-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-CONFIRMED-DATE
                       SET WS-ROW-CHANGED TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE MST-PRIVACY TO WS-OLD-PRIVACY
                   MOVE MST-EMP-NAME TO WS-OLD-NAME
                   MOVE MST-DEPT TO WS-OLD-DEPT
                   IF MST-LINE1 = WS-PRINT-LINE1
                       AND MST-LINE2 = WS-PRINT-LINE2
                       AND MST-LINE3 = WS-PRINT-LINE3
                       AND MST-LINE4 = WS-PRINT-LINE4
                       AND MST-CONFIRMED-DATE NUMERIC
                       MOVE MST-CONFIRMED-DATE TO WS-CONFIRMED-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-CONFIRMED-DATE
                       SET WS-ROW-CHANGED TO TRUE
                   END-IF
           END-READ
           IF ROSTER-PRIVACY = SPACES
               MOVE WS-OLD-PRIVACY  TO WS-NEW-PRIVACY
           ELSE
               MOVE ROSTER-PRIVACY  TO WS-NEW-PRIVACY
           END-IF
           MOVE SPACES              TO MST-REC
           MOVE ROSTER-EMP-ID       TO MST-EMP-ID
           MOVE ROSTER-EMP-NAME     TO MST-EMP-NAME
           MOVE WS-PRINT-LINE2      TO MST-LINE2
           MOVE WS-PRINT-LINE3      TO MST-LINE3
           MOVE WS-PRINT-LINE4      TO MST-LINE4
           MOVE WS-NEW-PRIVACY      TO MST-PRIVACY
           MOVE WS-CONFIRMED-DATE   TO MST-CONFIRMED-DATE
           WRITE MST-REC
               INVALID KEY
                   REWRITE MST-REC
                   END-REWRITE
           END-WRITE
           PERFORM 22550-LOG-EVENTS.

       22550-LOG-EVENTS.
      *    A rename or transfer HR carried on the extract, signed like
      *    the PRIVACY line and filled the way GEEKTRAN logs its N and
      *    D transactions, so GEEKVRFY can account for the change.  A
      *    new employee has nothing to compare against and logs none.
           MOVE WS-RUN-DATE TO AUD-DATE
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE ROSTER-EMP-ID TO AUD-EMP-ID
           MOVE SPACES TO AUD-ENTRY
           MOVE "GEEKROLL" TO AUD-OPER
           IF MST-DEPT NOT = WS-OLD-DEPT
               MOVE "DEPT" TO AUD-CATEGORY
               MOVE MST-DEPT TO AUD-CODE
               MOVE WS-OLD-DEPT TO AUD-OLD-VALUE
               MOVE MST-DEPT TO AUD-NEW-VALUE
               WRITE AUDIT-LOG-REC FROM AUD-REC
               END-WRITE
           END-IF
           IF MST-EMP-NAME NOT = WS-OLD-NAME
               MOVE "NAME" TO AUD-CATEGORY
               MOVE SPACES TO AUD-CODE
               MOVE WS-OLD-NAME TO AUD-OLD-VALUE
               MOVE MST-EMP-NAME TO AUD-NEW-VALUE
               WRITE AUDIT-LOG-REC FROM AUD-REC
               END-WRITE
           END-IF
           MOVE SPACES TO AUD-OPER AUD-OLD-VALUE AUD-NEW-VALUE.

       22600-LOG-ANSWERS.
      *    One audit line per answered category, in the fixed-column
      *    date range; the Pens chain logs under PENS and SLIDES with
      *    the assembled code, and the how-many sub-answer (slot 8)
      *    is not logged on its own, matching the interactive survey.
      *    A row that restates the answers on file logs unsigned, as
      *    it always has; a row that adds or changes them is signed.
           MOVE WS-PENS     TO WS-SLOT-CODE (7)
           MOVE WS-PENS     TO WS-SLOT-CODE (9)
           MOVE WS-SEX      TO WS-SLOT-CODE (45)
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE ROSTER-EMP-ID TO AUD-EMP-ID
           IF WS-ROW-CHANGED
               MOVE "GEEKROLL" TO AUD-OPER
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 45
               IF WS-SLOT NOT = 8
                   MOVE WS-SLOT-NAME (WS-SLOT) TO AUD-CATEGORY
                   WRITE AUDIT-LOG-REC FROM AUD-REC
                   END-WRITE
               END-IF
           END-PERFORM
           MOVE SPACES TO AUD-OPER
           PERFORM 22650-LOG-PRIVACY.

       22650-LOG-PRIVACY.
      *    A PRIVACY line, signed like the REHIRE line, only when the
      *    row changes the employee's publishing choice, with the
      *    flags before and after.
           IF WS-NEW-PRIVACY NOT = WS-OLD-PRIVACY
               MOVE WS-RUN-DATE TO AUD-DATE
               ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
               MOVE WS-TIME-RAW (1:6) TO AUD-TIME
               MOVE ROSTER-EMP-ID TO AUD-EMP-ID
               MOVE "PRIVACY" TO AUD-CATEGORY
               MOVE SPACES TO AUD-ENTRY
               MOVE WS-NEW-PRIVACY TO AUD-CODE
               MOVE "GEEKROLL" TO AUD-OPER
               MOVE WS-OLD-PRIVACY TO AUD-OLD-VALUE
               MOVE WS-NEW-PRIVACY TO AUD-NEW-VALUE
               WRITE AUDIT-LOG-REC FROM AUD-REC
               END-WRITE
               MOVE SPACES TO AUD-OPER AUD-OLD-VALUE AUD-NEW-VALUE
           END-IF.

       22700-REINSTATE.
      *    The master record comes back as it stood on the day of
      *    departure, under tonight's name and department, and under
      *    tonight's withhold flags unless the extract's are blank,
      *    when the saved ones stand; the alumni record is kept and
      *    stamped with the reinstatement date, and one REHIRE line
      *    goes on the audit trail.
           MOVE ALUM-MST-IMAGE      TO MST-REC
           MOVE ROSTER-EMP-NAME     TO MST-EMP-NAME
           MOVE ROSTER-DEPT         TO MST-DEPT
           IF ROSTER-PRIVACY NOT = SPACES
               MOVE ROSTER-PRIVACY  TO MST-PRIVACY
           END-IF
           WRITE MST-REC
               INVALID KEY
                   REWRITE MST-REC
                   END-REWRITE
           END-WRITE
           MOVE WS-RUN-DATE TO ALUM-REINSTATE-DATE
           MOVE ROSTER-ANSWERS TO ALUM-REHIRE-ANSWERS
           REWRITE ALUM-REC
           END-REWRITE
           MOVE WS-RUN-DATE TO AUD-DATE
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE ROSTER-EMP-ID TO AUD-EMP-ID
           MOVE "REHIRE" TO AUD-CATEGORY
           MOVE SPACES TO AUD-ENTRY
           MOVE ALUM-DEPART-DATE TO AUD-CODE
           MOVE "GEEKROLL" TO AUD-OPER
           MOVE ALUM-LAST-DEPT TO AUD-OLD-VALUE
           MOVE ROSTER-DEPT TO AUD-NEW-VALUE
           WRITE AUDIT-LOG-REC FROM AUD-REC
           END-WRITE
      *    The answer lines that follow for other rows carry none of
      *    these columns.
           MOVE SPACES TO AUD-OPER AUD-OLD-VALUE AUD-NEW-VALUE
           ADD 1 TO WS-REHIRE-CNT.

       22800-HOLD-REHIRE.
      *    The master record read by 22050 keeps its category lines
      *    and confirmed date; name and department follow the
      *    extract and the withhold flags follow it the way 22500
      *    applies them.  No answer lines are logged - the row's
      *    answers are not the ones on file.  A GEEKTRAN rehire's
      *    first row is saved here as the row to hold against.
           MOVE MST-PRIVACY         TO WS-OLD-PRIVACY
           MOVE MST-EMP-NAME        TO WS-OLD-NAME
           MOVE MST-DEPT            TO WS-OLD-DEPT
           IF ROSTER-PRIVACY = SPACES
               MOVE WS-OLD-PRIVACY  TO WS-NEW-PRIVACY
           ELSE
               MOVE ROSTER-PRIVACY  TO WS-NEW-PRIVACY
           END-IF
           MOVE ROSTER-EMP-NAME     TO MST-EMP-NAME
           MOVE ROSTER-DEPT         TO MST-DEPT
           MOVE WS-NEW-PRIVACY      TO MST-PRIVACY
           REWRITE MST-REC
           END-REWRITE
           IF ALUM-REHIRE-ANSWERS = SPACES
               MOVE ROSTER-ANSWERS TO ALUM-REHIRE-ANSWERS
               REWRITE ALUM-REC
               END-REWRITE
           END-IF
           PERFORM 22550-LOG-EVENTS
           PERFORM 22650-LOG-PRIVACY
           ADD 1 TO WS-HOLD-CNT.

       29000-BAD-ANSWER.
           SET WS-ROLL-FATAL TO TRUE
                   "name/department)."
               END-DISPLAY
           END-IF
           IF WS-REHIRE-CNT > ZEROES
               DISPLAY WS-REHIRE-CNT
                   " rehired employees reinstated from the alumni "
                   "file."
               END-DISPLAY
           END-IF
           IF WS-HOLD-CNT > ZEROES
               DISPLAY WS-HOLD-CNT
                   " reinstated rehires kept on their restored answers "
                   "(extract row unchanged since the reinstatement)."
               END-DISPLAY
           END-IF
      *    0 = clean, 4 = completed but rows were skipped, 8 = died
      *    mid-file (checkpoint kept so the rerun resumes there).
           IF WS-ROLL-FATAL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE ALUMNI-FILE
           PERFORM 94000-TERMINATE.

       26000-PURGE-MASTER.
                   CLOSE ROLL-MASTER
                   IF WS-PURGE-CNT > ZEROES
                       DISPLAY WS-PURGE-CNT " departed employees "
                           "removed from the roster master, "
                           WS-ALUMNI-CNT " saved to the alumni file."
                       END-DISPLAY
                   END-IF
               ELSE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ON-EXTRACT
                       PERFORM 26200-SAVE-ALUMNI
                       DELETE ROLL-MASTER RECORD
                       END-DELETE
                       ADD 1 TO WS-PURGE-CNT
                   END-IF
           END-READ.

       26200-SAVE-ALUMNI.
      *    A repeat departure replaces the earlier alumni record -
      *    the latest image is the one a later rehire wants back.
           MOVE MST-REC TO ALUM-MST-IMAGE
           MOVE WS-RUN-DATE TO ALUM-DEPART-DATE
           MOVE ZEROES TO ALUM-REINSTATE-DATE
           MOVE "GEEKROLL" TO ALUM-REMOVED-BY
           MOVE SPACES TO ALUM-REHIRE-ANSWERS
           WRITE ALUM-REC
               INVALID KEY
                   REWRITE ALUM-REC
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-ALUMNI-CNT.

       89000-RUN-START.
      *    One run-control record on the way in and one on the way
      *    out (written from 94000-TERMINATE) - GEEKOPS balances the
