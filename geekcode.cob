       01  RESTART-REC                 PIC X(400).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC               PIC X(132).

       FD  HTML-FILE.
       01  HTML-REC                    PIC X(80).
       01 WS-UPD-CHANGED-FLAG          PIC X         VALUE "N".
          88  WS-UPD-CHANGED                         VALUE "Y".
       77  WS-UPD-CMD                  PIC X(20)     VALUE SPACES.

      *    Withhold flags for the roster master's MST-PRIVACY, in the
      *    AGE, GENDER, SEX, REL, POL order: the flags on file are
      *    loaded for -e and -u, the keyboard survey offers each one
      *    after the Sexuality question, and a change is logged as
      *    one PRIVACY line with the before and after flags.  A -f
      *    run keeps whatever is on file.
       77  WS-PRIV-FLAGS               PIC X(5)      VALUE SPACES.
       77  WS-PRIV-OLD                 PIC X(5)      VALUE SPACES.
       77  WS-PRIV-SUB                 PIC 9         VALUE ZEROES.
       01  WS-PRIV-LABELS.
           05 FILLER PIC X(10) VALUE "Age".
           05 FILLER PIC X(10) VALUE "Gender".
           05 FILLER PIC X(10) VALUE "Sexuality".
           05 FILLER PIC X(10) VALUE "Religion".
           05 FILLER PIC X(10) VALUE "Politics".
       01  WS-PRIV-LABEL-TBL REDEFINES WS-PRIV-LABELS.
           05  WS-PRIV-LABEL           PIC X(10)     OCCURS 5 TIMES.
       77  WS-UNIX-TOK                 PIC X(6)      VALUE SPACES.
       77  WS-L4-PTR                   PIC 9(3)      VALUE ZEROES.

                   CLOSE GEEK-MASTER
                   OPEN I-O GEEK-MASTER
               END-IF
               PERFORM 12500-LOAD-PRIVACY
           ELSE
               OPEN OUTPUT GEEK-SIG
           END-IF
           IF WS-EMP-DEPT = SPACES
               MOVE MST-DEPT TO WS-EMP-DEPT
           END-IF
           MOVE MST-PRIVACY TO WS-PRIV-FLAGS

           UNSTRING MST-LINE1 DELIMITED BY ALL SPACE
               INTO WS-TYPE WS-DRESS WS-HAIR WS-SHAPE WS-GLASSES
           END-UNSTRING
           MOVE MST-LINE4 (WS-L4-PTR:7) TO WS-CODE-SEX.

       12500-LOAD-PRIVACY.
      *    A full survey for an employee already on the master keeps
      *    their withhold flags unless they change them.
           MOVE WS-EMP-ID TO MST-EMP-ID
           READ GEEK-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MST-PRIVACY TO WS-PRIV-FLAGS
           END-READ.

       20000-PROCESS.
           PERFORM 90000-CLEAR-SCREEN
           PERFORM 91000-PRINT-HEADING
               END-IF
               ADD 1 TO WS-RESUME-SEQ
           END-IF
           IF WS-ROSTER-MODE AND NOT WS-BATCH-MODE
               PERFORM 26400-PRIVACY
           END-IF
           PERFORM 26500-PRINT.

       21500-UPDATE.
                   PERFORM 97000-LOG-ANSWER
               END-IF
           END-IF
           IF NOT WS-BATCH-MODE
               PERFORM 26400-PRIVACY
           END-IF
           PERFORM 26500-PRINT.

       21600-ASK-KEEP.

           PERFORM 90000-CLEAR-SCREEN.

       26400-PRIVACY.
      *    The answers above stay on the master whatever is chosen
      *    here; a withheld category only disappears from the
      *    directory, the HTML page, the warehouse feed, searches
      *    and the statistics.
           MOVE WS-PRIV-FLAGS TO WS-PRIV-OLD
           DISPLAY " " END-DISPLAY
           DISPLAY "Any of these answers can be withheld from the publis
      -        "hed directory and searches." END-DISPLAY
           PERFORM VARYING WS-PRIV-SUB FROM 1 BY 1
                   UNTIL WS-PRIV-SUB > 5
               SET WS-VALID-FLAG TO "N"
               PERFORM 26410-ASK-WITHHOLD UNTIL WS-VALID-DATA
           END-PERFORM
           IF WS-PRIV-FLAGS NOT = WS-PRIV-OLD
               PERFORM 97100-LOG-PRIVACY
           END-IF.

       26410-ASK-WITHHOLD.
           IF WS-PRIV-FLAGS (WS-PRIV-SUB:1) = "Y"
               MOVE "Y" TO WS-UPD-CURRENT
           ELSE
               MOVE "N" TO WS-UPD-CURRENT
           END-IF
           DISPLAY "Withhold "
               FUNCTION TRIM(WS-PRIV-LABEL (WS-PRIV-SUB))
               " [" FUNCTION TRIM(WS-UPD-CURRENT)
               "] - Enter to keep, Y or N to change: "
               WITH NO ADVANCING
           END-DISPLAY
           MOVE SPACES TO WS-UPD-REPLY
           ACCEPT WS-UPD-REPLY END-ACCEPT
           EVALUATE WS-UPD-REPLY
               WHEN SPACES
                   MOVE WS-UPD-CURRENT TO WS-PRIV-FLAGS (WS-PRIV-SUB:1)
                   SET WS-VALID-DATA TO TRUE
               WHEN "Y"
               WHEN "y"
                   MOVE "Y" TO WS-PRIV-FLAGS (WS-PRIV-SUB:1)
                   SET WS-VALID-DATA TO TRUE
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-PRIV-FLAGS (WS-PRIV-SUB:1)
                   SET WS-VALID-DATA TO TRUE
               WHEN OTHER
                   DISPLAY "Please answer Y or N." END-DISPLAY
           END-EVALUATE.

       26500-PRINT.
           STRING WS-TYPE           DELIMITED BY SPACE
                  SPACE             DELIMITED BY SIZE
           MOVE WS-PRINT-LINE2      TO MST-LINE2
           MOVE WS-PRINT-LINE3      TO MST-LINE3
           MOVE WS-PRINT-LINE4      TO MST-LINE4
           MOVE WS-PRIV-FLAGS       TO MST-PRIVACY
      *    A finished survey or -u session is the employee confirming
      *    every answer on the record, changed or not.
           ACCEPT MST-CONFIRMED-DATE FROM DATE YYYYMMDD END-ACCEPT
           WRITE MST-REC
               INVALID KEY
                   REWRITE MST-REC
           WRITE AUDIT-LOG-REC      FROM AUD-REC
           END-WRITE.

       97100-LOG-PRIVACY.
      *    The flags are not an answer - the line carries them as the
      *    code and as the before and after values, the way GEEKTRAN
      *    logs a P transaction.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD END-ACCEPT
           ACCEPT WS-TIME-RAW FROM TIME END-ACCEPT
           MOVE WS-TIME-RAW (1:6) TO AUD-TIME
           MOVE WS-EMP-ID           TO AUD-EMP-ID
           MOVE "PRIVACY"           TO AUD-CATEGORY
           MOVE SPACES              TO AUD-ENTRY
           MOVE WS-PRIV-FLAGS       TO AUD-CODE
           MOVE WS-PRIV-OLD         TO AUD-OLD-VALUE
           MOVE WS-PRIV-FLAGS       TO AUD-NEW-VALUE
           WRITE AUDIT-LOG-REC      FROM AUD-REC
           END-WRITE
           MOVE SPACES TO AUD-OLD-VALUE AUD-NEW-VALUE.

       98000-TRY-RESUME.
           STRING FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".ckpt"           DELIMITED BY SIZE
