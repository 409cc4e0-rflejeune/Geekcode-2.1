      *       geekrest geekcode.D20260815.sig                          *
      *   Return code 8 when nothing could be restored, 4 when some    *
      *   blocks were skipped as malformed.                            *
      *   A generation carries "##" for a category the employee chose  *
      *   to withhold (MST-PRIVACY).  The withhold flags are set back  *
      *   from the markers, but the answers themselves were never      *
      *   published: they are restored as skipped ("--") and the       *
      *   employee is listed on the report for a GEEKCODE -u.          *
      *   A generation does not carry the date each employee last      *
      *   confirmed their answers, so restored records carry zeroes    *
      *   there and the next GEEKAGE run seeds them from geekhist.dat  *
      *   and the audit trail.                                         *
      *                                                                *
      ******************************************************************
      ******************************************************************

       WORKING-STORAGE SECTION.

           COPY "geekcode.cpy".

       77  WS-GEN-FILE                 PIC X(40)     VALUE SPACES.
       77  WS-GEN-STATUS               PIC XX        VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX        VALUE SPACES.
       77  WS-REST-CNT                 PIC 9(5)      VALUE ZEROES.
       77  WS-BAD-CNT                  PIC 9(5)      VALUE ZEROES.
       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-HELD-CNT                 PIC 9(3)      VALUE ZEROES.
       77  WS-HELD-EMP-CNT             PIC 9(5)      VALUE ZEROES.
       77  WS-UNIX-TOK                 PIC X(6)      VALUE SPACES.
       77  WS-L4-PTR                   PIC 9(3)      VALUE ZEROES.

      *    Single-writer lock on geekcode.mst - same protocol as
      *    GEEKCODE and GEEKROLL, so a restore cannot run under a
           MOVE WS-LINE2        TO MST-LINE2
           MOVE WS-LINE3        TO MST-LINE3
           MOVE WS-LINE4        TO MST-LINE4
           MOVE ZEROES          TO MST-CONFIRMED-DATE
           MOVE ZEROES TO WS-HELD-CNT
           INSPECT WS-LINE1 TALLYING WS-HELD-CNT FOR ALL "##"
           INSPECT WS-LINE2 TALLYING WS-HELD-CNT FOR ALL "##"
           INSPECT WS-LINE4 TALLYING WS-HELD-CNT FOR ALL "##"
           IF WS-HELD-CNT > ZEROES
               PERFORM 24000-PARSE-MASTER
               PERFORM 24500-UNMASK-WITHHELD
               PERFORM 24600-BUILD-MASTER-LINES
           END-IF
           WRITE MST-REC
               INVALID KEY
                   REWRITE MST-REC
           MOVE WS-CUR-NAME     TO REST-NAME
           MOVE WS-CUR-DEPT     TO REST-DEPT
           MOVE WS-EMP-LINE     TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           IF WS-HELD-CNT > ZEROES
               ADD 1 TO WS-HELD-EMP-CNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "           WITHHELD ANSWERS NOT IN THE "
                                                DELIMITED BY SIZE
                      "GENERATION - FLAGS KEPT, ANSWERS RESTORED "
                                                DELIMITED BY SIZE
                      "AS SKIPPED (--)"         DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 55000-WRITE-RPT
           END-IF.

       24000-PARSE-MASTER.
      *    Split the stored category lines back into the survey
      *    fields the same way 12000-LOAD-EMPLOYEE in GEEKCODE does,
      *    so the "##" markers land in the per-category codes.
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

       24500-UNMASK-WITHHELD.
      *    The inverse of GEEKUNLD's 24500-MASK-WITHHELD: a "##"
      *    sets the withhold flag and the answer goes back as
      *    skipped.  Sexuality lost its prefix byte to the mask.
           IF WS-AGE = WS-WITHHELD
               SET MST-AGE-WITHHELD TO TRUE
               MOVE "--" TO WS-AGE
           END-IF
           IF WS-SEX-GENDER = WS-WITHHELD
               SET MST-GENDER-WITHHELD TO TRUE
               MOVE "--" TO WS-SEX-GENDER
           END-IF
           IF WS-SEX = WS-WITHHELD
               SET MST-SEX-WITHHELD TO TRUE
               MOVE SPACE TO WS-SEX-PRE
               MOVE "--" TO WS-SEX
           END-IF
           IF WS-REL = WS-WITHHELD
               SET MST-REL-WITHHELD TO TRUE
               MOVE "--" TO WS-REL
           END-IF
           IF WS-POL = WS-WITHHELD
               SET MST-POL-WITHHELD TO TRUE
               MOVE "--" TO WS-POL
           END-IF.

       24600-BUILD-MASTER-LINES.
      *    The four lines strung back together exactly the way
      *    26500-PRINT in GEEKCODE strings them.
           MOVE SPACES TO MST-LINE1
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
           INTO MST-LINE1
           END-STRING

           MOVE SPACES TO MST-LINE2
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
           INTO MST-LINE2
           END-STRING

           MOVE SPACES TO MST-LINE3
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
           INTO MST-LINE3
           END-STRING

           MOVE SPACES TO MST-LINE4
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
           INTO MST-LINE4
           END-STRING.

       55000-WRITE-RPT.
           WRITE RPT-REC FROM WS-RPT-LINE
           INTO WS-RPT-LINE
           END-STRING
           PERFORM 55000-WRITE-RPT
           IF WS-HELD-EMP-CNT > ZEROES
               MOVE SPACES TO WS-RPT-LINE
               STRING "         "                DELIMITED BY SIZE
                      WS-HELD-EMP-CNT           DELIMITED BY SIZE
                      " employees with withheld answers to "
                                                DELIMITED BY SIZE
                      "re-survey (geekcode -u)."
                                                DELIMITED BY SIZE
               INTO WS-RPT-LINE
               END-STRING
               PERFORM 55000-WRITE-RPT
           END-IF
           CLOSE REST-REPORT
           DISPLAY "geekrest: " WS-REST-CNT " employees restored "
               "from " FUNCTION TRIM(WS-GEN-FILE) ", " WS-BAD-CNT
