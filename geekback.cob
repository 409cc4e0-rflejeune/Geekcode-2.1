      *   22100-TYPE through 26350-SEX paragraphs do, via the          *
      *   geekansw.cpy answer-to-code map.  HR loads the file to sync  *
      *   their answers of record with ours, so an interactive -u      *
      *   correction is not undone by the next night's roll.  The      *
      *   withhold flags go back in columns 145-149 as they stand on   *
      *   MST-PRIVACY, so a survey choice survives the roll too.       *
      *                                                                *
      *   A Shape code merges the height and weight answers; when      *
      *   both halves carry the same sign the split is ambiguous and   *
           05  BACK-EMP-NAME           PIC X(30).
           05  BACK-ANSWERS            PIC X(100).
           05  BACK-DEPT               PIC X(4).
           05  BACK-PRIVACY            PIC X(5).

       FD  BACK-REPORT.
       01  RPT-REC                     PIC X(132).
           MOVE MST-EMP-NAME    TO BACK-EMP-NAME
           MOVE WS-OUT-ANSWERS  TO BACK-ANSWERS
           MOVE MST-DEPT        TO BACK-DEPT
           MOVE MST-PRIVACY     TO BACK-PRIVACY
           WRITE BACK-REC
           END-WRITE
           ADD 1 TO WS-EMP-CNT.
