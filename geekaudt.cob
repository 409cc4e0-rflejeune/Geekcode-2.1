      *       geekaudt -l geekcode_audit.D20260831.log EMP=E0000123   *
      *   Category names are the geekcats.cpy short names plus the    *
      *   survey-chain names the log carries (HEIGHT, WEIGHT,         *
      *   SLIDES) and the non-answer changes GEEKTRAN, GEEKROLL,       *
      *   GEEKCODE, GEEKMANT and GEEKIMPT log (DEPT, NAME, TERM,       *
      *   REHIRE, PRIVACY, DELETE), which also show their before and   *
      *   after values and the operator who made them.                 *
      *   Lines written before the trail carried a date and employee   *
      *   id cannot be selected and are counted as skipped.            *
      *                                                                *
      ******************************************************************
      ******************************************************************
       FILE SECTION.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC               PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-CAT                      PIC 99        VALUE ZEROES.
       77  WS-FND                      PIC 99        VALUE ZEROES.

       77  WS-LOG-LINE                 PIC X(132)    VALUE SPACES.
       77  WS-MATCH-CNT                PIC 9(7)      VALUE ZEROES.
       77  WS-READ-CNT                 PIC 9(7)      VALUE ZEROES.
       77  WS-OLD-CNT                  PIC 9(7)      VALUE ZEROES.
      *    The chain names the audit trail carries that are not
      *    geekcats.cpy categories (Shape is logged as its height
      *    and weight halves, and the slide-rule question logs on
      *    its own), then the non-answer change names.
       01  WS-XTRA-DIRECTORY.
           05 FILLER PIC X(8) VALUE "HEIGHT".
           05 FILLER PIC X(8) VALUE "WEIGHT".
           05 FILLER PIC X(8) VALUE "SLIDES".
           05 FILLER PIC X(8) VALUE "DEPT".
           05 FILLER PIC X(8) VALUE "NAME".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(8) VALUE "REHIRE".
           05 FILLER PIC X(8) VALUE "PRIVACY".
           05 FILLER PIC X(8) VALUE "DELETE".
       01  WS-XTRA-TBL REDEFINES WS-XTRA-DIRECTORY.
           05  WS-XTRA-NAME            PIC X(8)      OCCURS 9 TIMES.
       77  WS-XTRA                     PIC 99        VALUE ZEROES.

       PROCEDURE DIVISION.

                   MOVE 42 TO WS-CAT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-XTRA FROM 1 BY 1 UNTIL WS-XTRA > 9
               IF WS-XTRA-NAME (WS-XTRA) = WS-TERM-VALUE (1:8)
                   MOVE 1 TO WS-FND
                   MOVE 9 TO WS-XTRA
               END-IF
           END-PERFORM
           IF WS-FND = ZEROES
               AND (WS-SEL-CAT = SPACES OR AUD-CATEGORY = WS-SEL-CAT)
               AND AUD-DATE >= WS-SEL-FROM
               AND AUD-DATE <= WS-SEL-TO
               IF AUD-OPER = SPACES
                   DISPLAY WS-LOG-LINE (1:47) END-DISPLAY
               ELSE
                   DISPLAY FUNCTION TRIM(WS-LOG-LINE TRAILING)
                   END-DISPLAY
               END-IF
               ADD 1 TO WS-MATCH-CNT
           END-IF.

