      *   no) and slot 9 is the slide-rule question.  Slots 46-50 of   *
      *   the extract are never read and are not edited.  The HR       *
      *   department code in columns 141-144 is not an answer slot     *
      *   and passes through to the clean file unedited.  The five     *
      *   withhold flags in columns 145-149 (AGE, GENDER, SEX, REL,    *
      *   POL) must each be Y, N or blank; any other byte rejects the  *
      *   row with a PRIV exception line naming the flag.              *
      *                                                                *
      ******************************************************************
      ******************************************************************
           05  ROSTER-EMP-NAME         PIC X(30).
           05  ROSTER-ANSWERS          PIC X(100).
           05  ROSTER-DEPT             PIC X(4).
           05  ROSTER-PRIVACY          PIC X(5).

       FD  CLEAN-EXTRACT.
       01  CLEAN-REC                   PIC X(149).

       FD  EDIT-REPORT.
       01  RPT-REC                     PIC X(132).
               10  WS-SLOT-MAX         PIC 99.
               10  WS-SLOT-NAME        PIC X(8).

       01  WS-PRIV-DIRECTORY.
           05 FILLER PIC X(8) VALUE "AGE".
           05 FILLER PIC X(8) VALUE "GENDER".
           05 FILLER PIC X(8) VALUE "SEX".
           05 FILLER PIC X(8) VALUE "REL".
           05 FILLER PIC X(8) VALUE "POL".

       01  WS-PRIV-DIR-TBL REDEFINES WS-PRIV-DIRECTORY.
           05  WS-PRIV-NAME            PIC X(8)      OCCURS 5 TIMES.

       77  WS-PRIV-SUB                 PIC 9         VALUE ZEROES.
       77  WS-SLOT                     PIC 99        VALUE ZEROES.
       77  WS-ANS                      PIC XX        VALUE SPACES.
       77  WS-ANS-NUM                  PIC 99        VALUE ZEROES.
           05  FILLER                  PIC X         VALUE "-".
           05  EXC-MAX                 PIC 99.
           05  FILLER                  PIC X(85)     VALUE SPACES.
       01  WS-PRV-EXC-LINE.
           05  PRV-EXC-ID              PIC X(10).
           05  FILLER                  PIC X         VALUE SPACE.
           05  FILLER                  PIC X(5)      VALUE "PRIV ".
           05  PRV-EXC-COL             PIC 999.
           05  FILLER                  PIC X         VALUE SPACE.
           05  PRV-EXC-NAME            PIC X(8).
           05  FILLER                  PIC X(8)      VALUE " VALUE '".
           05  PRV-EXC-VALUE           PIC X.
           05  FILLER                  PIC X(22)
                                       VALUE "'  LEGAL Y, N OR BLANK".
           05  FILLER                  PIC X(73)     VALUE SPACES.

       PROCEDURE DIVISION.

                       PERFORM 22000-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PRIV-SUB FROM 1 BY 1
                   UNTIL WS-PRIV-SUB > 5
               IF ROSTER-PRIVACY (WS-PRIV-SUB:1) NOT = "Y"
                   AND ROSTER-PRIVACY (WS-PRIV-SUB:1) NOT = "N"
                   AND ROSTER-PRIVACY (WS-PRIV-SUB:1) NOT = SPACE
                   PERFORM 22100-WRITE-PRIV-EXCEPTION
               END-IF
           END-PERFORM.

       22000-WRITE-EXCEPTION.
           ADD 1 TO WS-ROW-ERR-CNT
           ADD 1 TO WS-EXC-CNT.

       22100-WRITE-PRIV-EXCEPTION.
           MOVE ROSTER-EMP-ID          TO PRV-EXC-ID
           COMPUTE PRV-EXC-COL = 144 + WS-PRIV-SUB
           MOVE WS-PRIV-NAME (WS-PRIV-SUB) TO PRV-EXC-NAME
           MOVE ROSTER-PRIVACY (WS-PRIV-SUB:1) TO PRV-EXC-VALUE
           MOVE WS-PRV-EXC-LINE        TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           ADD 1 TO WS-ROW-ERR-CNT
           ADD 1 TO WS-EXC-CNT.

       30000-CLEANUP.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
