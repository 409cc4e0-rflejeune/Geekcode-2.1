      *   default stays 2.1 for the existing consumers and the master  *
      *   itself always stores the 2.1 lines.  Meant to be run from    *
      *   GEEKNITE.JCL right after the GEEKROLL refresh, and after    *
      *   any single-employee correction run of GEEKCODE.  Refuses to  *
      *   unload a half-rolled master, or one GEEKVRFY has failed      *
      *   since the last roll started.  A category the employee has    *
      *   asked to withhold (MST-PRIVACY) is published as the          *
      *   WS-WITHHELD marker in both files - the stored answer never   *
      *   leaves the master - and is left out of a V3 block            *
      *   altogether, the way a skipped category is.                   *
      *                                                                *
      ******************************************************************
      ******************************************************************
           88  WS-RUN-STARTED                        VALUE "Y".
       01  WS-ROLL-PEND-FLAG           PIC X         VALUE "N".
           88  WS-ROLL-PENDING                       VALUE "Y".
       01  WS-VRFY-FAIL-FLAG           PIC X         VALUE "N".
           88  WS-VRFY-FAILED                        VALUE "Y".
       01  WS-RUN-EOF-FLAG             PIC X         VALUE "N".
           88  WS-RUN-EOF                            VALUE "Y".

       77  WS-V3-LINE-CNT              PIC 9         VALUE ZEROES.
       77  WS-V3-LX                    PIC 9         VALUE ZEROES.

      *    The four lines as published: the master lines as stored,
      *    or rebuilt from the parsed fields when a withheld category
      *    has to be masked.
       77  WS-PUB-LINE1                PIC X(80)     VALUE SPACES.
       77  WS-PUB-LINE2                PIC X(80)     VALUE SPACES.
       77  WS-PUB-LINE3                PIC X(80)     VALUE SPACES.
       77  WS-PUB-LINE4                PIC X(80)     VALUE SPACES.
       77  WS-HELD-CNT                 PIC 9         VALUE ZEROES.

       01 WS-MASTER-EOF-FLAG           PIC X         VALUE "N".
          88  WS-MASTER-EOF                          VALUE "Y".

      *    half-rolled, and unloading it would feed a stale or mixed
      *    geekcode.sig to every step downstream.  Refuse instead.
      *    No run-control file at all is the bootstrap case and the
      *    unload proceeds.  Likewise a GEEKVRFY that ended RC 8 or
      *    worse after the last roll started found the master
      *    corrupt - the verification is optional, so no GEEKVRFY
      *    record at all lets the unload go ahead.
           MOVE "N" TO WS-ROLL-PEND-FLAG
           MOVE "N" TO WS-VRFY-FAIL-FLAG
           MOVE "N" TO WS-RUN-EOF-FLAG
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-STATUS = "35"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF
           IF WS-VRFY-FAILED
               DISPLAY "geekunld: GEEKVRFY found geekcode.mst corrupt "
                   "- master not unloaded. See geekvrfy.rpt, correct "
                   "the master and rerun GEEKVRFY."
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               PERFORM 94000-TERMINATE
           END-IF.

       11100-SCAN-RUN-REC.
                   IF RUN-STEP = "GEEKROLL"
                       IF RUN-EVENT = "START"
                           MOVE "Y" TO WS-ROLL-PEND-FLAG
                           MOVE "N" TO WS-VRFY-FAIL-FLAG
                       ELSE
                           IF RUN-RC < 08
                               MOVE "N" TO WS-ROLL-PEND-FLAG
                           END-IF
                       END-IF
                   END-IF
                   IF RUN-STEP = "GEEKVRFY" AND RUN-EVENT = "END"
                       IF RUN-RC < 08
                           MOVE "N" TO WS-VRFY-FAIL-FLAG
                       ELSE
                           MOVE "Y" TO WS-VRFY-FAIL-FLAG
                       END-IF
                   END-IF
           END-READ.

       20000-UNLOAD-MASTER.
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   MOVE MST-LINE1 TO WS-PUB-LINE1
                   MOVE MST-LINE2 TO WS-PUB-LINE2
                   MOVE MST-LINE3 TO WS-PUB-LINE3
                   MOVE MST-LINE4 TO WS-PUB-LINE4
                   MOVE ZEROES TO WS-HELD-CNT
                   INSPECT MST-PRIVACY TALLYING WS-HELD-CNT
                       FOR ALL "Y"
                   IF WS-V3-MODE OR WS-HELD-CNT > ZEROES
                       PERFORM 24000-PARSE-MASTER
                       PERFORM 24500-MASK-WITHHELD
                   END-IF
                   IF WS-HELD-CNT > ZEROES
                       PERFORM 24600-BUILD-PUB-LINES
                   END-IF
                   IF WS-V3-MODE
                       PERFORM 25000-BUILD-V3-LINES
                   END-IF
                   PERFORM 21000-WRITE-SIG-BLOCK
               MOVE "Version: 2.1"             TO GEEK-OUTPUT-REC
               WRITE GEEK-OUTPUT-REC
               END-WRITE
               WRITE GEEK-OUTPUT-REC           FROM WS-PUB-LINE1
               END-WRITE
               WRITE GEEK-OUTPUT-REC           FROM WS-PUB-LINE2
               END-WRITE
               WRITE GEEK-OUTPUT-REC           FROM WS-PUB-LINE3
               END-WRITE
               WRITE GEEK-OUTPUT-REC           FROM WS-PUB-LINE4
               END-WRITE
           END-IF
           MOVE "-----END GEEK CODE BLOCK-----" TO GEEK-OUTPUT-REC
               MOVE "Version: 2.1"             TO WS-HTML-LINE
               WRITE HTML-REC                  FROM WS-HTML-LINE
               END-WRITE
               WRITE HTML-REC                  FROM WS-PUB-LINE1
               END-WRITE
               WRITE HTML-REC                  FROM WS-PUB-LINE2
               END-WRITE
               WRITE HTML-REC                  FROM WS-PUB-LINE3
               END-WRITE
               WRITE HTML-REC                  FROM WS-PUB-LINE4
               END-WRITE
           END-IF
           MOVE "-----END GEEK CODE BLOCK-----" TO WS-HTML-LINE
       24000-PARSE-MASTER.
      *    Split the stored category lines back into the survey
      *    fields the same way 12000-LOAD-EMPLOYEE in GEEKCODE does -
      *    the v3 rendering and the withheld-category masking work
      *    off the per-category codes, not the stored print lines.
           UNSTRING MST-LINE1 DELIMITED BY ALL SPACE
               INTO WS-TYPE WS-DRESS WS-HAIR WS-SHAPE WS-GLASSES
                    WS-PENS WS-AUTO WS-AGE WS-WEIRD WS-VERBAGE WS-COMP
           END-UNSTRING
           MOVE MST-LINE4 (WS-L4-PTR:7) TO WS-CODE-SEX.

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
      *    26500-PRINT in GEEKCODE strings them.
           MOVE SPACES TO WS-PUB-LINE1
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
           INTO WS-PUB-LINE1
           END-STRING

           MOVE SPACES TO WS-PUB-LINE2
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
           INTO WS-PUB-LINE2
           END-STRING

           MOVE SPACES TO WS-PUB-LINE3
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
           INTO WS-PUB-LINE3
           END-STRING

           MOVE SPACES TO WS-PUB-LINE4
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
           INTO WS-PUB-LINE4
           END-STRING.

       25000-BUILD-V3-LINES.
      *    Token list first, then lines of up to eight tokens each -
      *    the same rendering GEEKCODE's 26563-BUILD-V3-LINES
      *    re-lettered (v3 "U" with the guru grade, no flavor
      *    letter) and the gender/sexuality pair collapses into the
      *    single v3 x/y/z token.  A skipped category ("--") is
      *    simply left out - a v3 block has no skip marker - and so
      *    is a withheld one, gender and sexuality together since
      *    they share the token.
           MOVE ZEROES TO WS-V3-TOK-CNT
           MOVE WS-TYPE    TO WS-V3-WORK
           PERFORM 25200-ADD-V3-TOKEN
           MOVE SPACES TO WS-V3-WORK
           IF WS-SEX-GENDER NOT = "--"
               AND WS-SEX-GENDER NOT = SPACES
               AND WS-SEX-GENDER NOT = WS-WITHHELD
               AND WS-SEX NOT = WS-WITHHELD
               STRING WS-SEX-PRE          DELIMITED BY SPACE
                      WS-SEX-GENDER (1:1) DELIMITED BY SIZE
                      WS-SEX              DELIMITED BY SPACE

       25200-ADD-V3-TOKEN.
           IF WS-V3-WORK NOT = SPACES AND WS-V3-WORK NOT = "--"
               AND WS-V3-WORK NOT = WS-WITHHELD
               ADD 1 TO WS-V3-TOK-CNT
               MOVE WS-V3-WORK TO WS-V3-TOK (WS-V3-TOK-CNT)
           END-IF.
