      *                                                                *
      *   End-of-job operations summary: reads the geeknite.run        *
      *   run-control records the GEEKNITE steps write, takes the      *
      *   current night to be everything from the last GEEKEDIT START  *
      *   onward, and reports per step whether it started, ended, with *
      *   what return code and record count - then balances the counts *
      *   across the chain (extract rows edited clean vs rows rolled   *
      *   vs employees unloaded, GEEKVRFY and GEEKCHEK exceptions,     *
      *   GEEKCOVR skill requirements short, and departments GEEKBRST  *
      *   found no report recipient for). GEEKVRFY is optional:        *
      *   when it did not run the summary says so and counts nothing.  *
      *   Return code 8 when a step is missing, never ended, or ended  *
      *   RC 8 or worse; 4 when the chain completed but the counts do  *
      *   not balance, a department is short or a department's pages   *
      *   are held for want of a recipient. Meant to be run from       *
      *   GEEKNITE.JCL as the job's last step.                         *
      *                                                                *
      ******************************************************************
      ******************************************************************
       01  WS-STEP-DIRECTORY.
           05 FILLER PIC X(8) VALUE "GEEKEDIT".
           05 FILLER PIC X(8) VALUE "GEEKROLL".
           05 FILLER PIC X(8) VALUE "GEEKVRFY".
           05 FILLER PIC X(8) VALUE "GEEKUNLD".
           05 FILLER PIC X(8) VALUE "GEEKCSV".
           05 FILLER PIC X(8) VALUE "GEEKCHEK".
           05 FILLER PIC X(8) VALUE "GEEKTRND".
           05 FILLER PIC X(8) VALUE "GEEKSTAT".
           05 FILLER PIC X(8) VALUE "GEEKDIR".
           05 FILLER PIC X(8) VALUE "GEEKCOVR".
           05 FILLER PIC X(8) VALUE "GEEKGEN".
           05 FILLER PIC X(8) VALUE "GEEKPRUN".
           05 FILLER PIC X(8) VALUE "GEEKROTA".
           05 FILLER PIC X(8) VALUE "GEEKBRST".
       01  WS-STEP-DIR-TBL REDEFINES WS-STEP-DIRECTORY.
           05  WS-STEP-EXP             PIC X(8)      OCCURS 15 TIMES.
       77  WS-STEP-MAX                 PIC 99        VALUE 15.

      *    "Y" for a step the job stream may leave out - one that
      *    did not run is reported, not counted as an exception.
       01  WS-STEP-OPT-DIRECTORY.
           05 FILLER PIC X(15) VALUE "NNYNNNNNNNNNNNN".
       01  WS-STEP-OPT-TBL REDEFINES WS-STEP-OPT-DIRECTORY.
           05  WS-STEP-OPT             PIC X         OCCURS 15 TIMES.

       01  WS-STEP-TAB.
           05  WS-STEP-ENT             OCCURS 15 TIMES.
               10  WS-STEP-STARTED     PIC X.
               10  WS-STEP-ENDED       PIC X.
               10  WS-STEP-START-TIME  PIC 9(6).

       41000-REPORT-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-STARTED (WS-STEP-SUB) NOT = "Y"
                   AND WS-STEP-OPT (WS-STEP-SUB) = "Y"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-STEP-EXP (WS-STEP-SUB) DELIMITED BY SIZE
                          "  NOT RUN (OPTIONAL STEP)"
                                                    DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
               WHEN WS-STEP-STARTED (WS-STEP-SUB) NOT = "Y"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-STEP-EXP (WS-STEP-SUB) DELIMITED BY SIZE
      *    The counts each END record carries: GEEKEDIT's clean rows
      *    feed the roll, the roll's applied rows feed the master,
      *    and the unload's employee count is the master record
      *    count.  GEEKVRFY's and GEEKCHEK's counts are their
      *    exception totals, GEEKCOVR's the number of skill
      *    requirements short, and GEEKBRST's the number of
      *    departments whose report pages have no recipient.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 55000-WRITE-RPT
           MOVE "STEP BALANCING" TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF
           IF WS-STEP-ENDED (3) = "Y"
               IF WS-STEP-COUNT (3) > ZEROES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  GEEKVRFY REPORTED " DELIMITED BY SIZE
                          WS-STEP-COUNT (3)      DELIMITED BY SIZE
                          " INTEGRITY EXCEPTIONS - SEE geekvrfy.rpt"
                                                 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
                   ADD 1 TO WS-BAL-CNT
               ELSE
                   MOVE "  GEEKVRFY - MASTER VERIFIED CLEAN"
                       TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF
           IF WS-STEP-ENDED (2) = "Y" AND WS-STEP-ENDED (4) = "Y"
               IF WS-STEP-COUNT (2) NOT = WS-STEP-COUNT (4)
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  ROLLED "            DELIMITED BY SIZE
                          WS-STEP-COUNT (2)      DELIMITED BY SIZE
                          " BUT UNLOADED "       DELIMITED BY SIZE
                          WS-STEP-COUNT (4)      DELIMITED BY SIZE
                          " MASTER RECORDS - OUT OF BALANCE"
                                                 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF
           IF WS-STEP-ENDED (4) = "Y" AND WS-STEP-ENDED (5) = "Y"
               IF WS-STEP-COUNT (4) NOT = WS-STEP-COUNT (5)
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  UNLOADED "          DELIMITED BY SIZE
                          WS-STEP-COUNT (4)      DELIMITED BY SIZE
                          " BUT EXPORTED "       DELIMITED BY SIZE
                          WS-STEP-COUNT (5)      DELIMITED BY SIZE
                          " TO THE FEED - OUT OF BALANCE"
                                                 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF
           IF WS-STEP-ENDED (6) = "Y"
               IF WS-STEP-COUNT (6) > ZEROES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  GEEKCHEK REPORTED " DELIMITED BY SIZE
                          WS-STEP-COUNT (6)      DELIMITED BY SIZE
                          " RECONCILIATION EXCEPTIONS"
                                                 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   MOVE "  GEEKCHEK RECONCILED CLEAN" TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF
           IF WS-STEP-ENDED (11) = "Y"
               IF WS-STEP-COUNT (11) > ZEROES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  GEEKCOVR REPORTED " DELIMITED BY SIZE
                          WS-STEP-COUNT (11)     DELIMITED BY SIZE
                          " SKILL REQUIREMENTS SHORT - SEE geekcovr.rpt"
                                                 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
                   ADD 1 TO WS-BAL-CNT
               ELSE
                   MOVE "  GEEKCOVR - EVERY DEPARTMENT COVERED"
                       TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF
           IF WS-STEP-ENDED (15) = "Y"
               IF WS-STEP-COUNT (15) > ZEROES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  GEEKBRST - "        DELIMITED BY SIZE
                          WS-STEP-COUNT (15)     DELIMITED BY SIZE
                          " DEPARTMENTS WITH NO RECIPIENT - "
                                                 DELIMITED BY SIZE
                          "SEE geekbrst.rpt"     DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 55000-WRITE-RPT
                   ADD 1 TO WS-BAL-CNT
               ELSE
                   MOVE "  GEEKBRST - EVERY DEPARTMENT ROUTED"
                       TO WS-RPT-LINE
                   PERFORM 55000-WRITE-RPT
               END-IF
           END-IF.

       55000-WRITE-RPT.
