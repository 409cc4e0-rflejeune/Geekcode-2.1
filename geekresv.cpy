      ******************************************************************
      *                                                                *
      *  GEEKRESV.CPY                                                  *
      *  Record layout of the re-survey request file geekresv.dat      *
      *  GEEKAGE writes for HR's reminder email system: one fixed      *
      *  "D" record per employee whose answers are due to be           *
      *  confirmed again (last confirmed at least the re-survey age    *
      *  ago, or never), carrying the id HR mails against, the name    *
      *  and department for the greeting and routing, the date the     *
      *  answers were last confirmed (zeroes when never), the age in   *
      *  whole months (999 when never) and the aging bucket; then one  *
      *  "T" trailer record with the detail count and the run date so  *
      *  the mailer can balance the file before sending.  The          *
      *  employee answers the request with geekcode -u.                *
      *                                                                *
      ******************************************************************

       01  RSV-REC.
           05  RSV-REC-TYPE            PIC X.
               88  RSV-DETAIL                  VALUE "D".
               88  RSV-TRAILER                 VALUE "T".
           05  RSV-EMP-ID              PIC X(10).
           05  RSV-EMP-NAME            PIC X(30).
           05  RSV-DEPT                PIC X(4).
           05  RSV-CONFIRMED-DATE      PIC 9(8).
           05  RSV-MONTHS              PIC 9(3).
           05  RSV-BUCKET              PIC X(8).
           05  RSV-REQUEST-DATE        PIC 9(8).
       01  RSV-TRL-REC REDEFINES RSV-REC.
           05  RSV-TRL-TYPE            PIC X.
           05  RSV-TRL-COUNT           PIC 9(6).
           05  RSV-TRL-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(57).
