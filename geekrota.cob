       FILE SECTION.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC               PIC X(132).

       FD  AUDIT-ARCH.
       01  AUDIT-ARCH-REC              PIC X(132).

       FD  RUN-CONTROL.

       77  WS-ARCH-FILE                PIC X(40)     VALUE SPACES.
       77  WS-ARCH-STATUS              PIC XX        VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)      VALUE ZEROES.
       77  WS-COPY-LINE                PIC X(132)    VALUE SPACES.
       77  WS-LINE-CNT                 PIC 9(7)      VALUE ZEROES.

       01 WS-LOG-EOF-FLAG              PIC X         VALUE "N".
