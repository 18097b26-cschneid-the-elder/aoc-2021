       01  AUD-DATA-REC       PIC X(250).

       FD  GATE-DATA.
       01  GATE-DATA-REC      PIC X(160).

       FD  REJ-DATA.
       01  REJ-DATA-REC.
