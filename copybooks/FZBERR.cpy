               88  FZBERR-MAINT-HOLDS-TBL  VALUE "E010".
               88  FZBERR-RUN-ALREADY-UP   VALUE "E011".
               88  FZBERR-DECK-TOO-LONG    VALUE "E012".
               88  FZBERR-BAD-PARTITION    VALUE "E013".
           05  FZBERR-FIELD-NAME       PIC X(15).
           05  FZBERR-FIELD-VALUE      PIC X(10).
           05  FZBERR-MESSAGE          PIC X(45).
