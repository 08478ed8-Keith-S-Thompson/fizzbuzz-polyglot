      *                   card's FZBCTL-DEPT-CODE, so a standing
      *                   request keeps its owner however the card
      *                   order shifts.
      *                   Two business-day frequencies count only the
      *                   processing days of the FZBCAL shop calendar:
      *                   B is business day N of the month (01 = the
      *                   first), E is business day N counted back
      *                   from the month end (01 = the last); an N
      *                   past the month's business days falls on the
      *                   last (B) or first (E) of them.  The roll
      *                   rule says what happens when a daily, weekly
      *                   or monthly request falls due on a day the
      *                   calendar marks non-processing: S (or blank)
      *                   skips that occurrence, F rolls it forward
      *                   to the next processing day and B rolls it
      *                   back to the previous one.
      ******************************************************************
       01  FZBSCH-RECORD.
           05  FZBSCH-START-VALUE      PIC 9(05).
               88  FZBSCH-FREQ-DAILY       VALUE "D".
               88  FZBSCH-FREQ-WEEKLY      VALUE "W".
               88  FZBSCH-FREQ-MONTHLY     VALUE "M".
               88  FZBSCH-FREQ-BUS-DAY     VALUE "B".
               88  FZBSCH-FREQ-BUS-FROM-END VALUE "E".
           05  FZBSCH-DAY-NUMBER       PIC 9(02).
           05  FZBSCH-STATUS           PIC X(01).
               88  FZBSCH-ACTIVE           VALUE "A".
               88  FZBSCH-INACTIVE         VALUE "I".
           05  FZBSCH-DEPT-CODE        PIC X(04).
           05  FZBSCH-ROLL-RULE        PIC X(01).
               88  FZBSCH-ROLL-SKIP        VALUE "S" SPACE.
               88  FZBSCH-ROLL-FORWARD     VALUE "F".
               88  FZBSCH-ROLL-BACK        VALUE "B".
           05  FILLER                  PIC X(52).
