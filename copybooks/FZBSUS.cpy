      ******************************************************************
      *    COPYBOOK:      FZBSUS
      *    DESCRIPTION:   Rejected-card suspense item, keyed by item
      *                   number.  FIZZBUZZ suspends every card it
      *                   refuses for its own parameters (E001-E004)
      *                   or as an excess card (E012), with the run
      *                   that refused it, the card's place in the
      *                   deck, its request id and department, the
      *                   error codes raised against it and the card
      *                   image exactly as read (an excess card,
      *                   which never had an honest request id, under
      *                   request zero).  A card image already waiting
      *                   in suspense is not suspended twice; the item
      *                   counts the refusal and the date of the last
      *                   one instead.
      *                   FZBSUSM works the items online: a correction
      *                   is revalidated as it is keyed and, once
      *                   clean, stands as the corrected image with
      *                   the item at C until FZBBLD merges it into
      *                   the next deck and marks it M; a cancel
      *                   closes the item at X with the reason.  The
      *                   operator and date of the last action stay on
      *                   the item.  Items never leave the file - a
      *                   closed item is the record of how the card
      *                   was cleared.
      ******************************************************************
       01  FZBSUS-RECORD.
           05  FZBSUS-ITEM-NO          PIC 9(06).
           05  FZBSUS-STATUS           PIC X(01).
               88  FZBSUS-OPEN             VALUE "S".
               88  FZBSUS-CORRECTED        VALUE "C".
               88  FZBSUS-MERGED           VALUE "M".
               88  FZBSUS-CANCELLED        VALUE "X".
           05  FZBSUS-RUN-DATE         PIC 9(08).
           05  FZBSUS-RUN-TIME         PIC 9(06).
           05  FZBSUS-CARD-NO          PIC 9(05).
           05  FZBSUS-REQUEST-ID       PIC 9(03).
           05  FZBSUS-DEPT-CODE        PIC X(04).
           05  FZBSUS-ERROR-CODE       PIC X(04) OCCURS 4 TIMES.
           05  FZBSUS-TIMES-REJECTED   PIC 9(03).
           05  FZBSUS-LAST-REJECTED    PIC 9(08).
           05  FZBSUS-CARD-IMAGE       PIC X(80).
           05  FZBSUS-CORRECTED-IMAGE  PIC X(80).
           05  FZBSUS-ACTION-BY        PIC X(08).
           05  FZBSUS-ACTION-DATE      PIC 9(08).
           05  FZBSUS-ACTION-TIME      PIC 9(06).
           05  FZBSUS-CANCEL-REASON    PIC X(30).
           05  FZBSUS-MERGED-DATE      PIC 9(08).
           05  FILLER                  PIC X(20).
