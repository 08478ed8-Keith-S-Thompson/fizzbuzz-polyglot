      * value.  FZBLOAD appends FZBCHS in load order, which is date
      * order, so a plain front-to-back filter reads out
      * chronologically; the file is opened per inquiry so each
      * lookup starts from the top.  The add row FZBLOAD writes when
      * a value is first posted is not a change and is passed over.
      * A value with no change rows has simply never changed since it
      * was first posted - that is an answer, and it is said out loud
      * rather than left as a blank screen.
      *---------------------------------------------------------------
        List-Value-History.
            DISPLAY "ENTER VALUE (00001-99999): ".
                        SET History-At-End TO TRUE
                    NOT AT END
                        IF FZBHSTY-I-VALUE = Entry-I-Value
                                AND FZBHSTY-CHANGE-ROW
                            ADD 1 TO History-Row-Count
                            PERFORM Display-One-History-Row
                        END-IF
