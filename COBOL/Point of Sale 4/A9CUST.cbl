      *             table capacity like the load paragraph does;
      *             an overflowing customer is counted and
      *             skipped instead of corrupting storage.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  the POS transaction record is now 93 bytes --
      *             it carries the gift-card number.
      *
       environment division.
       configuration section.
       fd val-file
           recording mode is F
           data record is val-line
           record contains 93 characters.
      *
       01 val-line.
           copy POSTRAN replacing ==:TAG:== by ==il==.
