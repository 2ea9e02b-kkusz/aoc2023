      *    AUTHTAB YET IS LET THROUGH WITH A CONSOLE WARNING, SO
      *    ROLLING THE CONTROL OUT CANNOT LOCK EVERYONE OUT ON DAY
      *    ONE.
      *
      *    A GRANT MAY ALSO NAME A MASTER FILE INSTEAD OF A PROGRAM -
      *    A READ GRANT. THE INQUIRIES INTO THE CARD DESK'S
      *    HANDMST-DERIVED DATA CALL THIS MODULE WITH 'HANDMST' AND
      *    ANSWER ONLY AN OPERATOR WITH AN 'OPERATOR HANDMST' (OR *)
      *    LINE.
      *

         ENVIRONMENT DIVISION.
