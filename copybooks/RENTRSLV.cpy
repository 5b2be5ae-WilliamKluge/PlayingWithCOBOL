      ******************************************************************
      * Copybook: RENTRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT RENTAL-FILE.  Lets the RENTALFILE
      * environment variable point the run at an alternate rental
      * file, defaulting to rentals.txt - same convention as
      * ITEMFILE (see FNRESLV).
      ******************************************************************
           RESOLVE-RENTAL-FILENAME.
           ACCEPT WS-RENTAL-FILENAME FROM ENVIRONMENT 'RENTALFILE'.
           IF WS-RENTAL-FILENAME = SPACES
               MOVE 'rentals.txt' TO WS-RENTAL-FILENAME
           END-IF.
