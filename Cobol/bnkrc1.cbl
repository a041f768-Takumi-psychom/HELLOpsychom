      *          stores go to the exception file for the cash office.
      *          DDO4 high-value alerts are held for review and do
      *          not settle same-day, so they are outside the match.
      *          The refunds read are the verified ones (DDO5 is
      *          allocated to the hnpck1 output): a return held for
      *          loss prevention is not paid, so it is outside the
      *          match until it is cleared.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
