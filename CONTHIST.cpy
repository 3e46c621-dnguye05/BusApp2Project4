      *                  events feeds carry customer number zero, so  *
      *                  the run date/time and piece sequence keep    *
      *                  the key unique.                              *
      *  10/15/2026  DN  CH-CAMPAIGN carries the CAMPAIGN= code of    *
      *                  the run that mailed the piece, so responses  *
      *                  can be tied back to the campaign.  Taken     *
      *                  from the filler; record length unchanged.    *
      *  10/15/2026  DN  CH-MAIL-STATUS, the last filler byte, holds  *
      *                  the print vendor's confirmation as applied   *
      *                  by NGUYEN-P04-VENDOR-RECON: blank until the  *
      *                  run is reconciled, then M (mailed), S        *
      *                  (spoiled at the vendor) or N (not confirmed  *
      *                  at all).  A spoiled or unconfirmed piece     *
      *                  never reached the customer and is not        *
      *                  counted as a mailing.                        *
      ******************************************************************
           03  CH-KEY.
               05  CH-CUST-NO          PIC 9(06).
               05  CH-SEQ-NUM          PIC 9(09).
           03  CH-SRC-CODE             PIC X(01).
           03  CH-LABEL-MODE           PIC X(01).
           03  CH-CAMPAIGN             PIC X(08).
           03  CH-MAIL-STATUS          PIC X(01).
               88  CH-PIECE-MAILED                 VALUE ' ' 'M'.
               88  CH-PIECE-CONFIRMED              VALUE 'M'.
               88  CH-PIECE-SPOILED                VALUE 'S'.
               88  CH-PIECE-UNCONFIRMED            VALUE 'N'.
