      ******************************************************************
      *COPYBOOK: CUSTIMG     Customer Master Image Copy Record         *
      *AUTHOR  : David Nguyen                                          *
      *ABSTRACT: Layout of one record on a dated master image copy     *
      *          (p04-cust-image-YYYYMMDD.dat) written by              *
      *          NGUYEN-P04-CUST-BACKUP and read back by               *
      *          NGUYEN-P04-CUST-RECOVER.  One 'H' header, then one    *
      *          'M' record per master record, one 'X' record per      *
      *          merge cross-reference record and one 'P' record per   *
      *          mailing preference record, each in key order, then    *
      *          one 'T' trailer carrying the record counts and hash   *
      *          totals (the sum of the customer numbers) the image    *
      *          must balance to.  The header's journal count is the   *
      *          number of change-journal records already reflected in *
      *          the image: forward recovery starts with the next one. *
      *          COPY this book under an 01 level in the using         *
      *          program's FD.                                         *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.                                     *
      *  10/15/2026  DN  One 'P' record per mailing preference       *
      *                  follows the 'X' records, with its own count *
      *                  and hash total (the sum of the customer     *
      *                  numbers) in the trailer.  An image taken    *
      *                  before preferences were imaged carries      *
      *                  spaces there.                               *
      ******************************************************************
           03  IM-REC-TYPE             PIC X(01).
               88  IM-HEADER                       VALUE 'H'.
               88  IM-MASTER                       VALUE 'M'.
               88  IM-XREF                         VALUE 'X'.
               88  IM-PREF                         VALUE 'P'.
               88  IM-TRAILER                      VALUE 'T'.
           03  IM-DATA                 PIC X(100).
           03  IM-HEADER-DATA REDEFINES IM-DATA.
               05  IM-IMAGE-DATE       PIC 9(08).
               05  IM-IMAGE-TIME       PIC X(06).
               05  IM-JRN-COUNT        PIC 9(09).
               05  FILLER              PIC X(77).
           03  IM-TRAILER-DATA REDEFINES IM-DATA.
               05  IM-MST-COUNT        PIC 9(09).
               05  IM-MST-HASH         PIC 9(15).
               05  IM-XRF-COUNT        PIC 9(09).
               05  IM-XRF-HASH         PIC 9(15).
               05  IM-PRF-COUNT        PIC 9(09).
               05  IM-PRF-HASH         PIC 9(15).
               05  FILLER              PIC X(28).
