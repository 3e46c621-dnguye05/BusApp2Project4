      ******************************************************************
      *COPYBOOK: CUSTARCH    Archived Customer Record                  *
      *AUTHOR  : David Nguyen                                          *
      *ABSTRACT: Layout of one record on the indexed customer archive  *
      *          (p04-cust-archive.dat), keyed on AR-CUST-NO.  Written *
      *          by the retention program NGUYEN-P04-CUST-ARCHIVE when *
      *          it purges a customer from the master: the full        *
      *          master image as it stood, the date it was archived,   *
      *          why, and the date of the last activity the retention  *
      *          rule measured from.  COPY this book under an 01 level *
      *          in the using program's FD.                            *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.  Reason 'U' is an undeliverable     *
      *                  record past retention (last activity is the  *
      *                  date the flag was set); reason 'I' is a      *
      *                  customer not mailed within retention (last   *
      *                  activity is the last mailing or master       *
      *                  change).  Zero means no date was on file.    *
      ******************************************************************
           03  AR-CUST-NO              PIC 9(06).
           03  AR-ARCHIVE-DATE         PIC 9(08).
           03  AR-REASON-CODE          PIC X(01).
               88  AR-UNDELIVERABLE                VALUE 'U'.
               88  AR-INACTIVE                     VALUE 'I'.
           03  AR-LAST-ACTIVITY        PIC 9(08).
           03  AR-RETAIN-MONTHS        PIC 9(03).
           03  AR-MASTER-IMAGE         PIC X(100).
           03  FILLER                  PIC X(14).
