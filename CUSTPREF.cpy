      ******************************************************************
      *COPYBOOK: CUSTPREF    Customer Mailing Preference Record        *
      *AUTHOR  : David Nguyen                                          *
      *ABSTRACT: Layout of one record on the indexed mailing           *
      *          preference file (p04-cust-prefs.dat), keyed on        *
      *          PF-KEY: the customer number and a campaign category   *
      *          (FUND, EVENT, NEWS ...).  Maintained by the 'P'       *
      *          transaction in NGUYEN-P04-CUST-MAINT and journaled    *
      *          like a master change.  The label run skips a          *
      *          customer whose record for the campaign's CATEGORY=    *
      *          says 'N'; no record, or 'Y', means mail as usual.     *
      *          COPY this book under an 01 level in the using         *
      *          program's FD.                                         *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.                                     *
      ******************************************************************
           03  PF-KEY.
               05  PF-CUST-NO          PIC 9(06).
               05  PF-CATEGORY         PIC X(08).
           03  PF-MAIL-SW              PIC X(01).
               88  PF-OPTED-IN                     VALUE 'Y'.
               88  PF-OPTED-OUT                    VALUE 'N'.
           03  PF-CHANGE-DATE          PIC 9(08).
           03  PF-CHANGE-PROGRAM       PIC X(12).
           03  FILLER                  PIC X(15).
