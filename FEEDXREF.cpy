      ******************************************************************
      *COPYBOOK: FEEDXREF    Department Feed Name Cross-Reference      *
      *AUTHOR  : David Nguyen                                          *
      *ABSTRACT: Layout of one cross-reference record on the indexed   *
      *          feed cross-reference file (p04-feed-xref.dat), keyed  *
      *          on the name and address exactly as a donor-list or    *
      *          events-list record carries them.  Written by the      *
      *          feed onboarding program NGUYEN-P04-FEED-MATCH when a  *
      *          feed record matches one customer on the master, so   *
      *          the label run can mail that feed record under the     *
      *          customer's number instead of number zero.  COPY this  *
      *          book under an 01 level in the using program's FD.     *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.                                     *
      ******************************************************************
           03  FX-KEY.
               05  FX-LNAME            PIC X(15).
               05  FX-FNAME            PIC X(15).
               05  FX-ADDRESS          PIC X(25).
               05  FX-CITY             PIC X(20).
               05  FX-STATE            PIC X(02).
               05  FX-ZIP              PIC 9(09).
           03  FX-CUST-NO              PIC 9(06).
           03  FX-SRC-CODE             PIC X(01).
           03  FX-MATCH-DATE           PIC 9(08).
           03  FILLER                  PIC X(09).
