      *                  before image and a DELETE carries LOW-VALUES *
      *                  as its after image, so the restore utility   *
      *                  can tell a missing image from a blank one.   *
      *  10/15/2026  DN  JR-FILE-ID names the file an entry changed: *
      *                  space (every entry written before it        *
      *                  existed) or 'M' is the customer master, 'P' *
      *                  the mailing preference file, whose 50-byte  *
      *                  record then rides the before and after      *
      *                  images.                                     *
      ******************************************************************
           03  JR-DATE                 PIC 9(08).
           03  JR-TIME                 PIC X(06).
           03  JR-CUST-NO              PIC 9(06).
           03  JR-BEFORE               PIC X(100).
           03  JR-AFTER                PIC X(100).
           03  JR-FILE-ID              PIC X(01).
               88  JR-MASTER-ENTRY                 VALUE SPACE 'M'.
               88  JR-PREF-ENTRY                   VALUE 'P'.
