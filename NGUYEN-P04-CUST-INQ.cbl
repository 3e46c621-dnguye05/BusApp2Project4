      *  09/01/2026  DN  Shows the address type (domestic, military *
      *                  APO/FPO, Canadian) and the Canadian postal  *
      *                  code now carried on the master.             *
      *  10/15/2026  DN  Mail history lines show the campaign code   *
      *                  each piece was mailed under.                *
      *  10/15/2026  DN  A customer purged to the customer archive   *
      *                  by the retention program is still found --  *
      *                  by number, or by name and ZIP -- and shown  *
      *                  with the date and reason it was archived.   *
      *  10/15/2026  DN  Mail history lines show the print vendor's  *
      *                  confirmation once the run is reconciled:    *
      *                  confirmed mailed, spoiled, or unconfirmed.  *
      *  10/15/2026  DN  Shows the customer's mailing preferences    *
      *                  from p04-cust-prefs.dat beside the do-not-  *
      *                  mail standing: each campaign category,      *
      *                  whether they mail or have opted out, and    *
      *                  since when.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-CUST-INQ.
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS XR-OLD-CUST-NO
                             FILE STATUS IS WS-XRF-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'p04-cust-archive.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS AR-CUST-NO
                             FILE STATUS IS WS-ARC-STATUS.
           SELECT PREF-FILE  ASSIGN TO 'p04-cust-prefs.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS PF-KEY
                             FILE STATUS IS WS-PRF-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-REC.
           COPY CUSTXREF.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY CUSTARCH.
       FD  PREF-FILE.
       01  PREF-REC.
           COPY CUSTPREF.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  RUN-PARMS.
           03  WS-INQ-CUST-NO          PIC 9(6)    VALUE ZERO.
           03  WS-INQ-LNAME            PIC X(15)   VALUE SPACES.
           03  WS-INQ-ZIP              PIC 9(5)    VALUE ZERO.
           03  WS-ARC-CUST-NO          PIC 9(6)    VALUE ZERO.
       01  MISC.
           03  WS-MST-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-CH-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-SUP-FILE-STATUS      PIC X(2)    VALUE SPACES.
           03  WS-XRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-ARC-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-PRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-MATCH-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-ARC-MATCH-CTR        PIC 9(6)    VALUE ZERO.
           03  WS-HIST-CTR             PIC 9(6)    VALUE ZERO.
           03  WS-PREF-CTR             PIC 9(6)    VALUE ZERO.
           03  WS-HIST-VENDOR          PIC X(23)   VALUE SPACES.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
                   88  MST-EOF                     VALUE 'Y'.
               05  WS-HIST-EOF-FLAG    PIC X       VALUE 'N'.
                   88  HIST-EOF                    VALUE 'Y'.
               05  WS-ARC-EOF-FLAG     PIC X       VALUE 'N'.
                   88  ARC-EOF                     VALUE 'Y'.
               05  WS-PREF-EOF-FLAG    PIC X       VALUE 'N'.
                   88  PREF-EOF                    VALUE 'Y'.
               05  WS-PRF-AVAIL-SW     PIC X       VALUE 'N'.
                   88  PREFS-AVAILABLE             VALUE 'Y'.
               05  WS-ARC-AVAIL-SW     PIC X       VALUE 'N'.
                   88  ARCHIVE-AVAILABLE           VALUE 'Y'.
               05  WS-SUP-FOUND-SW     PIC X       VALUE 'N'.
                   88  ON-SUPPRESS-FILE            VALUE 'Y'.
           03  WS-UPPERCASE PIC X(26) VALUE
               STOP RUN
           END-IF.
           OPEN INPUT CONTACT-HIST.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = '00'
               MOVE 'Y' TO WS-ARC-AVAIL-SW
           END-IF.
           OPEN INPUT PREF-FILE.
           IF WS-PRF-STATUS = '00'
               MOVE 'Y' TO WS-PRF-AVAIL-SW
           END-IF.
           IF WS-INQ-CUST-NO > ZERO
               PERFORM 200-INQUIRE-BY-KEY
           ELSE
               PERFORM 210-INQUIRE-BY-NAME
           END-IF.
           IF WS-MATCH-CTR = ZERO AND WS-ARC-MATCH-CTR = ZERO
               DISPLAY 'NO MATCHING CUSTOMER ON THE MASTER OR ARCHIVE'
           END-IF.
           IF WS-CH-STATUS = '00'
               CLOSE CONTACT-HIST
           END-IF.
           IF ARCHIVE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF.
           IF PREFS-AVAILABLE
               CLOSE PREF-FILE
           END-IF.
           CLOSE CUST-MASTER.
           STOP RUN.
      *-----------------------------------------------------------------
      *    MERGE UTILITY -- CUSTOMER SERVICE IS USUALLY READING IT OFF
      *    OLD CORRESPONDENCE -- SO IT IS RUN THROUGH THE CROSS-
      *    REFERENCE AND THE SURVIVING RECORD IS SHOWN, ALONG WITH
      *    WHEN AND INTO WHOM THE OLD NUMBER WAS FOLDED.  A NUMBER
      *    FOUND NEITHER WAY -- OR WHOSE SURVIVOR IS GONE -- IS LOOKED
      *    FOR ON THE CUSTOMER ARCHIVE.
       200-INQUIRE-BY-KEY.
           MOVE WS-INQ-CUST-NO TO CM-CUST-NO WS-ARC-CUST-NO.
           READ CUST-MASTER
               INVALID KEY
                   PERFORM 205-INQUIRE-BY-XREF
                   ADD 1 TO WS-MATCH-CTR
                   PERFORM 300-DISPLAY-CUSTOMER
           END-READ.
           IF WS-MATCH-CTR = ZERO
               PERFORM 207-INQUIRE-ARCHIVE-BY-KEY
           END-IF.
      *-----------------------------------------------------------------
       205-INQUIRE-BY-XREF.
           OPEN INPUT XREF-FILE.
                               ' WAS MERGED INTO ', XR-NEW-CUST-NO,
                               ' ON ', XR-MERGE-DATE
                       MOVE XR-NEW-CUST-NO TO CM-CUST-NO
                                              WS-ARC-CUST-NO
                       READ CUST-MASTER
                           INVALID KEY
                               CONTINUE
               END-READ
               CLOSE XREF-FILE
           END-IF.
      *-----------------------------------------------------------------
       207-INQUIRE-ARCHIVE-BY-KEY.
           IF ARCHIVE-AVAILABLE
               MOVE WS-ARC-CUST-NO TO AR-CUST-NO
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ARC-MATCH-CTR
                       PERFORM 350-DISPLAY-ARCHIVED
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *    210-INQUIRE-BY-NAME SCANS THE WHOLE MASTER FOR EVERY RECORD
      *    MATCHING THE GIVEN LAST NAME AND ZIP5, THE SAME FULL-FILE
                       END-IF
               END-READ
           END-PERFORM.
           IF ARCHIVE-AVAILABLE
               PERFORM 215-SCAN-ARCHIVE-BY-NAME
           END-IF.
      *-----------------------------------------------------------------
      *    215-SCAN-ARCHIVE-BY-NAME WALKS THE CUSTOMER ARCHIVE THE SAME
      *    WAY, MATCHING ON THE MASTER IMAGE EACH ARCHIVE RECORD KEEPS.
      *    THE MASTER SCAN IS FINISHED, SO ITS RECORD AREA IS FREE TO
      *    HOLD THE IMAGE.
      *-----------------------------------------------------------------
       215-SCAN-ARCHIVE-BY-NAME.
           MOVE 'N' TO WS-ARC-EOF-FLAG.
           MOVE ZERO TO AR-CUST-NO.
           START ARCHIVE-FILE KEY NOT LESS THAN AR-CUST-NO
               INVALID KEY
                   MOVE 'Y' TO WS-ARC-EOF-FLAG
           END-START.
           PERFORM UNTIL ARC-EOF
               READ ARCHIVE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ARC-EOF-FLAG
                   NOT AT END
                       MOVE AR-MASTER-IMAGE TO MASTER-REC
                       IF CM-LNAME = WS-INQ-LNAME
                               AND CM-ZIP-SPLIT-5 = WS-INQ-ZIP
                           ADD 1 TO WS-ARC-MATCH-CTR
                           PERFORM 350-DISPLAY-ARCHIVED
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    300-DISPLAY-CUSTOMER SHOWS EVERYTHING THE SYSTEM KNOWS ABOUT
      *    THE MASTER RECORD NOW IN THE FD: THE CUSTMAST FIELDS, THE
      *    DELIVERABILITY FLAG THE NIXIE PROGRAM MAINTAINS, THE DO-NOT-
      *    MAIL STANDING, THE MAILING PREFERENCES BY CAMPAIGN CATEGORY,
      *    AND THE MAIL CONTACT HISTORY THE LABEL RUN WRITES PER PIECE.
      *-----------------------------------------------------------------
       300-DISPLAY-CUSTOMER.
           DISPLAY SPACES.
           ELSE
               DISPLAY 'DO-NOT-MAIL : NO'
           END-IF.
           PERFORM 330-SHOW-PREFERENCES.
           PERFORM 320-SHOW-HISTORY.
      *-----------------------------------------------------------------
      *    310-CHECK-SUPPRESSION SCANS MARKETING'S DO-NOT-MAIL FILE FOR
           IF WS-HIST-CTR = 1
               DISPLAY 'MAIL HISTORY:'
           END-IF.
           EVALUATE TRUE
               WHEN CH-PIECE-CONFIRMED
                   MOVE 'CONFIRMED MAILED'   TO WS-HIST-VENDOR
               WHEN CH-PIECE-SPOILED
                   MOVE 'SPOILED - NOT MAILED' TO WS-HIST-VENDOR
               WHEN CH-PIECE-UNCONFIRMED
                   MOVE 'NOT CONFIRMED BY VENDOR' TO WS-HIST-VENDOR
               WHEN OTHER
                   MOVE SPACES               TO WS-HIST-VENDOR
           END-EVALUATE.
           DISPLAY '  MAILED ', CH-RUN-DATE, ' SOURCE ', CH-SRC-CODE,
                   ' LABELMODE ', CH-LABEL-MODE,
                   ' CAMPAIGN ', CH-CAMPAIGN, ' ', WS-HIST-VENDOR.
      *-----------------------------------------------------------------
      *    330-SHOW-PREFERENCES LISTS THE CUSTOMER'S MAILING PREFERENCE
      *    FOR EACH CAMPAIGN CATEGORY THEY HAVE ONE FOR.  THE KEY LEADS
      *    WITH THE CUSTOMER NUMBER, SO THE SAME START-AND-READ-UNTIL-
      *    THE-NUMBER-CHANGES WALK AS 320-SHOW-HISTORY FINDS THEM.  NO
      *    RECORD FOR A CATEGORY MEANS THE CUSTOMER IS MAILED FOR IT.
      *-----------------------------------------------------------------
       330-SHOW-PREFERENCES.
           MOVE ZERO TO WS-PREF-CTR.
           IF PREFS-AVAILABLE
               MOVE 'N' TO WS-PREF-EOF-FLAG
               MOVE CM-CUST-NO TO PF-CUST-NO
               MOVE LOW-VALUES TO PF-CATEGORY
               START PREF-FILE KEY NOT LESS THAN PF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PREF-EOF-FLAG
               END-START
               PERFORM UNTIL PREF-EOF
                   READ PREF-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-PREF-EOF-FLAG
                       NOT AT END
                           IF PF-CUST-NO = CM-CUST-NO
                               ADD 1 TO WS-PREF-CTR
                               PERFORM 335-SHOW-PREFERENCE-REC
                           ELSE
                               MOVE 'Y' TO WS-PREF-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PREF-CTR = ZERO
               DISPLAY 'PREFERENCES : NONE ON FILE - MAILS IN EVERY '
                       'CATEGORY'
           END-IF.
      *-----------------------------------------------------------------
       335-SHOW-PREFERENCE-REC.
           IF WS-PREF-CTR = 1
               DISPLAY 'PREFERENCES :'
           END-IF.
           IF PF-OPTED-OUT
               DISPLAY '  ', PF-CATEGORY, ' OPTED OUT SINCE ',
                       PF-CHANGE-DATE
           ELSE
               DISPLAY '  ', PF-CATEGORY, ' MAIL      SINCE ',
                       PF-CHANGE-DATE
           END-IF.
      *-----------------------------------------------------------------
      *    350-DISPLAY-ARCHIVED SAYS WHEN AND WHY THE RETENTION PROGRAM
      *    PURGED THE CUSTOMER, THEN SHOWS THE RECORD AS IT STOOD ON
      *    THE MASTER THROUGH 300-DISPLAY-CUSTOMER -- THE SUPPRESSION
      *    STANDING AND MAIL HISTORY STILL APPLY TO THE PERSON.
      *-----------------------------------------------------------------
       350-DISPLAY-ARCHIVED.
           MOVE AR-MASTER-IMAGE TO MASTER-REC.
           DISPLAY SPACES.
           DISPLAY 'CUSTOMER ', AR-CUST-NO, ' WAS ARCHIVED ON ',
                   AR-ARCHIVE-DATE.
           EVALUATE TRUE
               WHEN AR-UNDELIVERABLE
                   DISPLAY 'ARCHIVED    : UNDELIVERABLE PAST ',
                           AR-RETAIN-MONTHS, '-MONTH RETENTION'
               WHEN AR-INACTIVE
                   DISPLAY 'ARCHIVED    : NOT MAILED WITHIN ',
                           AR-RETAIN-MONTHS, '-MONTH RETENTION'
               WHEN OTHER
                   DISPLAY 'ARCHIVED    : REASON ', AR-REASON-CODE
           END-EVALUATE.
           IF AR-LAST-ACTIVITY = ZERO
               DISPLAY 'LAST ACTIVITY: NONE ON FILE'
           ELSE
               DISPLAY 'LAST ACTIVITY: ', AR-LAST-ACTIVITY
           END-IF.
           PERFORM 300-DISPLAY-CUSTOMER.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-CUST-INQ.
