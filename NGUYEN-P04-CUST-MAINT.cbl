      *                  own state/ZIP/postal edits in place of the  *
      *                  domestic-only ones that used to reject      *
      *                  them.                                       *
      *  10/15/2026  DN  Action P keys a customer's mailing          *
      *                  preference for one campaign category (FUND, *
      *                  EVENT, NEWS ...): Y to mail, N to opt out.  *
      *                  The preference is written to p04-cust-      *
      *                  prefs.dat, keyed on customer number and     *
      *                  category, against a customer who must be on *
      *                  the master (an old merged number resolves   *
      *                  to its survivor), and is journaled like a   *
      *                  master change with JR-FILE-ID 'P'.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-CUST-MAINT.
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS XR-OLD-CUST-NO
                             FILE STATUS IS WS-XRF-STATUS.
           SELECT PREF-FILE  ASSIGN TO 'p04-cust-prefs.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS PF-KEY
                             FILE STATUS IS WS-PRF-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               88  TRN-ADD                         VALUE 'A'.
               88  TRN-CHANGE                      VALUE 'C'.
               88  TRN-DELETE                      VALUE 'D'.
               88  TRN-PREFERENCE                  VALUE 'P'.
           03  TRN-CUST-NO             PIC 9(06).
           03  TRN-LNAME               PIC X(15).
           03  TRN-PREF-DATA REDEFINES TRN-LNAME.
               05  TRN-PREF-CATEGORY   PIC X(08).
               05  TRN-PREF-MAIL       PIC X(01).
                   88  TRN-PREF-MAIL-OK            VALUE 'Y' 'N'.
               05  FILLER              PIC X(06).
           03  TRN-FNAME               PIC X(15).
           03  TRN-ADDRESS             PIC X(25).
           03  TRN-CITY                PIC X(20).
       FD  XREF-FILE.
       01  XREF-REC.
           COPY CUSTXREF.
       FD  PREF-FILE.
       01  PREF-REC.
           COPY CUSTPREF.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC.
           03  WS-XREF-AVAIL-SW        PIC X       VALUE 'N'.
               88  XREF-AVAILABLE                  VALUE 'Y'.
           03  WS-APPLY-CUST-NO        PIC 9(6)    VALUE ZERO.
       01  PREF-DATA.
           03  WS-PRF-STATUS           PIC X(2)    VALUE SPACES.
       01  JOURNAL-DATA.
           03  WS-JRN-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-JRN-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-JRN-TIME             PIC X(8)    VALUE SPACES.
           03  WS-JRN-ACTION           PIC X       VALUE SPACE.
           03  WS-JRN-FILE-ID          PIC X       VALUE 'M'.
           03  WS-JRN-BEFORE           PIC X(100)  VALUE LOW-VALUES.
           03  WS-JRN-AFTER            PIC X(100)  VALUE LOW-VALUES.
      *-----------------------------------------------------------------
           PERFORM 110-OPEN-MASTER.
           PERFORM 120-OPEN-JOURNAL.
           PERFORM 130-OPEN-XREF.
           PERFORM 140-OPEN-PREFS.
           OPEN OUTPUT REGISTER-FILE.
           OPEN INPUT TRANS-FILE.
           IF WS-TRN-STATUS NOT = '00'
           CLOSE TRANS-FILE
                 CUST-MASTER
                 REGISTER-FILE
                 JOURNAL-FILE
                 PREF-FILE.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    140-OPEN-PREFS OPENS THE MAILING PREFERENCE FILE FOR UPDATE,
      *    CREATING AN EMPTY ONE ON FIRST USE THE WAY 110-OPEN-MASTER
      *    DOES.  ANY OTHER FAILURE STOPS THE RUN BEFORE A TRANSACTION
      *    IS TOUCHED.
      *-----------------------------------------------------------------
       140-OPEN-PREFS.
           OPEN I-O PREF-FILE.
           IF WS-PRF-STATUS = '35'
               OPEN OUTPUT PREF-FILE
               CLOSE PREF-FILE
               OPEN I-O PREF-FILE
           END-IF.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'CUST-MAINT: CANNOT OPEN PREFERENCES, STATUS '
                       WS-PRF-STATUS
               CLOSE CUST-MASTER
                     JOURNAL-FILE
               IF XREF-AVAILABLE
                   CLOSE XREF-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    200-APPLY-TRANSACTION EDITS AND APPLIES ONE TRANSACTION.
      *    EVERY TRANSACTION, APPLIED OR REJECTED, GETS ONE REGISTER
      *    LINE SO THE NIGHTLY REGISTER IS A COMPLETE ACCOUNT OF WHAT
       200-APPLY-TRANSACTION.
           INSPECT TRANS-REC
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           MOVE 'M' TO WS-JRN-FILE-ID.
           PERFORM 210-VALIDATE-TRANSACTION.
           IF TRN-VALID
               EVALUATE TRUE
                       PERFORM 230-APPLY-CHANGE
                   WHEN TRN-DELETE
                       PERFORM 240-APPLY-DELETE
                   WHEN TRN-PREFERENCE
                       PERFORM 280-APPLY-PREFERENCE
               END-EVALUATE
           END-IF.
           IF TRN-INVALID
      *    RUN USES (156-VALIDATE-RECORD) TO ADD AND CHANGE DATA, PLUS
      *    ACTION-CODE AND KEY EDITS, SO NOTHING THE LABEL RUN WOULD
      *    THROW TO ITS EXCEPTION REPORT CAN BE KEYED INTO THE MASTER.
      *    DELETES CARRY ONLY THE KEY, SO ONLY THE KEY IS EDITED; A
      *    PREFERENCE CARRIES THE KEY, A CATEGORY AND A Y/N FLAG.
      *-----------------------------------------------------------------
       210-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE SPACES TO REG-REASON.
           EVALUATE TRUE
               WHEN NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE
                       OR TRN-PREFERENCE)
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID ACTION CODE' TO REG-REASON
               WHEN TRN-CUST-NO NOT NUMERIC OR TRN-CUST-NO = ZERO
                   MOVE 'MISSING/INVALID CUSTOMER NO' TO REG-REASON
               WHEN TRN-DELETE
                   CONTINUE
               WHEN TRN-PREFERENCE
                   PERFORM 214-VALIDATE-PREFERENCE
               WHEN TRN-LNAME = SPACES OR TRN-FNAME = SPACES
                       OR TRN-ADDRESS = SPACES OR TRN-CITY = SPACES
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID CANADIAN POSTAL CODE' TO REG-REASON
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    214-VALIDATE-PREFERENCE EDITS A PREFERENCE TRANSACTION: A
      *    CATEGORY STARTING IN ITS FIRST BYTE, THE WAY CAMPAIGN
      *    DEFINITIONS KEY IT (CATEGORY=FUND), AND A MAIL FLAG OF Y
      *    (MAIL THIS CATEGORY) OR N (OPTED OUT OF IT).
      *-----------------------------------------------------------------
       214-VALIDATE-PREFERENCE.
           EVALUATE TRUE
               WHEN TRN-PREF-CATEGORY(1:1) = SPACE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MISSING/INVALID CATEGORY' TO REG-REASON
               WHEN NOT TRN-PREF-MAIL-OK
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PREFERENCE FLAG NOT Y/N' TO REG-REASON
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    215-RESOLVE-CUST-NO RUNS THE TRANSACTION'S CUSTOMER NUMBER
      *    THROUGH THE MERGE CROSS-REFERENCE: A NUMBER RETIRED BY THE
      *    CONSOLIDATION UTILITY RESOLVES TO ITS SURVIVOR, SO NIGHTLY
           MOVE CM-CUST-NO       TO JR-CUST-NO.
           MOVE WS-JRN-BEFORE    TO JR-BEFORE.
           MOVE WS-JRN-AFTER     TO JR-AFTER.
           MOVE WS-JRN-FILE-ID   TO JR-FILE-ID.
           WRITE JOURNAL-REC.
      *-----------------------------------------------------------------
      *    280-APPLY-PREFERENCE RECORDS A CUSTOMER'S CHOICE FOR ONE
      *    CAMPAIGN CATEGORY.  THE CUSTOMER MUST BE ON THE MASTER -- A
      *    NUMBER RETIRED BY THE MERGE UTILITY RESOLVES TO ITS
      *    SURVIVOR FIRST -- SO NO PREFERENCE IS KEYED AGAINST NOBODY.
      *-----------------------------------------------------------------
       280-APPLY-PREFERENCE.
           PERFORM 215-RESOLVE-CUST-NO.
           MOVE WS-APPLY-CUST-NO TO CM-CUST-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUSTOMER NOT ON MASTER' TO REG-REASON
               NOT INVALID KEY
                   PERFORM 285-WRITE-PREFERENCE
           END-READ.
      *-----------------------------------------------------------------
      *    285-WRITE-PREFERENCE ADDS THE CUSTOMER'S RECORD FOR THE
      *    CATEGORY OR REPLACES THE ONE ALREADY ON FILE.  AN OPT-BACK-
      *    IN IS KEPT AS A 'Y' RECORD RATHER THAN DELETED, SO THE
      *    INQUIRY SHOWS WHEN THE CUSTOMER LAST CHANGED THEIR MIND.
      *    THE JOURNAL ENTRY CARRIES THE PREFERENCE RECORD AS ITS
      *    IMAGES, FLAGGED 'P' SO NOTHING READS IT AS A MASTER IMAGE.
      *-----------------------------------------------------------------
       285-WRITE-PREFERENCE.
           MOVE 'P' TO WS-JRN-FILE-ID.
           MOVE WS-APPLY-CUST-NO  TO PF-CUST-NO.
           MOVE TRN-PREF-CATEGORY TO PF-CATEGORY.
           READ PREF-FILE
               INVALID KEY
                   MOVE LOW-VALUES TO WS-JRN-BEFORE
                   PERFORM 287-MOVE-TRANS-TO-PREF
                   WRITE PREF-REC
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'PREFERENCE WRITE FAILED'
                               TO REG-REASON
                       NOT INVALID KEY
                           MOVE PREF-REC   TO WS-JRN-AFTER
                           MOVE 'A'        TO WS-JRN-ACTION
                           PERFORM 270-WRITE-JOURNAL
                   END-WRITE
               NOT INVALID KEY
                   MOVE PREF-REC TO WS-JRN-BEFORE
                   PERFORM 287-MOVE-TRANS-TO-PREF
                   REWRITE PREF-REC
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'PREFERENCE REWRITE FAILED'
                               TO REG-REASON
                       NOT INVALID KEY
                           MOVE PREF-REC   TO WS-JRN-AFTER
                           MOVE 'C'        TO WS-JRN-ACTION
                           PERFORM 270-WRITE-JOURNAL
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       287-MOVE-TRANS-TO-PREF.
           MOVE SPACES            TO PREF-REC.
           MOVE WS-APPLY-CUST-NO  TO PF-CUST-NO.
           MOVE TRN-PREF-CATEGORY TO PF-CATEGORY.
           MOVE TRN-PREF-MAIL     TO PF-MAIL-SW.
           MOVE WS-JRN-DATE       TO PF-CHANGE-DATE.
           MOVE 'CUST-MAINT'      TO PF-CHANGE-PROGRAM.
      *-----------------------------------------------------------------
       250-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-REC.
