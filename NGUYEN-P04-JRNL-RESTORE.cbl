      *                  would silently redirect the resurrected     *
      *                  customer's future transactions and nixie    *
      *                  scans to the old merge survivor.            *
      *  10/15/2026  DN  Backing out a retention purge also removes  *
      *                  the customer's record from the customer     *
      *                  archive, so the restored customer is not    *
      *                  reported as archived by CUST-INQ.           *
      *  10/15/2026  DN  Each entry backed out is itself journaled    *
      *                  (program JRNL-RESTORE) so a forward recovery *
      *                  from a master image replays the backout too. *
      *                  The entries are staged in a work file and    *
      *                  appended once the journal is no longer being *
      *                  read; a later run skips them, so a day is    *
      *                  never backed out twice.                     *
      *  10/15/2026  DN  Journal entries flagged as mailing          *
      *                  preference changes (JR-FILE-ID 'P') are     *
      *                  backed out against p04-cust-prefs.dat with  *
      *                  the same after-image check as master        *
      *                  entries, and their backouts are journaled   *
      *                  flagged 'P' as well.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-JRNL-RESTORE.
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS XR-OLD-CUST-NO
                             FILE STATUS IS WS-XRF-STATUS.
           SELECT BACKOUT-WORK ASSIGN TO 'p04-rstjwk.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-BKW-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'p04-cust-archive.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS AR-CUST-NO
                             FILE STATUS IS WS-ARC-STATUS.
           SELECT PREF-FILE  ASSIGN TO 'p04-cust-prefs.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS PF-KEY
                             FILE STATUS IS WS-PRF-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-REC.
           COPY CUSTXREF.
      *    THE COMPENSATING JOURNAL ENTRIES, HELD UNTIL THE END OF THE
      *    RUN -- THE JOURNAL ITSELF IS OPEN FOR INPUT THROUGHOUT.
       FD  BACKOUT-WORK
           LABEL RECORD ARE OMITTED.
       01  BACKOUT-REC.
           COPY JRNLREC REPLACING LEADING ==JR-== BY ==BJ-==.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY CUSTARCH.
       FD  PREF-FILE.
       01  PREF-REC.
           COPY CUSTPREF.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  RUN-PARMS.
           03  WS-XRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-XREF-AVAIL-SW        PIC X       VALUE 'N'.
               88  XREF-AVAILABLE                  VALUE 'Y'.
           03  WS-ARC-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-ARC-AVAIL-SW         PIC X       VALUE 'N'.
               88  ARCHIVE-AVAILABLE               VALUE 'Y'.
           03  WS-PRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-PRF-AVAIL-SW         PIC X       VALUE 'N'.
               88  PREFS-AVAILABLE                 VALUE 'Y'.
           03  WS-BKW-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-RUN-TIME             PIC X(8)    VALUE SPACES.
           03  WS-DAY-ENTRIES          PIC 9(9)    VALUE ZERO.
           03  WS-UNDO-I               PIC S9(9)   VALUE ZERO.
           03  WS-MATCH-CTR            PIC 9(9)    VALUE ZERO.
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 110-OPEN-XREF.
           PERFORM 120-OPEN-ARCHIVE.
           PERFORM 130-OPEN-PREFS.
           PERFORM 200-COUNT-DAY-ENTRIES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT BACKOUT-WORK.
           IF WS-DAY-ENTRIES = ZERO
               DISPLAY 'JRNL-RESTORE: NO JOURNAL ENTRIES FOR '
                       WS-UNDO-DATE
                   VARYING WS-UNDO-I FROM WS-DAY-ENTRIES BY -1
                   UNTIL WS-UNDO-I < 1
           END-IF.
           CLOSE BACKOUT-WORK.
           PERFORM 600-POST-BACKOUTS.
           PERFORM 500-WRITE-REGISTER-TOTALS.
           CLOSE CUST-MASTER
                 REGISTER-FILE.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.
           IF ARCHIVE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF.
           IF PREFS-AVAILABLE
               CLOSE PREF-FILE
           END-IF.
           DISPLAY SPACES.
           DISPLAY 'JOURNAL ENTRIES: ', WS-DAY-ENTRIES.
           DISPLAY 'BACKED OUT     : ', WS-UNDONE-CTR.
           DISPLAY 'CONFLICTS      : ', WS-CONFLICT-CTR.
           IF WS-CONFLICT-CTR > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    120-OPEN-ARCHIVE OPENS THE CUSTOMER ARCHIVE THE RETENTION
      *    PROGRAM WRITES.  LIKE THE XREF IT MAY NOT EXIST YET.
      *-----------------------------------------------------------------
       120-OPEN-ARCHIVE.
           OPEN I-O ARCHIVE-FILE.
           EVALUATE WS-ARC-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ARC-AVAIL-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'JRNL-RESTORE: CANNOT OPEN ARCHIVE, STATUS '
                           WS-ARC-STATUS
                   CLOSE CUST-MASTER
                         REGISTER-FILE
                   IF XREF-AVAILABLE
                       CLOSE XREF-FILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    130-OPEN-PREFS OPENS THE MAILING PREFERENCE FILE THE
      *    MAINTENANCE PROGRAM KEEPS.  IT MAY NOT EXIST YET EITHER; A
      *    PREFERENCE ENTRY FOUND WITHOUT IT IS REGISTERED A CONFLICT.
      *-----------------------------------------------------------------
       130-OPEN-PREFS.
           OPEN I-O PREF-FILE.
           EVALUATE WS-PRF-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PRF-AVAIL-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'JRNL-RESTORE: CANNOT OPEN PREFERENCES, '
                           'STATUS ' WS-PRF-STATUS
                   CLOSE CUST-MASTER
                         REGISTER-FILE
                   IF XREF-AVAILABLE
                       CLOSE XREF-FILE
                   END-IF
                   IF ARCHIVE-AVAILABLE
                       CLOSE ARCHIVE-FILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    200-COUNT-DAY-ENTRIES MAKES THE FIRST PASS OVER THE JOURNAL
      *    JUST TO COUNT THE NAMED DAY'S ENTRIES, SO THE UNDO LOOP
      *    KNOWS WHERE THE END OF THE DAY IS WITHOUT HOLDING ANY OF IT
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF JR-DATE = WS-UNDO-DATE
                               AND JR-PROGRAM NOT = 'JRNL-RESTORE'
                           ADD 1 TO WS-DAY-ENTRIES
                       END-IF
               END-READ
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF JR-DATE = WS-UNDO-DATE
                               AND JR-PROGRAM NOT = 'JRNL-RESTORE'
                           ADD 1 TO WS-MATCH-CTR
                           IF WS-MATCH-CTR = WS-UNDO-I
                               MOVE 'Y' TO WS-ENTRY-FOUND-SW
      *    LEFT IT.  A MISMATCH MEANS SOMETHING ELSE TOUCHED THE
      *    RECORD SINCE THAT DAY; OVERWRITING IT ANYWAY WOULD TRADE
      *    ONE BAD UPDATE FOR ANOTHER, SO THE ENTRY IS REGISTERED AS A
      *    CONFLICT FOR MANUAL RESEARCH INSTEAD.  A MAILING PREFERENCE
      *    ENTRY IS UNDONE THE SAME WAY AGAINST THE PREFERENCE FILE.
      *-----------------------------------------------------------------
       310-APPLY-UNDO.
           EVALUATE TRUE
               WHEN JR-PREF-ENTRY
                   PERFORM 360-UNDO-PREFERENCE
               WHEN JR-ADD
                   PERFORM 320-UNDO-ADD
               WHEN JR-REWRITE
                               MOVE 'BACKED OUT' TO REG-DISPOSITION
                               MOVE 'ADD REMOVED' TO REG-REASON
                               ADD 1 TO WS-UNDONE-CTR
                               PERFORM 350-STAGE-BACKOUT
                       END-DELETE
                   ELSE
                       MOVE 'CONFLICT' TO REG-DISPOSITION
                               MOVE 'BEFORE IMAGE RESTORED'
                                   TO REG-REASON
                               ADD 1 TO WS-UNDONE-CTR
                               PERFORM 350-STAGE-BACKOUT
                       END-REWRITE
                   ELSE
                       MOVE 'CONFLICT' TO REG-DISPOSITION
                   MOVE 'BACKED OUT' TO REG-DISPOSITION
                   MOVE 'DELETED RECORD REWRITTEN' TO REG-REASON
                   ADD 1 TO WS-UNDONE-CTR
                   PERFORM 350-STAGE-BACKOUT
                   PERFORM 345-CLEAR-XREF
                   PERFORM 347-CLEAR-ARCHIVE
           END-WRITE.
      *-----------------------------------------------------------------
      *    345-CLEAR-XREF RETIRES ANY CROSS-REFERENCE RECORD STANDING
                           TO REG-REASON
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *    347-CLEAR-ARCHIVE DROPS THE ARCHIVE RECORD WHEN THE DELETE
      *    BACKED OUT WAS A RETENTION PURGE -- THE CUSTOMER IS ON THE
      *    MASTER AGAIN AND IS NO LONGER ARCHIVED.
      *-----------------------------------------------------------------
       347-CLEAR-ARCHIVE.
           IF ARCHIVE-AVAILABLE AND JR-PROGRAM = 'CUST-ARCHIVE'
               MOVE JR-CUST-NO TO AR-CUST-NO
               DELETE ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'PURGED RECORD REWRITTEN, ARCHIVE CLEARED'
                           TO REG-REASON
               END-DELETE
           END-IF.
      *-----------------------------------------------------------------
      *    350-STAGE-BACKOUT RECORDS THE MASTER UPDATE A BACKOUT JUST
      *    MADE, AS AN ORDINARY JOURNAL ENTRY: AN ADD BACKED OUT IS A
      *    DELETE, A REWRITE BACKED OUT IS A REWRITE BACK TO THE
      *    BEFORE IMAGE, AND A DELETE BACKED OUT IS AN ADD.
      *-----------------------------------------------------------------
       350-STAGE-BACKOUT.
           MOVE SPACES            TO BACKOUT-REC.
           MOVE WS-RUN-DATE       TO BJ-DATE.
           MOVE WS-RUN-TIME(1:6)  TO BJ-TIME.
           MOVE 'JRNL-RESTORE'    TO BJ-PROGRAM.
           MOVE JR-CUST-NO        TO BJ-CUST-NO.
           MOVE JR-FILE-ID        TO BJ-FILE-ID.
           EVALUATE TRUE
               WHEN JR-ADD
                   MOVE 'D'        TO BJ-ACTION
                   MOVE JR-AFTER   TO BJ-BEFORE
                   MOVE LOW-VALUES TO BJ-AFTER
               WHEN JR-REWRITE
                   MOVE 'C'        TO BJ-ACTION
                   MOVE JR-AFTER   TO BJ-BEFORE
                   MOVE JR-BEFORE  TO BJ-AFTER
               WHEN JR-DELETE
                   MOVE 'A'        TO BJ-ACTION
                   MOVE LOW-VALUES TO BJ-BEFORE
                   MOVE JR-BEFORE  TO BJ-AFTER
           END-EVALUATE.
           WRITE BACKOUT-REC.
      *-----------------------------------------------------------------
      *    360-UNDO-PREFERENCE BACKS OUT ONE MAILING PREFERENCE ENTRY.
      *    THE JOURNAL IMAGES ARE PREFERENCE RECORDS, SO THE KEY COMES
      *    FROM WHICHEVER IMAGE EXISTS, AND THE CURRENT RECORD MUST
      *    STILL MATCH THE AFTER IMAGE EXACTLY AS A MASTER RECORD MUST.
      *-----------------------------------------------------------------
       360-UNDO-PREFERENCE.
           IF NOT PREFS-AVAILABLE
               MOVE 'CONFLICT' TO REG-DISPOSITION
               MOVE 'PREFERENCE FILE NOT AVAILABLE' TO REG-REASON
               ADD 1 TO WS-CONFLICT-CTR
           ELSE
               EVALUATE TRUE
                   WHEN JR-ADD
                       PERFORM 362-UNDO-PREF-ADD
                   WHEN JR-REWRITE
                       PERFORM 364-UNDO-PREF-REWRITE
                   WHEN JR-DELETE
                       PERFORM 366-UNDO-PREF-DELETE
                   WHEN OTHER
                       MOVE 'CONFLICT' TO REG-DISPOSITION
                       MOVE 'UNRECOGNIZED JOURNAL ACTION'
                           TO REG-REASON
                       ADD 1 TO WS-CONFLICT-CTR
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       362-UNDO-PREF-ADD.
           MOVE JR-AFTER TO PREF-REC.
           READ PREF-FILE
               INVALID KEY
                   MOVE 'CONFLICT' TO REG-DISPOSITION
                   MOVE 'ADDED PREFERENCE NO LONGER ON FILE'
                       TO REG-REASON
                   ADD 1 TO WS-CONFLICT-CTR
               NOT INVALID KEY
                   MOVE PREF-REC TO WS-CUR-IMAGE
                   IF WS-CUR-IMAGE = JR-AFTER
                       DELETE PREF-FILE
                           INVALID KEY
                               MOVE 'CONFLICT' TO REG-DISPOSITION
                               MOVE 'PREFERENCE DELETE FAILED'
                                   TO REG-REASON
                               ADD 1 TO WS-CONFLICT-CTR
                           NOT INVALID KEY
                               MOVE 'BACKED OUT' TO REG-DISPOSITION
                               MOVE 'PREFERENCE ADD REMOVED'
                                   TO REG-REASON
                               ADD 1 TO WS-UNDONE-CTR
                               PERFORM 350-STAGE-BACKOUT
                       END-DELETE
                   ELSE
                       MOVE 'CONFLICT' TO REG-DISPOSITION
                       MOVE 'PREFERENCE CHANGED SINCE JOURNALED'
                           TO REG-REASON
                       ADD 1 TO WS-CONFLICT-CTR
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       364-UNDO-PREF-REWRITE.
           MOVE JR-AFTER TO PREF-REC.
           READ PREF-FILE
               INVALID KEY
                   MOVE 'CONFLICT' TO REG-DISPOSITION
                   MOVE 'CHANGED PREFERENCE NO LONGER ON FILE'
                       TO REG-REASON
                   ADD 1 TO WS-CONFLICT-CTR
               NOT INVALID KEY
                   MOVE PREF-REC TO WS-CUR-IMAGE
                   IF WS-CUR-IMAGE = JR-AFTER
                       MOVE JR-BEFORE TO PREF-REC
                       REWRITE PREF-REC
                           INVALID KEY
                               MOVE 'CONFLICT' TO REG-DISPOSITION
                               MOVE 'PREFERENCE REWRITE FAILED'
                                   TO REG-REASON
                               ADD 1 TO WS-CONFLICT-CTR
                           NOT INVALID KEY
                               MOVE 'BACKED OUT' TO REG-DISPOSITION
                               MOVE 'PREFERENCE BEFORE IMAGE RESTORED'
                                   TO REG-REASON
                               ADD 1 TO WS-UNDONE-CTR
                               PERFORM 350-STAGE-BACKOUT
                       END-REWRITE
                   ELSE
                       MOVE 'CONFLICT' TO REG-DISPOSITION
                       MOVE 'PREFERENCE CHANGED SINCE JOURNALED'
                           TO REG-REASON
                       ADD 1 TO WS-CONFLICT-CTR
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       366-UNDO-PREF-DELETE.
           MOVE JR-BEFORE TO PREF-REC.
           WRITE PREF-REC
               INVALID KEY
                   MOVE 'CONFLICT' TO REG-DISPOSITION
                   MOVE 'PREFERENCE REKEYED SINCE THE DELETE'
                       TO REG-REASON
                   ADD 1 TO WS-CONFLICT-CTR
               NOT INVALID KEY
                   MOVE 'BACKED OUT' TO REG-DISPOSITION
                   MOVE 'DELETED PREFERENCE REWRITTEN' TO REG-REASON
                   ADD 1 TO WS-UNDONE-CTR
                   PERFORM 350-STAGE-BACKOUT
           END-WRITE.
      *-----------------------------------------------------------------
       400-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-REC.
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
      *    600-POST-BACKOUTS APPENDS THE STAGED ENTRIES TO THE CHANGE
      *    JOURNAL.  THE MASTER IS ALREADY UPDATED, SO A JOURNAL THAT
      *    WILL NOT OPEN IS REPORTED LOUDLY -- THE WORK FILE IS LEFT IN
      *    PLACE TO BE APPENDED BY HAND BEFORE ANY FORWARD RECOVERY.
      *-----------------------------------------------------------------
       600-POST-BACKOUTS.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JRNL-RESTORE: CANNOT APPEND BACKOUTS TO '
                       'JOURNAL, STATUS ' WS-JRN-STATUS
               DISPLAY 'JRNL-RESTORE: APPEND p04-rstjwk.tmp TO THE '
                       'JOURNAL BEFORE ANY FORWARD RECOVERY'
               MOVE 'BACKOUTS NOT JOURNALED - SEE p04-rstjwk.tmp'
                   TO REGISTER-REC
               WRITE REGISTER-REC
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT BACKOUT-WORK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ BACKOUT-WORK
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE BACKOUT-REC TO JOURNAL-REC
                           WRITE JOURNAL-REC
                   END-READ
               END-PERFORM
               CLOSE BACKOUT-WORK
                     JOURNAL-FILE
           END-IF.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-JRNL-RESTORE.
