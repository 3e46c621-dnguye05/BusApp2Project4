      ******************************************************************
      *PROGRAM : PROJECT 4   Customer Master Image Copy                *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Nightly backup of the indexed customer master, the    *
      *          merge cross-reference and the mailing preference file *
      *          to a dated sequential image copy,                     *
      *          p04-cust-image-YYYYMMDD.dat (layout CUSTIMG),         *
      *          with record counts and hash totals in its trailer.    *
      *          The header records how many change-journal entries   *
      *          the image already reflects, so                        *
      *          NGUYEN-P04-CUST-RECOVER can rebuild the master from   *
      *          it and roll the journal forward from exactly the next *
      *          entry.  The finished image is read back and checked   *
      *          against its own trailer before the run ends; the      *
      *          backup register p04-backup-register.rpt shows the     *
      *          counts and totals.  Run it in the stream ahead of     *
      *          CUST-MAINT, while nothing is updating the master.     *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.  A second run on the same day       *
      *                  replaces that day's image.                   *
      *  10/15/2026  DN  The mailing preference file p04-cust-       *
      *                  prefs.dat is imaged too, as 'P' records     *
      *                  after the cross-reference, counted and      *
      *                  hash-totalled in the trailer and on the     *
      *                  register like the master and cross-         *
      *                  reference.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-CUST-BACKUP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO 'p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS CM-CUST-NO
                             FILE STATUS IS WS-MST-STATUS.
           SELECT XREF-FILE  ASSIGN TO 'p04-custxref.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS XR-OLD-CUST-NO
                             FILE STATUS IS WS-XRF-STATUS.
           SELECT PREF-FILE  ASSIGN TO 'p04-cust-prefs.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS PF-KEY
                             FILE STATUS IS WS-PRF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'p04-cust-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JRN-STATUS.
           SELECT IMAGE-FILE ASSIGN USING WS-IMAGE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-IMG-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'p04-backup-register.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER.
       01  MASTER-REC.
           COPY CUSTMAST.
       FD  XREF-FILE.
       01  XREF-REC.
           COPY CUSTXREF.
       FD  PREF-FILE.
       01  PREF-REC.
           COPY CUSTPREF.
       FD  JOURNAL-FILE
           LABEL RECORD ARE OMITTED.
       01  JOURNAL-REC.
           COPY JRNLREC.
       FD  IMAGE-FILE
           LABEL RECORD ARE OMITTED.
       01  IMAGE-REC.
           COPY CUSTIMG.
       FD  REGISTER-FILE
           LABEL RECORD ARE OMITTED.
       01  REGISTER-REC                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC.
           03  WS-MST-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-XRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-PRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-JRN-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-IMG-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-IMAGE-NAME           PIC X(40)   VALUE SPACES.
           03  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-RUN-TIME             PIC X(8)    VALUE SPACES.
           03  WS-JRN-COUNT            PIC 9(9)    VALUE ZERO.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
               05  WS-XREF-AVAIL-SW    PIC X       VALUE 'N'.
                   88  XREF-AVAILABLE              VALUE 'Y'.
               05  WS-PRF-AVAIL-SW     PIC X       VALUE 'N'.
                   88  PREFS-AVAILABLE             VALUE 'Y'.
               05  WS-BALANCE-SW       PIC X       VALUE 'Y'.
                   88  IMAGE-BALANCED              VALUE 'Y'.
      *    TOTALS AS WRITTEN, AND AS READ BACK FROM THE FINISHED IMAGE.
       01  CONTROL-TOTALS.
           03  WS-MST-COUNT            PIC 9(9)    VALUE ZERO.
           03  WS-MST-HASH             PIC 9(15)   VALUE ZERO.
           03  WS-XRF-COUNT            PIC 9(9)    VALUE ZERO.
           03  WS-XRF-HASH             PIC 9(15)   VALUE ZERO.
           03  WS-PRF-COUNT            PIC 9(9)    VALUE ZERO.
           03  WS-PRF-HASH             PIC 9(15)   VALUE ZERO.
           03  WS-CHK-MST-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-CHK-MST-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-CHK-XRF-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-CHK-XRF-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-CHK-PRF-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-CHK-PRF-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-CHK-TRAILER-CTR      PIC 9(3)    VALUE ZERO.
       01  REGISTER-DATA.
           03  REG-LABEL               PIC X(24)   VALUE SPACES.
           03  REG-COUNT               PIC 9(9)    VALUE ZERO.
           03  REG-HASH                PIC 9(15)   VALUE ZERO.
      *    A CUSTOMER-NUMBER IMAGE TAKEN STRAIGHT FROM THE 'X' RECORD.
       01  XREF-IMAGE.
           COPY CUSTXREF REPLACING LEADING ==XR-== BY ==XI-==.
      *    AND ONE TAKEN STRAIGHT FROM THE 'P' RECORD.
       01  PREF-IMAGE.
           COPY CUSTPREF REPLACING LEADING ==PF-== BY ==PI-==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING 'p04-cust-image-'    DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  '.dat'               DELIMITED BY SIZE
                  INTO WS-IMAGE-NAME
           END-STRING.
           OPEN INPUT CUST-MASTER.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'CUST-BACKUP: CANNOT OPEN MASTER, STATUS '
                       WS-MST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT XREF-FILE.
           EVALUATE WS-XRF-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-XREF-AVAIL-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUST-BACKUP: CANNOT OPEN XREF, STATUS '
                           WS-XRF-STATUS
                   CLOSE CUST-MASTER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT PREF-FILE.
           EVALUATE WS-PRF-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PRF-AVAIL-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUST-BACKUP: CANNOT OPEN PREFERENCES, '
                           'STATUS ' WS-PRF-STATUS
                   CLOSE CUST-MASTER
                   IF XREF-AVAILABLE
                       CLOSE XREF-FILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-COUNT-JOURNAL.
           OPEN OUTPUT IMAGE-FILE.
           IF WS-IMG-STATUS NOT = '00'
               DISPLAY 'CUST-BACKUP: CANNOT OPEN IMAGE ' WS-IMAGE-NAME
                       ' STATUS ' WS-IMG-STATUS
               CLOSE CUST-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-WRITE-IMAGE.
           CLOSE IMAGE-FILE
                 CUST-MASTER.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.
           IF PREFS-AVAILABLE
               CLOSE PREF-FILE
           END-IF.
           PERFORM 300-VERIFY-IMAGE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 500-WRITE-REGISTER.
           CLOSE REGISTER-FILE.
           DISPLAY SPACES.
           DISPLAY 'IMAGE COPY       : ', WS-IMAGE-NAME.
           DISPLAY 'MASTER RECORDS   : ', WS-MST-COUNT.
           DISPLAY 'MASTER HASH      : ', WS-MST-HASH.
           DISPLAY 'XREF RECORDS     : ', WS-XRF-COUNT.
           DISPLAY 'XREF HASH        : ', WS-XRF-HASH.
           DISPLAY 'PREF RECORDS     : ', WS-PRF-COUNT.
           DISPLAY 'PREF HASH        : ', WS-PRF-HASH.
           DISPLAY 'JOURNAL POSITION : ', WS-JRN-COUNT.
           IF IMAGE-BALANCED
               DISPLAY 'IMAGE VERIFIED AGAINST ITS TRAILER'
           ELSE
               DISPLAY 'CUST-BACKUP: IMAGE DOES NOT BALANCE - '
                       'DO NOT RELY ON IT'
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    110-COUNT-JOURNAL COUNTS THE CHANGE-JOURNAL RECORDS WRITTEN
      *    SO FAR.  EVERY ONE OF THEM IS ALREADY IN THE MASTER BEING
      *    COPIED, SO RECOVERY FROM THIS IMAGE SKIPS THAT MANY.  NO
      *    JOURNAL YET MEANS A POSITION OF ZERO.
      *-----------------------------------------------------------------
       110-COUNT-JOURNAL.
           MOVE ZERO TO WS-JRN-COUNT.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-JRN-COUNT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    200-WRITE-IMAGE COPIES THE MASTER, THEN THE XREF, THEN THE
      *    MAILING PREFERENCES, IN KEY ORDER BETWEEN A HEADER AND A
      *    TRAILER, TOTALLING AS IT GOES.
      *-----------------------------------------------------------------
       200-WRITE-IMAGE.
           MOVE SPACES        TO IMAGE-REC.
           MOVE 'H'           TO IM-REC-TYPE.
           MOVE WS-RUN-DATE   TO IM-IMAGE-DATE.
           MOVE WS-RUN-TIME(1:6) TO IM-IMAGE-TIME.
           MOVE WS-JRN-COUNT  TO IM-JRN-COUNT.
           WRITE IMAGE-REC.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES     TO IMAGE-REC
                       MOVE 'M'        TO IM-REC-TYPE
                       MOVE MASTER-REC TO IM-DATA
                       WRITE IMAGE-REC
                       ADD 1 TO WS-MST-COUNT
                       ADD CM-CUST-NO TO WS-MST-HASH
               END-READ
           END-PERFORM.
           IF XREF-AVAILABLE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ XREF-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES   TO IMAGE-REC
                           MOVE 'X'      TO IM-REC-TYPE
                           MOVE XREF-REC TO IM-DATA
                           WRITE IMAGE-REC
                           ADD 1 TO WS-XRF-COUNT
                           ADD XR-OLD-CUST-NO TO WS-XRF-HASH
                   END-READ
               END-PERFORM
           END-IF.
           IF PREFS-AVAILABLE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ PREF-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES   TO IMAGE-REC
                           MOVE 'P'      TO IM-REC-TYPE
                           MOVE PREF-REC TO IM-DATA
                           WRITE IMAGE-REC
                           ADD 1 TO WS-PRF-COUNT
                           ADD PF-CUST-NO TO WS-PRF-HASH
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES        TO IMAGE-REC.
           MOVE 'T'           TO IM-REC-TYPE.
           MOVE WS-MST-COUNT  TO IM-MST-COUNT.
           MOVE WS-MST-HASH   TO IM-MST-HASH.
           MOVE WS-XRF-COUNT  TO IM-XRF-COUNT.
           MOVE WS-XRF-HASH   TO IM-XRF-HASH.
           MOVE WS-PRF-COUNT  TO IM-PRF-COUNT.
           MOVE WS-PRF-HASH   TO IM-PRF-HASH.
           WRITE IMAGE-REC.
      *-----------------------------------------------------------------
      *    300-VERIFY-IMAGE READS THE CLOSED IMAGE BACK FROM THE TOP
      *    AND RETOTALS IT.  IT BALANCES ONLY IF THE RETOTALS, THE
      *    TOTALS WRITTEN AND THE ONE TRAILER ALL AGREE.
      *-----------------------------------------------------------------
       300-VERIFY-IMAGE.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMG-STATUS NOT = '00'
               MOVE 'N' TO WS-BALANCE-SW
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ IMAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 310-CHECK-IMAGE-REC
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
               IF WS-CHK-TRAILER-CTR NOT = 1
                       OR WS-CHK-MST-COUNT NOT = WS-MST-COUNT
                       OR WS-CHK-MST-HASH  NOT = WS-MST-HASH
                       OR WS-CHK-XRF-COUNT NOT = WS-XRF-COUNT
                       OR WS-CHK-XRF-HASH  NOT = WS-XRF-HASH
                       OR WS-CHK-PRF-COUNT NOT = WS-PRF-COUNT
                       OR WS-CHK-PRF-HASH  NOT = WS-PRF-HASH
                   MOVE 'N' TO WS-BALANCE-SW
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       310-CHECK-IMAGE-REC.
           EVALUATE TRUE
               WHEN IM-MASTER
                   MOVE IM-DATA TO MASTER-REC
                   ADD 1 TO WS-CHK-MST-COUNT
                   ADD CM-CUST-NO TO WS-CHK-MST-HASH
               WHEN IM-XREF
                   MOVE IM-DATA TO XREF-IMAGE
                   ADD 1 TO WS-CHK-XRF-COUNT
                   ADD XI-OLD-CUST-NO TO WS-CHK-XRF-HASH
               WHEN IM-PREF
                   MOVE IM-DATA TO PREF-IMAGE
                   ADD 1 TO WS-CHK-PRF-COUNT
                   ADD PI-CUST-NO TO WS-CHK-PRF-HASH
               WHEN IM-TRAILER
                   ADD 1 TO WS-CHK-TRAILER-CTR
                   IF IM-MST-COUNT NOT = WS-MST-COUNT
                           OR IM-MST-HASH  NOT = WS-MST-HASH
                           OR IM-XRF-COUNT NOT = WS-XRF-COUNT
                           OR IM-XRF-HASH  NOT = WS-XRF-HASH
                           OR IM-PRF-COUNT NOT = WS-PRF-COUNT
                           OR IM-PRF-HASH  NOT = WS-PRF-HASH
                       MOVE 'N' TO WS-BALANCE-SW
                   END-IF
               WHEN IM-HEADER
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-BALANCE-SW
           END-EVALUATE.
      *-----------------------------------------------------------------
       500-WRITE-REGISTER.
           MOVE SPACES TO REGISTER-REC.
           STRING 'MASTER IMAGE COPY '  DELIMITED BY SIZE
                  WS-IMAGE-NAME         DELIMITED BY SPACE
                  '  TAKEN '            DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-RUN-TIME(1:6)      DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE 'MASTER RECORDS/HASH'   TO REG-LABEL.
           MOVE WS-MST-COUNT            TO REG-COUNT.
           MOVE WS-MST-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'XREF RECORDS/HASH'     TO REG-LABEL.
           MOVE WS-XRF-COUNT            TO REG-COUNT.
           MOVE WS-XRF-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'PREF RECORDS/HASH'     TO REG-LABEL.
           MOVE WS-PRF-COUNT            TO REG-COUNT.
           MOVE WS-PRF-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'READ BACK MASTER'      TO REG-LABEL.
           MOVE WS-CHK-MST-COUNT        TO REG-COUNT.
           MOVE WS-CHK-MST-HASH         TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'READ BACK XREF'        TO REG-LABEL.
           MOVE WS-CHK-XRF-COUNT        TO REG-COUNT.
           MOVE WS-CHK-XRF-HASH         TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'READ BACK PREFS'       TO REG-LABEL.
           MOVE WS-CHK-PRF-COUNT        TO REG-COUNT.
           MOVE WS-CHK-PRF-HASH         TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING 'JOURNAL RECORDS IN IMAGE: ' DELIMITED BY SIZE
                  WS-JRN-COUNT                 DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           IF IMAGE-BALANCED
               MOVE 'IMAGE BALANCED TO ITS TRAILER' TO REGISTER-REC
           ELSE
               MOVE 'IMAGE OUT OF BALANCE - NOT USABLE FOR RECOVERY'
                   TO REGISTER-REC
           END-IF.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       510-WRITE-TOTAL-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING REG-LABEL    DELIMITED BY SIZE
                  ' COUNT '    DELIMITED BY SIZE
                  REG-COUNT    DELIMITED BY SIZE
                  '  HASH '    DELIMITED BY SIZE
                  REG-HASH     DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-CUST-BACKUP.
