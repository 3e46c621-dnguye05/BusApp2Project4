      ******************************************************************
      *PROGRAM : PROJECT 4   Customer Archive and Purge                *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Periodic retention pass over the customer master.     *
      *          Two kinds of record are past retention: one flagged   *
      *          undeliverable (CM-DELIV-FLAG = 'U') more than         *
      *          UMONTHS= months ago, and a deliverable customer with  *
      *          no mailing on the contact history and no master       *
      *          change in MONTHS= months.  A candidate whose number   *
      *          or name is on the do-not-mail suppression file is     *
      *          never purged -- the opt-out must keep a customer to   *
      *          stand against.  MODE=REVIEW (the default) only lists  *
      *          the candidates on the archive register; MODE=APPLY    *
      *          deletes each one from the master, journals the        *
      *          delete (JRNLREC) so NGUYEN-P04-JRNL-RESTORE can back  *
      *          it out, and writes the record with the reason and     *
      *          date to the customer archive p04-cust-archive.dat,    *
      *          where NGUYEN-P04-CUST-INQ can still find it.          *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.  The master carries no dates, so    *
      *                  the date a 'U' flag was set and the date of  *
      *                  the last master change are taken from the    *
      *                  change journal, and the last mailing from    *
      *                  the contact history.  Where the answer would *
      *                  lie before the journal or history begins, a  *
      *                  record is only purged if that start date is  *
      *                  itself past retention.                       *
      *  10/15/2026  DN  A piece the vendor reconciliation marked     *
      *                  spoiled or unconfirmed does not count as the *
      *                  customer's last mailing.                     *
      *  10/15/2026  DN  Mailing preference entries on the change    *
      *                  journal carry no master image and are       *
      *                  passed over when the journal is scanned for *
      *                  flag and change dates.                      *
      *  10/15/2026  DN  The archive record is now written before    *
      *                  the master delete and its status checked; a *
      *                  customer whose archive write fails is left  *
      *                  on the master and registered FAILED, and    *
      *                  one whose delete then fails has the archive *
      *                  record taken back, so no journaled purge is *
      *                  ever left without its archive record.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-CUST-ARCHIVE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO 'p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS CM-CUST-NO
                             FILE STATUS IS WS-MST-STATUS.
           SELECT CONTACT-HIST ASSIGN TO 'p04-contact-hist.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS CH-KEY
                             FILE STATUS IS WS-CH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'p04-cust-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JRN-STATUS.
           SELECT JRNL-WORK  ASSIGN TO 'p04-archjwk.tmp'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS JW-CUST-NO
                             FILE STATUS IS WS-JWK-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO 'p04-suppress.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SUP-FILE-STATUS.
           SELECT SUPPRESS-WORK ASSIGN TO 'p04-archspwk.tmp'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS SPW-KEY
                             FILE STATUS IS WS-SPW-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'p04-cust-archive.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS AR-CUST-NO
                             FILE STATUS IS WS-ARC-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'p04-archive-register.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER.
       01  MASTER-REC.
           COPY CUSTMAST.
       FD  CONTACT-HIST.
       01  CONTACT-REC.
           COPY CONTHIST.
       FD  JOURNAL-FILE
           LABEL RECORD ARE OMITTED.
       01  JOURNAL-REC.
           COPY JRNLREC.
      *    ONE ENTRY PER CUSTOMER THE JOURNAL MENTIONS: THE LATEST DATE
      *    THE 'U' FLAG WAS TURNED ON, AND THE LATEST ADD OR CHANGE
      *    KEYED AGAINST THE RECORD (NIXIE'S FLAG REWRITES ARE NOT
      *    CUSTOMER ACTIVITY AND ARE NOT COUNTED AS CHANGES).
       FD  JRNL-WORK.
       01  JRNL-WORK-REC.
           03  JW-CUST-NO               PIC 9(06).
           03  JW-FLAG-DATE             PIC 9(08).
           03  JW-CHANGE-DATE           PIC 9(08).
       FD  SUPPRESS-FILE
           LABEL RECORD ARE OMITTED.
       01  SUPPRESS-REC.
           03  SUP-CUST-NO              PIC 9(06).
           03  SUP-LNAME                PIC X(15).
           03  SUP-FNAME                PIC X(15).
           03  SUP-ZIP5                 PIC 9(05).
           03  SUP-REASON               PIC X(20).
      *    SAME KEYED LAYOUT THE LABEL RUN BUILDS FROM THE SUPPRESSION
      *    FILE: A 'C' KEY ON THE CUSTOMER NUMBER, OR AN 'N' KEY ON
      *    LAST NAME + FIRST NAME + ZIP5 FOR AN ENTRY WITHOUT ONE.
       FD  SUPPRESS-WORK.
       01  SUPPRESS-WORK-REC.
           03  SPW-KEY.
               05  SPW-KEY-TYPE         PIC X(01).
               05  SPW-KEY-BODY         PIC X(35).
           03  FILLER REDEFINES SPW-KEY.
               05  FILLER               PIC X(01).
               05  SPW-KEY-CUST-NO      PIC 9(06).
               05  FILLER               PIC X(29).
           03  FILLER REDEFINES SPW-KEY.
               05  FILLER               PIC X(01).
               05  SPW-KEY-LNAME        PIC X(15).
               05  SPW-KEY-FNAME        PIC X(15).
               05  SPW-KEY-ZIP5         PIC 9(05).
           03  SPW-REASON               PIC X(20).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY CUSTARCH.
       FD  REGISTER-FILE
           LABEL RECORD ARE OMITTED.
       01  REGISTER-REC                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  RUN-PARMS.
           03  WS-RUN-PARM-LINE        PIC X(160)  VALUE SPACES.
           03  WS-PARM-TOKEN OCCURS 10 TIMES       PIC X(24)
                                                    VALUE SPACES.
           03  WS-PARM-IDX             PIC 9(2)    VALUE ZERO.
           03  WS-PARM-KEY             PIC X(16)   VALUE SPACES.
           03  WS-PARM-VAL             PIC X(24)   VALUE SPACES.
           03  WS-PARM-MONTHS          PIC 9(3)    VALUE ZERO.
           03  WS-INACT-MONTHS         PIC 9(3)    VALUE ZERO.
           03  WS-UNDLV-MONTHS         PIC 9(3)    VALUE ZERO.
           03  WS-MODE-SW              PIC X       VALUE 'R'.
               88  REVIEW-MODE                     VALUE 'R'.
               88  APPLY-MODE                      VALUE 'A'.
      *    THE JOURNAL AFTER AND BEFORE IMAGES, SEEN AS MASTER RECORDS.
       01  JA-REC.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==JA-==.
       01  JB-REC.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==JB-==.
       01  MISC.
           03  WS-MST-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-CH-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-JWK-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-SUP-FILE-STATUS      PIC X(2)    VALUE SPACES.
           03  WS-SPW-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-ARC-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-SCANNED-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-UNDLV-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-INACT-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-KEPT-CTR             PIC 9(6)    VALUE ZERO.
           03  WS-ARCHIVED-CTR         PIC 9(6)    VALUE ZERO.
           03  WS-FAILED-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
               05  WS-MST-EOF-FLAG     PIC X       VALUE 'N'.
                   88  MST-EOF                     VALUE 'Y'.
               05  WS-HIST-EOF-FLAG    PIC X       VALUE 'N'.
                   88  HIST-EOF                    VALUE 'Y'.
               05  WS-HIST-AVAIL-SW    PIC X       VALUE 'N'.
                   88  HISTORY-AVAILABLE           VALUE 'Y'.
               05  WS-INACT-RULE-SW    PIC X       VALUE 'N'.
                   88  INACTIVE-RULE-ON            VALUE 'Y'.
               05  WS-CANDIDATE-SW     PIC X       VALUE 'N'.
                   88  PAST-RETENTION              VALUE 'Y'.
               05  WS-SUP-FOUND-SW     PIC X       VALUE 'N'.
                   88  RECORD-SUPPRESSED           VALUE 'Y'.
               05  WS-ARC-FOUND-SW     PIC X       VALUE 'N'.
                   88  ARCHIVED-BEFORE             VALUE 'Y'.
           03  WS-UPPERCASE PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           03  WS-LOWERCASE PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
       01  DATE-DATA.
           03  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               05  WS-RUN-YYYY         PIC 9(4).
               05  WS-RUN-MM           PIC 9(2).
               05  WS-RUN-DD           PIC 9(2).
           03  WS-CALC-MONTHS          PIC 9(3)    VALUE ZERO.
           03  WS-CALC-MONTH-NO        PIC 9(6)    VALUE ZERO.
           03  WS-CALC-CUTOFF          PIC 9(8)    VALUE ZERO.
           03  WS-CALC-CUTOFF-X REDEFINES WS-CALC-CUTOFF.
               05  WS-CALC-YYYY        PIC 9(4).
               05  WS-CALC-MM          PIC 9(2).
               05  WS-CALC-DD          PIC 9(2).
           03  WS-UNDLV-CUTOFF         PIC 9(8)    VALUE ZERO.
           03  WS-INACT-CUTOFF         PIC 9(8)    VALUE ZERO.
           03  WS-JRN-FIRST-DATE       PIC 9(8)    VALUE ZERO.
           03  WS-HIST-FIRST-DATE      PIC 9(8)    VALUE ZERO.
           03  WS-FLAG-DATE            PIC 9(8)    VALUE ZERO.
           03  WS-CHANGE-DATE          PIC 9(8)    VALUE ZERO.
           03  WS-LAST-MAILED          PIC 9(8)    VALUE ZERO.
           03  WS-LAST-ACTIVITY        PIC 9(8)    VALUE ZERO.
       01  REGISTER-DATA.
           03  REG-DISPOSITION         PIC X(09)   VALUE SPACES.
           03  REG-REASON-CODE         PIC X(01)   VALUE SPACE.
           03  REG-REASON              PIC X(34)   VALUE SPACES.
       01  JOURNAL-DATA.
           03  WS-JRN-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-JRN-TIME             PIC X(8)    VALUE SPACES.
           03  WS-JRN-BEFORE           PIC X(100)  VALUE LOW-VALUES.
      *    AN ARCHIVE RECORD ABOUT TO BE REPLACED, KEPT SO IT CAN BE
      *    PUT BACK IF THE MASTER DELETE THEN FAILS.
           03  WS-ARC-SAVE             PIC X(140)  VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-PARSE-RUN-PARMS.
           PERFORM 050-FIGURE-CUTOFFS.
           OPEN I-O CUST-MASTER.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'CUST-ARCHIVE: CANNOT OPEN MASTER, STATUS '
                       WS-MST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-SCAN-JOURNAL.
           PERFORM 120-OPEN-HISTORY.
           PERFORM 130-LOAD-SUPPRESS.
           IF APPLY-MODE
               PERFORM 140-OPEN-ARCHIVE
               PERFORM 150-OPEN-JOURNAL
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 200-WRITE-REGISTER-HEADING.
           PERFORM 300-SCAN-MASTER.
           PERFORM 500-WRITE-REGISTER-TOTALS.
           CLOSE CUST-MASTER
                 JRNL-WORK
                 SUPPRESS-WORK
                 REGISTER-FILE.
           IF HISTORY-AVAILABLE
               CLOSE CONTACT-HIST
           END-IF.
           IF APPLY-MODE
               CLOSE ARCHIVE-FILE
                     JOURNAL-FILE
           END-IF.
           DISPLAY SPACES.
           DISPLAY 'RECORDS SCANNED  : ', WS-SCANNED-CTR.
           DISPLAY 'UNDELIVERABLE    : ', WS-UNDLV-CTR.
           DISPLAY 'INACTIVE         : ', WS-INACT-CTR.
           DISPLAY 'KEPT (SUPPRESSED): ', WS-KEPT-CTR.
           IF APPLY-MODE
               DISPLAY 'ARCHIVED         : ', WS-ARCHIVED-CTR
               DISPLAY 'FAILED           : ', WS-FAILED-CTR
           ELSE
               DISPLAY 'REVIEW THE REGISTER, THEN RERUN WITH MODE=APPLY'
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    040-PARSE-RUN-PARMS REQUIRES MONTHS=N (1-999), THE
      *    RETENTION PERIOD FOR INACTIVE CUSTOMERS; UMONTHS=N GIVES
      *    UNDELIVERABLE RECORDS THEIR OWN PERIOD AND DEFAULTS TO
      *    MONTHS.  THERE IS NO DEFAULT RETENTION -- GUESSING AT ONE
      *    AND PURGING ON IT IS DAMAGE THE RESTORE UTILITY WOULD HAVE
      *    TO REPAIR.  MODE=REVIEW IS THE DEFAULT, AS IN CUST-MERGE.
      *-----------------------------------------------------------------
       040-PARSE-RUN-PARMS.
           ACCEPT WS-RUN-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM-LINE DELIMITED BY SPACE
                   INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                        WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                        WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                        WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
                        WS-PARM-TOKEN(9) WS-PARM-TOKEN(10)
           END-UNSTRING.
           PERFORM 045-APPLY-PARM-TOKEN
               VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 10.
           IF WS-INACT-MONTHS = ZERO
               DISPLAY 'CUST-ARCHIVE: GIVE MONTHS=N, THE RETENTION '
                       'PERIOD IN MONTHS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-UNDLV-MONTHS = ZERO
               MOVE WS-INACT-MONTHS TO WS-UNDLV-MONTHS
           END-IF.
      *-----------------------------------------------------------------
       045-APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOKEN(WS-PARM-IDX) DELIMITED BY '='
                       INTO WS-PARM-KEY, WS-PARM-VAL
               END-UNSTRING
               EVALUATE WS-PARM-KEY
                   WHEN 'MODE'
                       EVALUATE WS-PARM-VAL
                           WHEN 'REVIEW'
                               MOVE 'R' TO WS-MODE-SW
                           WHEN 'APPLY'
                               MOVE 'A' TO WS-MODE-SW
                           WHEN OTHER
                               DISPLAY 'CUST-ARCHIVE: GIVE MODE=REVIEW '
                                       'OR MODE=APPLY ONLY'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
                   WHEN 'MONTHS'
                       PERFORM 046-EDIT-MONTHS
                       MOVE WS-PARM-MONTHS TO WS-INACT-MONTHS
                   WHEN 'UMONTHS'
                       PERFORM 046-EDIT-MONTHS
                       MOVE WS-PARM-MONTHS TO WS-UNDLV-MONTHS
                   WHEN OTHER
                       DISPLAY 'CUST-ARCHIVE: UNRECOGNIZED KEYWORD: '
                               WS-PARM-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       046-EDIT-MONTHS.
           MOVE ZERO TO WS-PARM-MONTHS.
           EVALUATE TRUE
               WHEN WS-PARM-VAL(1:3) IS NUMERIC
                       AND WS-PARM-VAL(4:1) = SPACE
                   MOVE WS-PARM-VAL(1:3) TO WS-PARM-MONTHS
               WHEN WS-PARM-VAL(1:2) IS NUMERIC
                       AND WS-PARM-VAL(3:1) = SPACE
                   MOVE WS-PARM-VAL(1:2) TO WS-PARM-MONTHS
               WHEN WS-PARM-VAL(1:1) IS NUMERIC
                       AND WS-PARM-VAL(2:1) = SPACE
                   MOVE WS-PARM-VAL(1:1) TO WS-PARM-MONTHS
           END-EVALUATE.
           IF WS-PARM-MONTHS = ZERO
               DISPLAY 'CUST-ARCHIVE: ' WS-PARM-KEY
                       ' MUST BE 1 TO 999 MONTHS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    050-FIGURE-CUTOFFS TURNS EACH RETENTION PERIOD INTO A CUTOFF
      *    DATE: ACTIVITY DATED BEFORE IT IS PAST RETENTION.  THE DAY
      *    OF MONTH IS KEPT, CAPPED AT 28 SO A 31ST NEVER LANDS IN A
      *    SHORTER MONTH.
      *-----------------------------------------------------------------
       050-FIGURE-CUTOFFS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-UNDLV-MONTHS TO WS-CALC-MONTHS.
           PERFORM 055-FIGURE-ONE-CUTOFF.
           MOVE WS-CALC-CUTOFF  TO WS-UNDLV-CUTOFF.
           MOVE WS-INACT-MONTHS TO WS-CALC-MONTHS.
           PERFORM 055-FIGURE-ONE-CUTOFF.
           MOVE WS-CALC-CUTOFF  TO WS-INACT-CUTOFF.
      *-----------------------------------------------------------------
       055-FIGURE-ONE-CUTOFF.
           COMPUTE WS-CALC-MONTH-NO =
               WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-CALC-MONTHS.
           DIVIDE WS-CALC-MONTH-NO BY 12
               GIVING WS-CALC-YYYY REMAINDER WS-CALC-MM.
           ADD 1 TO WS-CALC-MM.
           MOVE WS-RUN-DD TO WS-CALC-DD.
           IF WS-CALC-DD > 28
               MOVE 28 TO WS-CALC-DD
           END-IF.
      *-----------------------------------------------------------------
      *    110-SCAN-JOURNAL PASSES THE CHANGE JOURNAL ONCE, POSTING TO
      *    THE KEYED WORK FILE THE DATE EACH CUSTOMER'S 'U' FLAG WAS
      *    LAST TURNED ON AND THE DATE OF THEIR LAST KEYED ADD OR
      *    CHANGE.  THE JOURNAL IS IN DATE ORDER, SO A LATER ENTRY
      *    SIMPLY REPLACES AN EARLIER ONE.  ITS FIRST DATE IS KEPT:
      *    ANYTHING THE JOURNAL DOES NOT MENTION HAPPENED BEFORE IT.
      *    NO JOURNAL YET (STATUS 35) LEAVES THE WORK FILE EMPTY.
      *    MAILING PREFERENCE ENTRIES CARRY PREFERENCE RECORDS, NOT
      *    MASTER IMAGES, SO THEY ARE PASSED OVER.
      *-----------------------------------------------------------------
       110-SCAN-JOURNAL.
           OPEN OUTPUT JRNL-WORK.
           CLOSE JRNL-WORK.
           OPEN I-O JRNL-WORK.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-JRN-FIRST-DATE = ZERO
                               MOVE JR-DATE TO WS-JRN-FIRST-DATE
                           END-IF
                           PERFORM 115-POST-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       115-POST-JOURNAL-ENTRY.
           IF (JR-ADD OR JR-REWRITE) AND JR-MASTER-ENTRY
               MOVE JR-AFTER  TO JA-REC
               MOVE JR-BEFORE TO JB-REC
               MOVE JR-CUST-NO TO JW-CUST-NO
               READ JRNL-WORK
                   INVALID KEY
                       MOVE ZERO TO JW-FLAG-DATE JW-CHANGE-DATE
                       PERFORM 116-SET-JOURNAL-DATES
                       WRITE JRNL-WORK-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 116-SET-JOURNAL-DATES
                       REWRITE JRNL-WORK-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       116-SET-JOURNAL-DATES.
           IF JA-UNDELIVERABLE
                   AND (JR-ADD OR NOT JB-UNDELIVERABLE)
               MOVE JR-DATE TO JW-FLAG-DATE
           END-IF.
           IF JR-PROGRAM NOT = 'NIXIE'
               MOVE JR-DATE TO JW-CHANGE-DATE
           END-IF.
      *-----------------------------------------------------------------
      *    120-OPEN-HISTORY OPENS THE CONTACT HISTORY AND FINDS THE
      *    EARLIEST MAILING ON IT.  THE INACTIVE RULE IS ONLY APPLIED
      *    WHEN THAT DATE IS ITSELF PAST RETENTION: A HISTORY THAT
      *    DOES NOT REACH BACK THE FULL PERIOD CANNOT PROVE ANYONE WAS
      *    NOT MAILED IN IT, AND PURGING THE WHOLE CUTOVER LOAD FOR
      *    WANT OF OLD HISTORY IS THE FAILURE TO AVOID.
      *-----------------------------------------------------------------
       120-OPEN-HISTORY.
           OPEN INPUT CONTACT-HIST.
           IF WS-CH-STATUS = '00'
               MOVE 'Y' TO WS-HIST-AVAIL-SW
               MOVE 'N' TO WS-HIST-EOF-FLAG
               PERFORM UNTIL HIST-EOF
                   READ CONTACT-HIST NEXT
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                       NOT AT END
                           IF WS-HIST-FIRST-DATE = ZERO
                                   OR CH-RUN-DATE < WS-HIST-FIRST-DATE
                               MOVE CH-RUN-DATE TO WS-HIST-FIRST-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF HISTORY-AVAILABLE AND WS-HIST-FIRST-DATE > ZERO
                   AND WS-HIST-FIRST-DATE NOT > WS-INACT-CUTOFF
               MOVE 'Y' TO WS-INACT-RULE-SW
           ELSE
               DISPLAY 'CUST-ARCHIVE: CONTACT HISTORY DOES NOT REACH '
                       'BACK ', WS-INACT-MONTHS, ' MONTHS -- '
                       'INACTIVE RULE NOT APPLIED'
           END-IF.
      *-----------------------------------------------------------------
      *    130-LOAD-SUPPRESS BUILDS THE KEYED SUPPRESSION WORK FILE THE
      *    WAY THE LABEL RUN'S 080-LOAD-SUPPRESS DOES.  A MISSING
      *    SUPPRESSION FILE PROTECTS NOBODY.
      *-----------------------------------------------------------------
       130-LOAD-SUPPRESS.
           OPEN OUTPUT SUPPRESS-WORK.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUP-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ SUPPRESS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 135-LOAD-SUPPRESS-REC
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           CLOSE SUPPRESS-WORK.
           OPEN INPUT SUPPRESS-WORK.
      *-----------------------------------------------------------------
       135-LOAD-SUPPRESS-REC.
           INSPECT SUP-LNAME
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           INSPECT SUP-FNAME
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           IF SUP-CUST-NO NOT = ZERO
               MOVE SPACES      TO SPW-KEY
               MOVE 'C'         TO SPW-KEY-TYPE
               MOVE SUP-CUST-NO TO SPW-KEY-CUST-NO
               MOVE SUP-REASON  TO SPW-REASON
               WRITE SUPPRESS-WORK-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               IF SUP-LNAME NOT = SPACES
                   MOVE SPACES     TO SPW-KEY
                   MOVE 'N'        TO SPW-KEY-TYPE
                   MOVE SUP-LNAME  TO SPW-KEY-LNAME
                   MOVE SUP-FNAME  TO SPW-KEY-FNAME
                   MOVE SUP-ZIP5   TO SPW-KEY-ZIP5
                   MOVE SUP-REASON TO SPW-REASON
                   WRITE SUPPRESS-WORK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    140-OPEN-ARCHIVE OPENS THE CUSTOMER ARCHIVE FOR UPDATE,
      *    CREATING IT ON THE FIRST APPLY RUN.  EARLIER RUNS' RECORDS
      *    ARE KEPT -- THE ARCHIVE IS THE ONLY PLACE A PURGED
      *    CUSTOMER CAN STILL BE LOOKED UP.
      *-----------------------------------------------------------------
       140-OPEN-ARCHIVE.
           OPEN I-O ARCHIVE-FILE.
           IF WS-ARC-STATUS = '35'
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF.
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY 'CUST-ARCHIVE: CANNOT OPEN ARCHIVE, STATUS '
                       WS-ARC-STATUS
               CLOSE CUST-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    150-OPEN-JOURNAL REOPENS THE SHARED CHANGE JOURNAL FOR
      *    APPEND NOW THAT 110 HAS READ IT.  A JOURNAL THAT CANNOT BE
      *    OPENED STOPS THE RUN BEFORE ANYTHING IS PURGED -- AN
      *    UNJOURNALED DELETE COULD NOT BE BACKED OUT.
      *-----------------------------------------------------------------
       150-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'CUST-ARCHIVE: CANNOT OPEN JOURNAL, STATUS '
                       WS-JRN-STATUS
               CLOSE CUST-MASTER
                     ARCHIVE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-JRN-TIME FROM TIME.
      *-----------------------------------------------------------------
       200-WRITE-REGISTER-HEADING.
           MOVE SPACES TO REGISTER-REC.
           STRING
               'CUSTOMER ARCHIVE RUN '    DELIMITED BY SIZE
               WS-RUN-DATE                DELIMITED BY SIZE
               '  UNDELIVERABLE BEFORE '  DELIMITED BY SIZE
               WS-UNDLV-CUTOFF            DELIMITED BY SIZE
               '  NOT MAILED SINCE '      DELIMITED BY SIZE
               WS-INACT-CUTOFF            DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           IF NOT INACTIVE-RULE-ON
               MOVE 'INACTIVE RULE NOT APPLIED: HISTORY TOO SHORT'
                   TO REGISTER-REC
               WRITE REGISTER-REC
           END-IF.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
      *    300-SCAN-MASTER WALKS THE MASTER IN KEY ORDER.  AN APPLY RUN
      *    DELETES THE RECORD JUST READ AND CARRIES ON FROM THE NEXT
      *    KEY, THE WAY CUST-MERGE'S INNER SCAN DOES.
      *-----------------------------------------------------------------
       300-SCAN-MASTER.
           MOVE 'N' TO WS-MST-EOF-FLAG.
           MOVE ZERO TO CM-CUST-NO.
           START CUST-MASTER KEY NOT LESS THAN CM-CUST-NO
               INVALID KEY
                   MOVE 'Y' TO WS-MST-EOF-FLAG
           END-START.
           PERFORM UNTIL MST-EOF
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-MST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SCANNED-CTR
                       PERFORM 310-APPLY-RETENTION
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    310-APPLY-RETENTION DECIDES ONE CUSTOMER.  AN UNDELIVERABLE
      *    RECORD IS MEASURED FROM THE DAY ITS FLAG WENT ON; ONE
      *    FLAGGED BEFORE THE JOURNAL BEGAN IS PAST RETENTION ONLY IF
      *    THE JOURNAL'S FIRST DAY IS.  A DELIVERABLE CUSTOMER IS
      *    MEASURED FROM THE LATER OF THEIR LAST MAILING AND THEIR
      *    LAST KEYED CHANGE, SO A MEMBER ADDED LAST WEEK AND NOT YET
      *    MAILED IS NOT TAKEN FOR A DORMANT ONE.
      *-----------------------------------------------------------------
       310-APPLY-RETENTION.
           MOVE 'N' TO WS-CANDIDATE-SW.
           MOVE SPACE TO REG-REASON-CODE.
           MOVE ZERO TO WS-FLAG-DATE WS-CHANGE-DATE WS-LAST-MAILED
                        WS-LAST-ACTIVITY.
           MOVE CM-CUST-NO TO JW-CUST-NO.
           READ JRNL-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JW-FLAG-DATE   TO WS-FLAG-DATE
                   MOVE JW-CHANGE-DATE TO WS-CHANGE-DATE
           END-READ.
           IF CM-UNDELIVERABLE
               MOVE WS-FLAG-DATE TO WS-LAST-ACTIVITY
               IF WS-FLAG-DATE > ZERO
                   IF WS-FLAG-DATE < WS-UNDLV-CUTOFF
                       MOVE 'Y' TO WS-CANDIDATE-SW
                   END-IF
               ELSE
                   IF WS-JRN-FIRST-DATE > ZERO
                           AND WS-JRN-FIRST-DATE NOT > WS-UNDLV-CUTOFF
                       MOVE 'Y' TO WS-CANDIDATE-SW
                   END-IF
               END-IF
               IF PAST-RETENTION
                   MOVE 'U' TO REG-REASON-CODE
                   MOVE 'UNDELIVERABLE PAST RETENTION'
                       TO REG-REASON
                   ADD 1 TO WS-UNDLV-CTR
               END-IF
           ELSE
               IF INACTIVE-RULE-ON
                   PERFORM 320-FIND-LAST-MAILED
                   MOVE WS-LAST-MAILED TO WS-LAST-ACTIVITY
                   IF WS-CHANGE-DATE > WS-LAST-ACTIVITY
                       MOVE WS-CHANGE-DATE TO WS-LAST-ACTIVITY
                   END-IF
                   IF WS-LAST-ACTIVITY < WS-INACT-CUTOFF
                       MOVE 'Y' TO WS-CANDIDATE-SW
                       MOVE 'I' TO REG-REASON-CODE
                       MOVE 'NOT MAILED WITHIN RETENTION'
                           TO REG-REASON
                       ADD 1 TO WS-INACT-CTR
                   END-IF
               END-IF
           END-IF.
           IF PAST-RETENTION
               PERFORM 330-CHECK-SUPPRESSION
               EVALUATE TRUE
                   WHEN RECORD-SUPPRESSED
                       MOVE 'KEPT'     TO REG-DISPOSITION
                       MOVE 'ON SUPPRESSION FILE - NEVER PURGED'
                           TO REG-REASON
                       ADD 1 TO WS-KEPT-CTR
                       PERFORM 400-WRITE-REGISTER-LINE
                   WHEN APPLY-MODE
                       PERFORM 340-ARCHIVE-CUSTOMER
                   WHEN OTHER
                       MOVE 'PROPOSED' TO REG-DISPOSITION
                       PERFORM 400-WRITE-REGISTER-LINE
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    320-FIND-LAST-MAILED READS THE CUSTOMER'S CONTACT HISTORY
      *    THE WAY CUST-INQ LISTS IT; THE KEY RUNS CUSTOMER THEN DATE,
      *    SO THE LAST RECORD READ FOR THE CUSTOMER IS THE LATEST.  A
      *    PIECE THE VENDOR SPOILED OR NEVER CONFIRMED WAS NOT A
      *    MAILING AND IS PASSED OVER.
      *-----------------------------------------------------------------
       320-FIND-LAST-MAILED.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE CM-CUST-NO TO CH-CUST-NO.
           MOVE ZERO       TO CH-RUN-DATE.
           MOVE LOW-VALUES TO CH-RUN-TIME.
           MOVE ZERO       TO CH-SEQ-NUM.
           START CONTACT-HIST KEY NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START.
           PERFORM UNTIL HIST-EOF
               READ CONTACT-HIST NEXT
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF CH-CUST-NO = CM-CUST-NO
                           IF CH-PIECE-MAILED
                               MOVE CH-RUN-DATE TO WS-LAST-MAILED
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    330-CHECK-SUPPRESSION APPLIES THE LABEL RUN'S TWO MATCH
      *    RULES: THE CUSTOMER NUMBER, OR LAST + FIRST NAME + ZIP5.
      *-----------------------------------------------------------------
       330-CHECK-SUPPRESSION.
           MOVE 'N' TO WS-SUP-FOUND-SW.
           MOVE SPACES     TO SPW-KEY.
           MOVE 'C'        TO SPW-KEY-TYPE.
           MOVE CM-CUST-NO TO SPW-KEY-CUST-NO.
           READ SUPPRESS-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUP-FOUND-SW
           END-READ.
           IF NOT RECORD-SUPPRESSED
               MOVE SPACES         TO SPW-KEY
               MOVE 'N'            TO SPW-KEY-TYPE
               MOVE CM-LNAME       TO SPW-KEY-LNAME
               MOVE CM-FNAME       TO SPW-KEY-FNAME
               MOVE CM-ZIP-SPLIT-5 TO SPW-KEY-ZIP5
               READ SUPPRESS-WORK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SUP-FOUND-SW
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *    340-ARCHIVE-CUSTOMER PURGES ONE CUSTOMER.  THE ARCHIVE
      *    RECORD GOES FIRST, AND THE MASTER IS ONLY DELETED ONCE IT IS
      *    SAFELY WRITTEN; THE JOURNAL ENTRY FOLLOWS ONLY A DELETE THAT
      *    ACTUALLY APPLIED.  IF THE DELETE FAILS, 345 TAKES THE ARCHIVE
      *    RECORD BACK, SO NEITHER EVER CLAIMS A PURGE THAT NEVER
      *    REACHED THE MASTER AND NO PURGE IS LEFT WITHOUT ITS ARCHIVE
      *    RECORD.  A NUMBER ARCHIVED BEFORE, RESTORED AND NOW ARCHIVED
      *    AGAIN HAS ITS ARCHIVE RECORD REPLACED.
      *-----------------------------------------------------------------
       340-ARCHIVE-CUSTOMER.
           MOVE MASTER-REC TO WS-JRN-BEFORE.
           MOVE CM-CUST-NO TO AR-CUST-NO.
           READ ARCHIVE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ARC-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ARC-FOUND-SW
                   MOVE ARCHIVE-REC TO WS-ARC-SAVE
           END-READ.
           MOVE SPACES           TO ARCHIVE-REC.
           MOVE CM-CUST-NO       TO AR-CUST-NO.
           MOVE WS-RUN-DATE      TO AR-ARCHIVE-DATE.
           MOVE REG-REASON-CODE  TO AR-REASON-CODE.
           MOVE WS-LAST-ACTIVITY TO AR-LAST-ACTIVITY.
           IF AR-UNDELIVERABLE
               MOVE WS-UNDLV-MONTHS TO AR-RETAIN-MONTHS
           ELSE
               MOVE WS-INACT-MONTHS TO AR-RETAIN-MONTHS
           END-IF.
           MOVE WS-JRN-BEFORE    TO AR-MASTER-IMAGE.
           IF ARCHIVED-BEFORE
               REWRITE ARCHIVE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ARCHIVE-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY 'CUST-ARCHIVE: ARCHIVE WRITE FAILED FOR '
                       CM-CUST-NO ' STATUS ' WS-ARC-STATUS
               ADD 1 TO WS-FAILED-CTR
               MOVE 'FAILED'   TO REG-DISPOSITION
               STRING 'ARCHIVE WRITE FAILED, STATUS ' DELIMITED BY SIZE
                      WS-ARC-STATUS                   DELIMITED BY SIZE
                      INTO REG-REASON
               END-STRING
           ELSE
               DELETE CUST-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-MST-STATUS = '00'
                   PERFORM 350-WRITE-JOURNAL
                   ADD 1 TO WS-ARCHIVED-CTR
                   MOVE 'ARCHIVED' TO REG-DISPOSITION
               ELSE
                   DISPLAY 'CUST-ARCHIVE: DELETE FAILED FOR '
                           CM-CUST-NO ' STATUS ' WS-MST-STATUS
                   ADD 1 TO WS-FAILED-CTR
                   MOVE 'FAILED'   TO REG-DISPOSITION
                   STRING 'MASTER DELETE FAILED, STATUS '
                                           DELIMITED BY SIZE
                          WS-MST-STATUS    DELIMITED BY SIZE
                          INTO REG-REASON
                   END-STRING
                   PERFORM 345-TAKE-BACK-ARCHIVE
               END-IF
           END-IF.
           MOVE WS-JRN-BEFORE TO MASTER-REC.
           PERFORM 400-WRITE-REGISTER-LINE.
      *-----------------------------------------------------------------
      *    345-TAKE-BACK-ARCHIVE UNDOES THE ARCHIVE WRITE FOR A
      *    CUSTOMER WHOSE MASTER DELETE FAILED: THE RECORD IT REPLACED
      *    IS PUT BACK, OR THE NEW ONE IS REMOVED.
      *-----------------------------------------------------------------
       345-TAKE-BACK-ARCHIVE.
           IF ARCHIVED-BEFORE
               MOVE WS-ARC-SAVE TO ARCHIVE-REC
               REWRITE ARCHIVE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               DELETE ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY 'CUST-ARCHIVE: ARCHIVE RECORD NOT TAKEN BACK '
                       'FOR ' AR-CUST-NO ' STATUS ' WS-ARC-STATUS
           END-IF.
      *-----------------------------------------------------------------
      *    350-WRITE-JOURNAL APPENDS THE CHANGE-JOURNAL RECORD FOR THE
      *    PURGE JUST MADE -- ACTION D, THE PURGED IMAGE AS THE BEFORE,
      *    LOW-VALUES AS THE AFTER -- SO THE RESTORE UTILITY CAN WRITE
      *    THE CUSTOMER BACK.
      *-----------------------------------------------------------------
       350-WRITE-JOURNAL.
           MOVE SPACES           TO JOURNAL-REC.
           MOVE WS-RUN-DATE      TO JR-DATE.
           MOVE WS-JRN-TIME(1:6) TO JR-TIME.
           MOVE 'CUST-ARCHIVE'   TO JR-PROGRAM.
           MOVE 'D'              TO JR-ACTION.
           MOVE WS-JRN-BEFORE(1:6) TO JR-CUST-NO.
           MOVE WS-JRN-BEFORE    TO JR-BEFORE.
           MOVE LOW-VALUES       TO JR-AFTER.
           WRITE JOURNAL-REC.
      *-----------------------------------------------------------------
      *    400-WRITE-REGISTER-LINE LISTS ONE CANDIDATE.  AFTER A DELETE
      *    THE RECORD AREA IS UNDEFINED, SO 340 PUTS THE PURGED IMAGE
      *    BACK IN IT BEFORE COMING HERE.
      *-----------------------------------------------------------------
       400-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING
               REG-DISPOSITION    DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               REG-REASON-CODE    DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               CM-CUST-NO         DELIMITED BY SIZE
               ' LAST '           DELIMITED BY SIZE
               WS-LAST-ACTIVITY   DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               REG-REASON         DELIMITED BY SIZE
               ' : '              DELIMITED BY SIZE
               CM-FNAME           DELIMITED BY SPACE
               ' '                DELIMITED BY SIZE
               CM-LNAME           DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               CM-ADDRESS         DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       500-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING
               'RECORDS SCANNED: '   DELIMITED BY SIZE
               WS-SCANNED-CTR        DELIMITED BY SIZE
               '  UNDELIVERABLE: '   DELIMITED BY SIZE
               WS-UNDLV-CTR          DELIMITED BY SIZE
               '  INACTIVE: '        DELIMITED BY SIZE
               WS-INACT-CTR          DELIMITED BY SIZE
               '  KEPT (SUPPRESSED): '
                                     DELIMITED BY SIZE
               WS-KEPT-CTR           DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           IF APPLY-MODE
               STRING
                   'ARCHIVED: '          DELIMITED BY SIZE
                   WS-ARCHIVED-CTR       DELIMITED BY SIZE
                   '  FAILED: '          DELIMITED BY SIZE
                   WS-FAILED-CTR         DELIMITED BY SIZE
                   INTO REGISTER-REC
               END-STRING
           ELSE
               MOVE 'RERUN WITH MODE=APPLY TO ARCHIVE THESE RECORDS'
                   TO REGISTER-REC
           END-IF.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-CUST-ARCHIVE.
