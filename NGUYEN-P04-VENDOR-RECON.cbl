      ******************************************************************
      *PROGRAM : PROJECT 4   Print Vendor Reconciliation               *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Reconciles the print vendor's return confirmation     *
      *          file (p04-vendor-confirm.dat) against the label run's *
      *          piece-detail export (p04-piece-detail.dat) it         *
      *          answers.  Pieces are matched by piece sequence        *
      *          number and both files are balanced to their own       *
      *          trailer counts.  Every exported piece comes out       *
      *          mailed, spoiled or missing (no confirmation at all);  *
      *          a confirmation for no exported piece is an extra.     *
      *          The reconciliation register p04-vendor-recon.rpt      *
      *          lists every exception and the totals, spoiled pieces  *
      *          go to a reprint file p04-reprint-detail.dat in the    *
      *          export's own layout for the vendor to run again, and  *
      *          each piece's contact-history record is marked with    *
      *          the outcome (CH-MAIL-STATUS) so FREQDAYS, the         *
      *          response match's cost and the archive's last-mailed   *
      *          date stop counting pieces that never mailed.  The     *
      *          postage charged back for those pieces is shown as a   *
      *          credit by source at the statement rates.              *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.  The vendor's confirmation must     *
      *                  carry the export header's run date and time; *
      *                  a confirmation for a different run stops     *
      *                  with 16 before anything is marked.  Marking  *
      *                  is by the latest confirmation, so a corrected *
      *                  confirmation (reprinted pieces now mailed)   *
      *                  can simply be run again.                     *
      *  10/15/2026  DN  Seed pieces (PDD-SEED-FLAG 'S') are settled  *
      *                  and listed like any piece but have no        *
      *                  contact history to mark and no chargeback to *
      *                  credit, so both steps are skipped for them.  *
      *  10/15/2026  DN  Both files are balanced to their trailers   *
      *                  before any piece is settled; if either is   *
      *                  short, truncated or has no trailer, the     *
      *                  exceptions and totals are still listed but  *
      *                  no contact history is marked or credited,   *
      *                  and the register says so.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-VENDOR-RECON.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIECE-DETAIL-FILE ASSIGN TO 'p04-piece-detail.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-PD-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO 'p04-vendor-confirm.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-VC-STATUS.
           SELECT CONTACT-HIST ASSIGN TO 'p04-contact-hist.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS CH-KEY
                             FILE STATUS IS WS-CH-STATUS.
           SELECT RATE-FILE ASSIGN TO 'p04-rate-table.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RT-FILE-STATUS.
           SELECT PIECE-RECON-WORK ASSIGN TO 'p04-vrcwk.tmp'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS VW-SEQ-NUM
                             FILE STATUS IS WS-VW-STATUS.
           SELECT REPRINT-FILE ASSIGN TO 'p04-reprint-detail.dat'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO 'p04-vendor-recon.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PIECE-DETAIL-FILE
           LABEL RECORD ARE OMITTED.
       01  PIECE-DETAIL-REC             PIC X(200).
      *    THE VENDOR'S CONFIRMATION: A HEADER ECHOING THE EXPORT'S RUN
      *    DATE AND TIME, ONE DETAIL PER PIECE THEY HANDLED -- M FOR
      *    MAILED, S FOR SPOILED WITH THEIR REASON -- AND A TRAILER
      *    WITH THEIR DETAIL COUNT.
       FD  CONFIRM-FILE
           LABEL RECORD ARE OMITTED.
       01  CONFIRM-REC                  PIC X(80).
       01  CONFIRM-HDR.
           03  VCH-REC-TYPE             PIC X(01).
           03  VCH-RUN-DATE             PIC 9(08).
           03  VCH-RUN-TIME             PIC X(06).
           03  FILLER                   PIC X(65).
       01  CONFIRM-DTL.
           03  VCD-REC-TYPE             PIC X(01).
           03  VCD-SEQ-NUM              PIC 9(09).
           03  VCD-STATUS               PIC X(01).
               88  VCD-MAILED                      VALUE 'M'.
               88  VCD-SPOILED                     VALUE 'S'.
           03  VCD-MAIL-DATE            PIC 9(08).
           03  VCD-REASON               PIC X(20).
           03  FILLER                   PIC X(41).
       01  CONFIRM-TRL.
           03  VCT-REC-TYPE             PIC X(01).
           03  VCT-PIECE-COUNT          PIC 9(09).
           03  FILLER                   PIC X(70).
       FD  CONTACT-HIST.
       01  CONTACT-REC.
           COPY CONTHIST.
       FD  RATE-FILE
           LABEL RECORD ARE OMITTED.
       01  RATE-REC.
           03  RT-TIER                  PIC X(03).
           03  RT-MIN                   PIC 9(05).
           03  RT-RATE                  PIC 9V9(04).
      *    ONE ENTRY PER EXPORTED PIECE, KEYED BY PIECE SEQUENCE: THE
      *    EXPORT IS IN PRESORT ORDER AND THE SEQUENCE NUMBERS ARE NOT,
      *    SO THE CONFIRMATIONS ARE MATCHED BY KEY.  VW-STATUS STARTS
      *    BLANK AND TAKES THE VENDOR'S M OR S WHEN CONFIRMED.
       FD  PIECE-RECON-WORK.
       01  PIECE-RECON-WORK-REC.
           03  VW-SEQ-NUM               PIC 9(09).
           03  VW-STATUS                PIC X(01).
               88  VW-UNCONFIRMED                  VALUE ' '.
               88  VW-MAILED                       VALUE 'M'.
               88  VW-SPOILED                      VALUE 'S'.
           03  VW-REASON                PIC X(20).
           03  VW-DETAIL                PIC X(200).
       FD  REPRINT-FILE
           LABEL RECORD ARE OMITTED.
       01  REPRINT-REC                  PIC X(200).
       FD  REGISTER-FILE
           LABEL RECORD ARE OMITTED.
       01  REGISTER-REC                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    THE EXPORT'S RECORD, IN THE SAME LAYOUT THE LABEL RUN'S
      *    880-WRITE-PIECE-DETAIL WRITES.  KEPT HERE RATHER THAN UNDER
      *    THE FD BECAUSE THE PIECES ARE WORKED FROM THE WORK FILE,
      *    AND THE REPRINT FILE WRITTEN FROM THEM, AFTER THE EXPORT IS
      *    CLOSED.
       01  PIECE-DETAIL-HDR.
           03  PDH-REC-TYPE             PIC X(01).
           03  PDH-RUN-DATE             PIC 9(08).
           03  PDH-RUN-TIME             PIC X(06).
           03  FILLER                   PIC X(185).
       01  PIECE-DETAIL-DTL REDEFINES PIECE-DETAIL-HDR.
           03  PDD-REC-TYPE             PIC X(01).
           03  PDD-CUST-NO              PIC 9(06).
           03  PDD-NAME                 PIC X(65).
           03  PDD-ADDRESS              PIC X(25).
           03  PDD-LOCATION             PIC X(40).
           03  PDD-ZIP5                 PIC 9(05).
           03  PDD-ZIP4                 PIC 9(04).
           03  PDD-IMB                  PIC X(29).
           03  PDD-TIER                 PIC X(01).
           03  PDD-SEQ-NUM              PIC 9(09).
           03  PDD-SEED-FLAG            PIC X(01).
               88  PDD-SEED-PIECE                  VALUE 'S'.
           03  FILLER                   PIC X(14).
       01  PIECE-DETAIL-TRL REDEFINES PIECE-DETAIL-HDR.
           03  PDT-REC-TYPE             PIC X(01).
           03  PDT-PIECE-COUNT          PIC 9(09).
           03  FILLER                   PIC X(190).
       01  MISC.
           03  WS-PD-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-VC-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-CH-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-RT-FILE-STATUS       PIC X(2)    VALUE SPACES.
           03  WS-VW-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-RUN-TIME             PIC X(6)    VALUE SPACES.
           03  WS-CAMPAIGN             PIC X(8)    VALUE SPACES.
           03  WS-NEW-STATUS           PIC X       VALUE SPACE.
           03  WS-SRC-NDX              PIC 9(1)    VALUE 1.
           03  WS-SRC-I                PIC 9(1)    VALUE ZERO.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
               05  WS-RT-LOADED-SW     PIC X       VALUE 'N'.
                   88  RATES-LOADED                VALUE 'Y'.
               05  WS-PD-BALANCE-SW    PIC X       VALUE 'Y'.
                   88  EXPORT-BALANCED             VALUE 'Y'.
               05  WS-VC-BALANCE-SW    PIC X       VALUE 'Y'.
                   88  CONFIRM-BALANCED            VALUE 'Y'.
               05  WS-HIST-FOUND-SW    PIC X       VALUE 'N'.
                   88  HIST-FOUND                  VALUE 'Y'.
               05  WS-MARK-SW          PIC X       VALUE 'Y'.
                   88  MARK-HISTORY                VALUE 'Y'.
       01  RATE-DATA.
           03  WS-5DG-RATE             PIC 9V9(4)  VALUE ZERO.
           03  WS-3DG-RATE             PIC 9V9(4)  VALUE ZERO.
           03  WS-MXD-RATE             PIC 9V9(4)  VALUE ZERO.
       01  RECON-TOTALS.
           03  WS-PD-READ              PIC 9(9)    VALUE ZERO.
           03  WS-PD-TRL-COUNT         PIC 9(9)    VALUE ZERO.
           03  WS-PD-TRL-CTR           PIC 9(3)    VALUE ZERO.
           03  WS-VC-READ              PIC 9(9)    VALUE ZERO.
           03  WS-VC-TRL-COUNT         PIC 9(9)    VALUE ZERO.
           03  WS-VC-TRL-CTR           PIC 9(3)    VALUE ZERO.
           03  WS-MAILED-CTR           PIC 9(9)    VALUE ZERO.
           03  WS-SPOILED-CTR          PIC 9(9)    VALUE ZERO.
           03  WS-MISSING-CTR          PIC 9(9)    VALUE ZERO.
           03  WS-EXTRA-CTR            PIC 9(9)    VALUE ZERO.
           03  WS-DUP-CTR              PIC 9(9)    VALUE ZERO.
           03  WS-BAD-CTR              PIC 9(9)    VALUE ZERO.
           03  WS-REPRINT-CTR          PIC 9(9)    VALUE ZERO.
           03  WS-HIST-MARKED          PIC 9(9)    VALUE ZERO.
           03  WS-NOHIST-CTR           PIC 9(9)    VALUE ZERO.
           03  WS-UNPRICED-CTR         PIC 9(9)    VALUE ZERO.
           03  WS-ACCOUNTED            PIC 9(9)    VALUE ZERO.
      *    PIECES THAT DID NOT MAIL, BY SOURCE (1 CUSTOMER MASTER,
      *    2 DONOR LIST, 3 EVENTS LIST, THE LABEL RUN'S ORDER) AND BY
      *    THE TIER THEY WERE BILLED AT, AND THE CREDIT DUE EACH.
       01  CREDIT-TABLE.
           03  CR-SRC OCCURS 3 TIMES.
               05  CR-T5-PIECES        PIC 9(7).
               05  CR-T3-PIECES        PIC 9(7).
               05  CR-MXD-PIECES       PIC 9(7).
               05  CR-AMOUNT           PIC 9(7)V99.
           03  WS-CR-TOTAL             PIC 9(7)V99 VALUE ZERO.
           03  WS-CR-WRK               PIC 9(7)V99 VALUE ZERO.
       01  REGISTER-DATA.
           03  REG-DISPOSITION         PIC X(10)   VALUE SPACES.
           03  REG-REASON              PIC X(30)   VALUE SPACES.
           03  REG-CUST-NO             PIC 9(6)    VALUE ZERO.
           03  REG-NAME                PIC X(30)   VALUE SPACES.
           03  REG-LABEL               PIC X(34)   VALUE SPACES.
           03  REG-COUNT               PIC 9(9)    VALUE ZERO.
           03  WS-ED-MONEY             PIC Z(6)9.99 VALUE ZERO.
           03  WS-SRC-CODE-TBL         PIC X(3)    VALUE 'CDE'.
           03  WS-SRC-CODE REDEFINES WS-SRC-CODE-TBL
                           OCCURS 3 TIMES  PIC X(1).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-OPEN-FILES.
           PERFORM 090-LOAD-RATE-TABLE.
           INITIALIZE CREDIT-TABLE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 120-LOAD-PIECES.
           PERFORM 130-CHECK-CONFIRM-HEADER.
           PERFORM 140-WRITE-REGISTER-HEADER.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 200-APPLY-CONFIRMATION
               END-READ
           END-PERFORM.
           CLOSE CONFIRM-FILE.
           PERFORM 150-CHECK-TRAILERS.
           OPEN OUTPUT REPRINT-FILE.
           MOVE SPACES       TO PIECE-DETAIL-HDR.
           MOVE 'H'          TO PDH-REC-TYPE.
           MOVE WS-RUN-DATE  TO PDH-RUN-DATE.
           MOVE WS-RUN-TIME  TO PDH-RUN-TIME.
           WRITE REPRINT-REC FROM PIECE-DETAIL-HDR.
           MOVE ZERO TO VW-SEQ-NUM.
           MOVE 'N' TO WS-EOF-FLAG.
           START PIECE-RECON-WORK KEY NOT LESS THAN VW-SEQ-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL EOF
               READ PIECE-RECON-WORK NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 300-SETTLE-PIECE
               END-READ
           END-PERFORM.
           MOVE SPACES          TO PIECE-DETAIL-TRL.
           MOVE 'T'             TO PDT-REC-TYPE.
           MOVE WS-REPRINT-CTR  TO PDT-PIECE-COUNT.
           WRITE REPRINT-REC FROM PIECE-DETAIL-TRL.
           CLOSE REPRINT-FILE
                 PIECE-RECON-WORK
                 CONTACT-HIST.
           PERFORM 400-PRICE-CREDITS.
           PERFORM 500-WRITE-REGISTER-TOTALS.
           CLOSE REGISTER-FILE.
           DISPLAY SPACES.
           DISPLAY 'PIECES EXPORTED     : ', WS-PD-READ.
           DISPLAY 'CONFIRMED MAILED    : ', WS-MAILED-CTR.
           DISPLAY 'SPOILED (REPRINT)   : ', WS-SPOILED-CTR.
           DISPLAY 'MISSING             : ', WS-MISSING-CTR.
           DISPLAY 'EXTRA CONFIRMATIONS : ', WS-EXTRA-CTR.
           DISPLAY 'HISTORY MARKED      : ', WS-HIST-MARKED.
           IF NOT MARK-HISTORY
               DISPLAY 'VENDOR-RECON: CONTACT HISTORY NOT MARKED'
           END-IF.
           EVALUATE TRUE
               WHEN NOT EXPORT-BALANCED OR NOT CONFIRM-BALANCED
                   DISPLAY 'VENDOR-RECON: A TRAILER COUNT DOES NOT '
                           'BALANCE - SEE THE RECONCILIATION REGISTER'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SPOILED-CTR > ZERO OR WS-MISSING-CTR > ZERO
                       OR WS-EXTRA-CTR > ZERO OR WS-DUP-CTR > ZERO
                       OR WS-BAD-CTR > ZERO OR WS-NOHIST-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *-----------------------------------------------------------------
      *    090-LOAD-RATE-TABLE READS THE SAME USPS RATE TABLE THE LABEL
      *    RUN PRICES ITS STATEMENT FROM, SO THE CREDIT FOR A PIECE IS
      *    WHAT ITS TIER WAS CHARGED.  WITHOUT IT THE CREDITS ARE
      *    SHOWN AS ZERO WITH A WARNING, AS THE CHARGEBACK DOES.
      *-----------------------------------------------------------------
       090-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-RT-LOADED-SW
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 095-LOAD-RATE-REC
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.
      *-----------------------------------------------------------------
       095-LOAD-RATE-REC.
           EVALUATE RT-TIER
               WHEN '5DG'
                   MOVE RT-RATE TO WS-5DG-RATE
               WHEN '3DG'
                   MOVE RT-RATE TO WS-3DG-RATE
               WHEN 'MXD'
                   MOVE RT-RATE TO WS-MXD-RATE
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    110-OPEN-FILES OPENS THE EXPORT, THE VENDOR'S CONFIRMATION
      *    AND THE CONTACT HISTORY; WITHOUT ANY ONE OF THEM THERE IS
      *    NOTHING TO RECONCILE, SO A FAILED OPEN ENDS THE RUN WITH 16.
      *-----------------------------------------------------------------
       110-OPEN-FILES.
           OPEN INPUT PIECE-DETAIL-FILE.
           IF WS-PD-STATUS NOT = '00'
               DISPLAY 'VENDOR-RECON: CANNOT OPEN PIECE-DETAIL EXPORT, '
                       'STATUS ' WS-PD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONFIRM-FILE.
           IF WS-VC-STATUS NOT = '00'
               DISPLAY 'VENDOR-RECON: CANNOT OPEN VENDOR CONFIRMATION, '
                       'STATUS ' WS-VC-STATUS
               CLOSE PIECE-DETAIL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONTACT-HIST.
           IF WS-CH-STATUS NOT = '00'
               DISPLAY 'VENDOR-RECON: CANNOT OPEN CONTACT HISTORY, '
                       'STATUS ' WS-CH-STATUS
               CLOSE PIECE-DETAIL-FILE
                     CONFIRM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    120-LOAD-PIECES COPIES THE EXPORT INTO THE KEYED WORK FILE,
      *    REBUILT EMPTY EACH RUN, AND BALANCES ITS DETAIL COUNT TO
      *    ITS OWN TRAILER.  THE EXPORT HEADER'S RUN DATE AND TIME ARE
      *    HALF OF EVERY PIECE'S CONTACT-HISTORY KEY.
      *-----------------------------------------------------------------
       120-LOAD-PIECES.
           OPEN OUTPUT PIECE-RECON-WORK.
           CLOSE PIECE-RECON-WORK.
           OPEN I-O PIECE-RECON-WORK.
           READ PIECE-DETAIL-FILE INTO PIECE-DETAIL-HDR
               AT END
                   MOVE SPACES TO PIECE-DETAIL-HDR
           END-READ.
           IF PDH-REC-TYPE NOT = 'H'
               DISPLAY 'VENDOR-RECON: PIECE-DETAIL EXPORT HAS NO HEADER'
               PERFORM 190-ABANDON-RUN
           END-IF.
           MOVE PDH-RUN-DATE TO WS-RUN-DATE.
           MOVE PDH-RUN-TIME TO WS-RUN-TIME.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ PIECE-DETAIL-FILE INTO PIECE-DETAIL-HDR
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 125-LOAD-PIECE-REC
               END-READ
           END-PERFORM.
           CLOSE PIECE-DETAIL-FILE.
           IF WS-PD-TRL-CTR NOT = 1 OR WS-PD-TRL-COUNT NOT = WS-PD-READ
               MOVE 'N' TO WS-PD-BALANCE-SW
           END-IF.
      *-----------------------------------------------------------------
       125-LOAD-PIECE-REC.
           EVALUATE PDD-REC-TYPE
               WHEN 'D'
                   ADD 1 TO WS-PD-READ
                   MOVE PDD-SEQ-NUM       TO VW-SEQ-NUM
                   MOVE SPACE             TO VW-STATUS
                   MOVE SPACES            TO VW-REASON
                   MOVE PIECE-DETAIL-DTL  TO VW-DETAIL
                   WRITE PIECE-RECON-WORK-REC
                       INVALID KEY
                           DISPLAY 'VENDOR-RECON: DUPLICATE PIECE '
                                   'SEQUENCE ON EXPORT ' PDD-SEQ-NUM
                           MOVE 'N' TO WS-PD-BALANCE-SW
                   END-WRITE
               WHEN 'T'
                   ADD 1 TO WS-PD-TRL-CTR
                   MOVE PDT-PIECE-COUNT TO WS-PD-TRL-COUNT
               WHEN OTHER
                   MOVE 'N' TO WS-PD-BALANCE-SW
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    130-CHECK-CONFIRM-HEADER REFUSES A CONFIRMATION FOR ANY RUN
      *    BUT THE ONE EXPORTED: MARKING ANOTHER RUN'S PIECES BY
      *    SEQUENCE NUMBER WOULD MARK THE WRONG CUSTOMERS.
      *-----------------------------------------------------------------
       130-CHECK-CONFIRM-HEADER.
           READ CONFIRM-FILE
               AT END
                   MOVE SPACES TO CONFIRM-REC
           END-READ.
           IF VCH-REC-TYPE NOT = 'H'
               DISPLAY 'VENDOR-RECON: VENDOR CONFIRMATION HAS NO HEADER'
               PERFORM 190-ABANDON-RUN
           END-IF.
           IF VCH-RUN-DATE NOT = WS-RUN-DATE
                   OR VCH-RUN-TIME NOT = WS-RUN-TIME
               DISPLAY 'VENDOR-RECON: CONFIRMATION IS FOR RUN '
                       VCH-RUN-DATE ' ' VCH-RUN-TIME
                       ', EXPORT IS RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
               PERFORM 190-ABANDON-RUN
           END-IF.
      *-----------------------------------------------------------------
       140-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-REC.
           STRING 'PRINT VENDOR RECONCILIATION - LABEL RUN '
                                      DELIMITED BY SIZE
                  WS-RUN-DATE         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RUN-TIME         DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE SPACES       TO REGISTER-REC.
           MOVE 'DISPOSITN'  TO REGISTER-REC(1:9).
           MOVE 'PIECE SEQ'  TO REGISTER-REC(12:9).
           MOVE 'CUST NO'    TO REGISTER-REC(23:7).
           MOVE 'NAME'       TO REGISTER-REC(32:4).
           MOVE 'REASON'     TO REGISTER-REC(64:6).
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
      *    150-CHECK-TRAILERS BALANCES BOTH FILES TO THEIR OWN TRAILERS
      *    BEFORE ANY PIECE IS SETTLED.  A CONFIRMATION CUT SHORT WOULD
      *    OTHERWISE SHOW EVERY PIECE PAST THE CUT AS MISSING AND MARK
      *    IT UNMAILED, SO AN OUT-OF-BALANCE RUN STILL LISTS ITS
      *    EXCEPTIONS AND TOTALS BUT LEAVES THE CONTACT HISTORY AS IT
      *    WAS AND CREDITS NOTHING.
      *-----------------------------------------------------------------
       150-CHECK-TRAILERS.
           IF WS-VC-TRL-CTR NOT = 1
                   OR WS-VC-TRL-COUNT NOT = WS-VC-READ
               MOVE 'N' TO WS-VC-BALANCE-SW
           END-IF.
           IF NOT EXPORT-BALANCED OR NOT CONFIRM-BALANCED
               MOVE 'N' TO WS-MARK-SW
           END-IF.
      *-----------------------------------------------------------------
      *    190-ABANDON-RUN ENDS A RUN THAT CANNOT BE RECONCILED BEFORE
      *    ANY CONTACT HISTORY HAS BEEN MARKED.
      *-----------------------------------------------------------------
       190-ABANDON-RUN.
           MOVE 'RECONCILIATION NOT STARTED - SEE THE CONSOLE LOG'
               TO REGISTER-REC.
           WRITE REGISTER-REC.
           CLOSE PIECE-DETAIL-FILE
                 CONFIRM-FILE
                 CONTACT-HIST
                 PIECE-RECON-WORK
                 REGISTER-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
      *    200-APPLY-CONFIRMATION POSTS ONE VENDOR RECORD AGAINST THE
      *    WORK FILE.  A SEQUENCE NUMBER NOT EXPORTED IS AN EXTRA; A
      *    SECOND CONFIRMATION FOR THE SAME PIECE IS LISTED AND THE
      *    FIRST ONE STANDS.
      *-----------------------------------------------------------------
       200-APPLY-CONFIRMATION.
           EVALUATE VCD-REC-TYPE
               WHEN 'D'
                   ADD 1 TO WS-VC-READ
                   PERFORM 210-MATCH-CONFIRMATION
               WHEN 'T'
                   ADD 1 TO WS-VC-TRL-CTR
                   MOVE VCT-PIECE-COUNT TO WS-VC-TRL-COUNT
               WHEN OTHER
                   MOVE 'N' TO WS-VC-BALANCE-SW
           END-EVALUATE.
      *-----------------------------------------------------------------
       210-MATCH-CONFIRMATION.
           MOVE ZERO   TO REG-CUST-NO.
           MOVE SPACES TO REG-NAME.
           IF VCD-SEQ-NUM NOT NUMERIC
               MOVE ZERO TO VW-SEQ-NUM
           ELSE
               MOVE VCD-SEQ-NUM TO VW-SEQ-NUM
           END-IF.
           READ PIECE-RECON-WORK
               INVALID KEY
                   ADD 1 TO WS-EXTRA-CTR
                   MOVE 'EXTRA'          TO REG-DISPOSITION
                   MOVE 'NOT ON THE EXPORT' TO REG-REASON
                   PERFORM 350-WRITE-REGISTER-LINE
               NOT INVALID KEY
                   MOVE VW-DETAIL TO PIECE-DETAIL-DTL
                   MOVE PDD-CUST-NO      TO REG-CUST-NO
                   MOVE PDD-NAME         TO REG-NAME
                   EVALUATE TRUE
                       WHEN NOT VW-UNCONFIRMED
                           ADD 1 TO WS-DUP-CTR
                           MOVE 'DUPLICATE'   TO REG-DISPOSITION
                           MOVE 'PIECE ALREADY CONFIRMED'
                               TO REG-REASON
                           PERFORM 350-WRITE-REGISTER-LINE
                       WHEN VCD-MAILED OR VCD-SPOILED
                           MOVE VCD-STATUS TO VW-STATUS
                           MOVE VCD-REASON TO VW-REASON
                           REWRITE PIECE-RECON-WORK-REC
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       WHEN OTHER
                           ADD 1 TO WS-BAD-CTR
                           MOVE 'REJECTED'    TO REG-DISPOSITION
                           MOVE 'UNKNOWN CONFIRMATION STATUS'
                               TO REG-REASON
                           PERFORM 350-WRITE-REGISTER-LINE
                   END-EVALUATE
           END-READ.
      *-----------------------------------------------------------------
      *    300-SETTLE-PIECE DECIDES ONE EXPORTED PIECE: CONFIRMED
      *    MAILED, SPOILED (LISTED AND SENT TO THE REPRINT FILE) OR
      *    MISSING (LISTED), AND MARKS ITS CONTACT HISTORY TO MATCH.
      *    A SEED PIECE HAS NO HISTORY RECORD AND WAS NEVER CHARGED
      *    BACK, SO IT IS SETTLED AND LISTED BUT NOT MARKED OR
      *    CREDITED; NOR IS ANY PIECE WHEN 150 FOUND A TRAILER OUT OF
      *    BALANCE.
      *-----------------------------------------------------------------
       300-SETTLE-PIECE.
           MOVE VW-DETAIL   TO PIECE-DETAIL-DTL.
           MOVE PDD-CUST-NO TO REG-CUST-NO.
           MOVE PDD-NAME    TO REG-NAME.
           EVALUATE TRUE
               WHEN VW-MAILED
                   ADD 1 TO WS-MAILED-CTR
                   MOVE 'M' TO WS-NEW-STATUS
               WHEN VW-SPOILED
                   ADD 1 TO WS-SPOILED-CTR
                   MOVE 'S' TO WS-NEW-STATUS
                   MOVE 'SPOILED'  TO REG-DISPOSITION
                   MOVE VW-REASON  TO REG-REASON
                   PERFORM 350-WRITE-REGISTER-LINE
                   WRITE REPRINT-REC FROM PIECE-DETAIL-DTL
                   ADD 1 TO WS-REPRINT-CTR
               WHEN OTHER
                   ADD 1 TO WS-MISSING-CTR
                   MOVE 'N' TO WS-NEW-STATUS
                   MOVE 'MISSING'  TO REG-DISPOSITION
                   MOVE 'NO VENDOR CONFIRMATION' TO REG-REASON
                   PERFORM 350-WRITE-REGISTER-LINE
           END-EVALUATE.
           IF NOT PDD-SEED-PIECE AND MARK-HISTORY
               PERFORM 320-MARK-CONTACT-HIST
               IF HIST-FOUND AND NOT VW-MAILED
                   PERFORM 330-ACCUM-CREDIT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    320-MARK-CONTACT-HIST READS THE PIECE'S OWN HISTORY RECORD
      *    BY ITS FULL KEY AND SETS CH-MAIL-STATUS.  THE CAMPAIGN IS
      *    PICKED UP ON THE WAY FOR THE REGISTER.  A PIECE WITH NO
      *    HISTORY RECORD IS LISTED; IT CANNOT BE CREDITED BY SOURCE.
      *-----------------------------------------------------------------
       320-MARK-CONTACT-HIST.
           MOVE 'N'          TO WS-HIST-FOUND-SW.
           MOVE PDD-CUST-NO  TO CH-CUST-NO.
           MOVE WS-RUN-DATE  TO CH-RUN-DATE.
           MOVE WS-RUN-TIME  TO CH-RUN-TIME.
           MOVE PDD-SEQ-NUM  TO CH-SEQ-NUM.
           READ CONTACT-HIST
               INVALID KEY
                   ADD 1 TO WS-NOHIST-CTR
                   MOVE 'NO HISTORY' TO REG-DISPOSITION
                   MOVE 'NO CONTACT-HISTORY RECORD' TO REG-REASON
                   PERFORM 350-WRITE-REGISTER-LINE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-FOUND-SW
                   IF WS-CAMPAIGN = SPACES
                       MOVE CH-CAMPAIGN TO WS-CAMPAIGN
                   END-IF
                   MOVE WS-NEW-STATUS TO CH-MAIL-STATUS
                   REWRITE CONTACT-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-HIST-MARKED
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
      *    330-ACCUM-CREDIT COUNTS A PIECE THAT DID NOT MAIL UNDER ITS
      *    SOURCE AND ITS EXPORTED TIER.  A BLANK TIER (NON-PRESORT, OR
      *    A ZIP THAT OVERFLOWED THE POSTAGE TABLE) WAS NEVER PRICED ON
      *    THE STATEMENT AND HAS NOTHING TO CREDIT.
      *-----------------------------------------------------------------
       330-ACCUM-CREDIT.
           EVALUATE CH-SRC-CODE
               WHEN 'D'
                   MOVE 2 TO WS-SRC-NDX
               WHEN 'E'
                   MOVE 3 TO WS-SRC-NDX
               WHEN OTHER
                   MOVE 1 TO WS-SRC-NDX
           END-EVALUATE.
           EVALUATE PDD-TIER
               WHEN '5'
                   ADD 1 TO CR-T5-PIECES(WS-SRC-NDX)
               WHEN '3'
                   ADD 1 TO CR-T3-PIECES(WS-SRC-NDX)
               WHEN 'M'
                   ADD 1 TO CR-MXD-PIECES(WS-SRC-NDX)
               WHEN OTHER
                   ADD 1 TO WS-UNPRICED-CTR
           END-EVALUATE.
      *-----------------------------------------------------------------
       350-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING
               REG-DISPOSITION    DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               VW-SEQ-NUM         DELIMITED BY SIZE
               '  '               DELIMITED BY SIZE
               REG-CUST-NO        DELIMITED BY SIZE
               '   '              DELIMITED BY SIZE
               REG-NAME           DELIMITED BY SIZE
               '  '               DELIMITED BY SIZE
               REG-REASON         DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
      *    400-PRICE-CREDITS PRICES EACH SOURCE'S UNMAILED PIECES AT
      *    THE STATEMENT RATE FOR THEIR TIER, ROUNDED TO CENTS PER
      *    TIER THE WAY 868-ALLOCATE-TIER BILLS THE DONOR AND EVENTS
      *    LINES.
      *-----------------------------------------------------------------
       400-PRICE-CREDITS.
           MOVE ZERO TO WS-CR-TOTAL.
           PERFORM 410-PRICE-SOURCE
               VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3.
      *-----------------------------------------------------------------
       410-PRICE-SOURCE.
           COMPUTE CR-AMOUNT(WS-SRC-I) ROUNDED =
               CR-T5-PIECES(WS-SRC-I) * WS-5DG-RATE.
           COMPUTE WS-CR-WRK ROUNDED =
               CR-T3-PIECES(WS-SRC-I) * WS-3DG-RATE.
           ADD WS-CR-WRK TO CR-AMOUNT(WS-SRC-I).
           COMPUTE WS-CR-WRK ROUNDED =
               CR-MXD-PIECES(WS-SRC-I) * WS-MXD-RATE.
           ADD WS-CR-WRK TO CR-AMOUNT(WS-SRC-I).
           ADD CR-AMOUNT(WS-SRC-I) TO WS-CR-TOTAL.
      *-----------------------------------------------------------------
      *    500-WRITE-REGISTER-TOTALS PROVES BOTH SIDES: EVERY EXPORTED
      *    PIECE IS MAILED, SPOILED OR MISSING, EACH FILE'S DETAILS
      *    AGREE WITH ITS OWN TRAILER, AND EVERY VENDOR DETAIL IS A
      *    MAILED OR SPOILED PIECE, AN EXTRA, A DUPLICATE OR A REJECT.
      *-----------------------------------------------------------------
       500-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING 'CAMPAIGN: '   DELIMITED BY SIZE
                  WS-CAMPAIGN    DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE 'PIECES ON EXPORT'             TO REG-LABEL.
           MOVE WS-PD-READ                     TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'EXPORT TRAILER COUNT'         TO REG-LABEL.
           MOVE WS-PD-TRL-COUNT                TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'VENDOR CONFIRMATIONS'         TO REG-LABEL.
           MOVE WS-VC-READ                     TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'VENDOR TRAILER COUNT'         TO REG-LABEL.
           MOVE WS-VC-TRL-COUNT                TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE 'CONFIRMED MAILED'             TO REG-LABEL.
           MOVE WS-MAILED-CTR                  TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'SPOILED - SENT TO REPRINT'    TO REG-LABEL.
           MOVE WS-SPOILED-CTR                 TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'MISSING - NOT CONFIRMED'      TO REG-LABEL.
           MOVE WS-MISSING-CTR                 TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'EXTRA - NOT ON EXPORT'        TO REG-LABEL.
           MOVE WS-EXTRA-CTR                   TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'DUPLICATE CONFIRMATIONS'      TO REG-LABEL.
           MOVE WS-DUP-CTR                     TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'REJECTED CONFIRMATIONS'       TO REG-LABEL.
           MOVE WS-BAD-CTR                     TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'CONTACT HISTORY MARKED'       TO REG-LABEL.
           MOVE WS-HIST-MARKED                 TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE 'PIECES WITH NO HISTORY'       TO REG-LABEL.
           MOVE WS-NOHIST-CTR                  TO REG-COUNT.
           PERFORM 510-WRITE-COUNT-LINE.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           COMPUTE WS-ACCOUNTED = WS-MAILED-CTR + WS-SPOILED-CTR
                                + WS-MISSING-CTR.
           IF WS-ACCOUNTED NOT = WS-PD-READ
               MOVE 'N' TO WS-PD-BALANCE-SW
           END-IF.
           COMPUTE WS-ACCOUNTED = WS-MAILED-CTR + WS-SPOILED-CTR
                   + WS-EXTRA-CTR + WS-DUP-CTR + WS-BAD-CTR.
           IF WS-ACCOUNTED NOT = WS-VC-READ
                   OR WS-VC-TRL-CTR NOT = 1
                   OR WS-VC-TRL-COUNT NOT = WS-VC-READ
               MOVE 'N' TO WS-VC-BALANCE-SW
           END-IF.
           IF EXPORT-BALANCED
               MOVE 'EXPORT BALANCES TO ITS TRAILER' TO REGISTER-REC
           ELSE
               MOVE 'EXPORT DOES NOT BALANCE TO ITS TRAILER'
                   TO REGISTER-REC
           END-IF.
           WRITE REGISTER-REC.
           IF CONFIRM-BALANCED
               MOVE 'CONFIRMATION BALANCES TO ITS TRAILER'
                   TO REGISTER-REC
           ELSE
               MOVE 'CONFIRMATION DOES NOT BALANCE TO ITS TRAILER'
                   TO REGISTER-REC
           END-IF.
           WRITE REGISTER-REC.
           IF NOT MARK-HISTORY
               MOVE SPACES TO REGISTER-REC
               STRING '*** CONTACT HISTORY NOT MARKED AND NOTHING '
                                           DELIMITED BY SIZE
                      'CREDITED - A TRAILER DID NOT BALANCE ***'
                                           DELIMITED BY SIZE
                      INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           END-IF.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE 'CHARGEBACK CREDIT FOR PIECES NOT MAILED'
               TO REGISTER-REC.
           WRITE REGISTER-REC.
           IF NOT RATES-LOADED
               MOVE SPACES TO REGISTER-REC
               STRING
                   '*** WARNING: RATE TABLE MISSING - CREDITS '
                                           DELIMITED BY SIZE
                   'SHOWN AS ZERO, PRICE BY HAND ***'
                                           DELIMITED BY SIZE
                   INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           END-IF.
           PERFORM 520-WRITE-CREDIT-LINE
               VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3.
           MOVE WS-CR-TOTAL TO WS-ED-MONEY.
           MOVE SPACES TO REGISTER-REC.
           STRING '  TOTAL CREDIT '    DELIMITED BY SIZE
                  WS-ED-MONEY          DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           IF WS-UNPRICED-CTR NOT = ZERO
               MOVE SPACES TO REGISTER-REC
               STRING '  NON-PRESORT PIECES NOT PRICED: '
                                       DELIMITED BY SIZE
                      WS-UNPRICED-CTR  DELIMITED BY SIZE
                      INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           END-IF.
      *-----------------------------------------------------------------
       510-WRITE-COUNT-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING REG-LABEL    DELIMITED BY SIZE
                  REG-COUNT    DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       520-WRITE-CREDIT-LINE.
           MOVE CR-AMOUNT(WS-SRC-I) TO WS-ED-MONEY.
           MOVE SPACES TO REGISTER-REC.
           STRING '  SOURCE '               DELIMITED BY SIZE
                  WS-SRC-CODE(WS-SRC-I)     DELIMITED BY SIZE
                  '  5-DIGIT '              DELIMITED BY SIZE
                  CR-T5-PIECES(WS-SRC-I)    DELIMITED BY SIZE
                  '  3-DIGIT '              DELIMITED BY SIZE
                  CR-T3-PIECES(WS-SRC-I)    DELIMITED BY SIZE
                  '  MIXED '                DELIMITED BY SIZE
                  CR-MXD-PIECES(WS-SRC-I)   DELIMITED BY SIZE
                  '  CREDIT '               DELIMITED BY SIZE
                  WS-ED-MONEY               DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-VENDOR-RECON.
