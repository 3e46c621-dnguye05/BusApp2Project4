      ******************************************************************
      *PROGRAM : PROJECT 4   Campaign Response Match                   *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Matches the gift/registration system's response file  *
      *          (p04-responses.dat: customer number, campaign code,   *
      *          response date, amount) to the mailed pieces on the    *
      *          contact history and reports, per campaign and per     *
      *          source list (C/D/E), pieces mailed, responses,        *
      *          response rate, dollars returned and cost per          *
      *          response (p04-response.rpt).  Cost comes from the     *
      *          campaign cost history the label run's chargeback      *
      *          appends to.  Responses that tie to no mailed piece    *
      *          are listed on p04-response-unmatched.rpt.             *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.                                     *
      *  10/15/2026  DN  Pieces the vendor reconciliation marked      *
      *                  spoiled or unconfirmed on the contact        *
      *                  history are not counted as mailed, costed or *
      *                  credited with a response.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-RESPONSE-MATCH.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO 'p04-responses.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RSP-STATUS.
           SELECT CONTACT-HIST ASSIGN TO 'p04-contact-hist.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS CH-KEY
                             FILE STATUS IS WS-CH-STATUS.
           SELECT CAMPAIGN-COST-FILE ASSIGN TO 'p04-campaign-cost.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CC-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'p04-response.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNMATCHED-FILE ASSIGN TO 'p04-response-unmatched.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE
           LABEL RECORD ARE OMITTED.
       01  RESPONSE-REC.
           03  RSP-CUST-NO              PIC 9(06).
           03  RSP-CAMPAIGN             PIC X(08).
           03  RSP-DATE                 PIC 9(08).
           03  RSP-AMOUNT               PIC 9(07)V99.
       FD  CONTACT-HIST.
       01  CONTACT-REC.
           COPY CONTHIST.
      *    SAME LAYOUT THE LABEL RUN'S 863-WRITE-CAMPAIGN-COST WRITES.
       FD  CAMPAIGN-COST-FILE
           LABEL RECORD ARE OMITTED.
       01  CAMPAIGN-COST-REC.
           03  CC-RUN-DATE              PIC X(08).
           03  CC-RUN-TIME              PIC X(06).
           03  CC-CAMPAIGN              PIC X(08).
           03  CC-SRC-CODE              PIC X(01).
           03  CC-PIECES                PIC 9(09).
           03  CC-AMOUNT                PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
           03  FILLER                   PIC X(37).
       FD  REPORT-FILE
           LABEL RECORD ARE OMITTED.
       01  REPORT-REC                   PIC X(132).
       FD  UNMATCHED-FILE
           LABEL RECORD ARE OMITTED.
       01  UNMATCHED-REC                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    ONE ENTRY PER CAMPAIGN CODE SEEN ON THE CONTACT HISTORY, IN
      *    THE ORDER FIRST SEEN; PIECES MAILED BEFORE CAMPAIGN CODES
      *    WERE CARRIED ON THE HISTORY COLLECT UNDER A BLANK CODE.
      *    EACH CAMPAIGN HAS A SLOT PER SOURCE: 1 CUSTOMER MASTER,
      *    2 DONOR LIST, 3 EVENTS LIST, THE LABEL RUN'S ORDER.
       01  CAMPAIGN-TABLE.
           03  CT-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX.
               05  CT-CAMPAIGN         PIC X(8).
               05  CT-SRC OCCURS 3 TIMES.
                   07  CT-MAILED       PIC 9(7).
                   07  CT-RESPONSES    PIC 9(7).
                   07  CT-DOLLARS      PIC 9(9)V99.
                   07  CT-COST-PIECES  PIC 9(9).
                   07  CT-COST-AMT     PIC S9(9)V99.
       01  MATCH-DATA.
           03  WS-RSP-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-CH-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-CC-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-CT-COUNT             PIC 9(3)    VALUE ZERO.
           03  WS-CT-OVERFLOW-CTR      PIC 9(6)    VALUE ZERO.
           03  WS-CT-I                 PIC 9(3)    VALUE ZERO.
           03  WS-SRC-I                PIC 9(1)    VALUE ZERO.
           03  WS-SRC-NDX              PIC 9(1)    VALUE 1.
           03  WS-FIND-CAMPAIGN        PIC X(8)    VALUE SPACES.
           03  WS-FIND-SRC             PIC X(1)    VALUE SPACE.
           03  WS-MATCH-SRC            PIC X(1)    VALUE SPACE.
           03  WS-UNMATCH-REASON       PIC X(30)   VALUE SPACES.
           03  WS-HIST-READ            PIC 9(9)    VALUE ZERO.
           03  WS-RSP-READ             PIC 9(7)    VALUE ZERO.
           03  WS-RSP-MATCHED          PIC 9(7)    VALUE ZERO.
           03  WS-RSP-UNMATCHED        PIC 9(7)    VALUE ZERO.
           03  WS-RSP-UNMATCHED-AMT    PIC 9(9)V99 VALUE ZERO.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
               05  WS-HIST-EOF-FLAG    PIC X       VALUE 'N'.
                   88  HIST-EOF                    VALUE 'Y'.
               05  WS-CT-FOUND-SW      PIC X       VALUE 'N'.
                   88  CT-FOUND                    VALUE 'Y'.
               05  WS-CUST-MAILED-SW   PIC X       VALUE 'N'.
                   88  CUST-MAILED                 VALUE 'Y'.
               05  WS-CMP-MAILED-SW    PIC X       VALUE 'N'.
                   88  CMP-MAILED                  VALUE 'Y'.
               05  WS-PIECE-FOUND-SW   PIC X       VALUE 'N'.
                   88  PIECE-FOUND                 VALUE 'Y'.
               05  WS-COST-AVAIL-SW    PIC X       VALUE 'N'.
                   88  COST-AVAILABLE              VALUE 'Y'.
      *    LINE WORK: ONE SOURCE, ONE CAMPAIGN OR THE GRAND TOTAL IS
      *    LOADED HERE AND 420-WRITE-FIGURES-LINE PRINTS IT.
       01  LINE-WORK.
           03  WS-LN-LABEL             PIC X(16)   VALUE SPACES.
           03  WS-LN-MAILED            PIC 9(7)    VALUE ZERO.
           03  WS-LN-RESPONSES         PIC 9(7)    VALUE ZERO.
           03  WS-LN-DOLLARS           PIC 9(9)V99 VALUE ZERO.
           03  WS-LN-COST              PIC S9(9)V99 VALUE ZERO.
           03  WS-LN-RATE              PIC 9(3)V99 VALUE ZERO.
           03  WS-LN-CPR               PIC S9(7)V99 VALUE ZERO.
           03  WS-SRC-COST             PIC S9(9)V99 VALUE ZERO.
       01  CAMPAIGN-TOTALS.
           03  WS-CMP-MAILED           PIC 9(7)    VALUE ZERO.
           03  WS-CMP-RESPONSES        PIC 9(7)    VALUE ZERO.
           03  WS-CMP-DOLLARS          PIC 9(9)V99 VALUE ZERO.
           03  WS-CMP-COST             PIC S9(9)V99 VALUE ZERO.
       01  GRAND-TOTALS.
           03  WS-GRD-MAILED           PIC 9(7)    VALUE ZERO.
           03  WS-GRD-RESPONSES        PIC 9(7)    VALUE ZERO.
           03  WS-GRD-DOLLARS          PIC 9(9)V99 VALUE ZERO.
           03  WS-GRD-COST             PIC S9(9)V99 VALUE ZERO.
       01  EDITED-FIELDS.
           03  WS-ED-RATE              PIC ZZ9.99  VALUE ZERO.
           03  WS-ED-DOLLARS           PIC Z(8)9.99 VALUE ZERO.
           03  WS-ED-COST              PIC -(8)9.99 VALUE ZERO.
           03  WS-ED-CPR               PIC -(6)9.99 VALUE ZERO.
           03  WS-ED-AMOUNT            PIC Z(6)9.99 VALUE ZERO.
           03  WS-ED-CAMPAIGN          PIC X(8)    VALUE SPACES.
           03  WS-SRC-NAME-TBL.
               05  FILLER              PIC X(16)   VALUE
                   '  C CUST MASTER '.
               05  FILLER              PIC X(16)   VALUE
                   '  D DONOR LIST  '.
               05  FILLER              PIC X(16)   VALUE
                   '  E EVENTS LIST '.
           03  WS-SRC-NAME REDEFINES WS-SRC-NAME-TBL
                           OCCURS 3 TIMES  PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-OPEN-FILES.
           PERFORM 200-COUNT-MAILED.
           PERFORM 220-LOAD-COSTS.
           OPEN OUTPUT UNMATCHED-FILE.
           PERFORM 300-WRITE-UNMATCHED-HEADER.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RSP-READ
                       PERFORM 310-MATCH-RESPONSE
           END-PERFORM.
           CLOSE RESPONSE-FILE.
           PERFORM 330-WRITE-UNMATCHED-TOTAL.
           CLOSE UNMATCHED-FILE.
           CLOSE CONTACT-HIST.
           PERFORM 400-WRITE-REPORT.
           DISPLAY SPACES.
           DISPLAY 'HISTORY RECORDS READ: ', WS-HIST-READ.
           DISPLAY 'RESPONSES READ      : ', WS-RSP-READ.
           DISPLAY 'RESPONSES MATCHED   : ', WS-RSP-MATCHED.
           DISPLAY 'RESPONSES UNMATCHED : ', WS-RSP-UNMATCHED.
           STOP RUN.
      *-----------------------------------------------------------------
      *    110-OPEN-FILES OPENS THE RESPONSE FILE AND THE CONTACT
      *    HISTORY; WITHOUT EITHER THERE IS NOTHING TO MATCH, SO A
      *    MISSING ONE ENDS THE RUN WITH 16 LIKE ANY OTHER OPEN
      *    FAILURE IN THE SYSTEM.
      *-----------------------------------------------------------------
       110-OPEN-FILES.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RSP-STATUS NOT = '00'
               DISPLAY 'RESPONSE-MATCH: CANNOT OPEN RESPONSE FILE, '
                       'STATUS ' WS-RSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTACT-HIST.
           IF WS-CH-STATUS NOT = '00'
               DISPLAY 'RESPONSE-MATCH: CANNOT OPEN CONTACT HISTORY, '
                       'STATUS ' WS-CH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    200-COUNT-MAILED WALKS THE WHOLE CONTACT HISTORY ONCE,
      *    COUNTING PIECES MAILED BY CAMPAIGN AND SOURCE.  THE HISTORY
      *    IS THE RECORD OF WHAT WENT OUT, SO A RESTARTED LABEL RUN'S
      *    PIECES COUNT ONCE HERE EVEN THOUGH ITS REPORTS ARE SPLIT.
      *    A PIECE THE VENDOR SPOILED OR NEVER CONFIRMED DID NOT GO
      *    OUT: IT IS NOT COUNTED, SO 415-WRITE-SOURCE DOES NOT COST IT.
      *-----------------------------------------------------------------
       200-COUNT-MAILED.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           PERFORM UNTIL HIST-EOF
               READ CONTACT-HIST NEXT
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM 210-ACCUM-MAILED
           END-PERFORM.
      *-----------------------------------------------------------------
       210-ACCUM-MAILED.
           MOVE CH-CAMPAIGN TO WS-FIND-CAMPAIGN.
           MOVE CH-SRC-CODE TO WS-FIND-SRC.
           IF CH-PIECE-MAILED
               PERFORM 150-FIND-CAMPAIGN
               IF CT-FOUND
                   ADD 1 TO CT-MAILED(CT-IDX WS-SRC-NDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    220-LOAD-COSTS TOTALS THE CAMPAIGN COST HISTORY BY CAMPAIGN
      *    AND SOURCE: PIECES PRICED AND AMOUNT BILLED.  NO COST FILE
      *    (NO LABEL RUN HAS BILLED YET) IS NOT AN ERROR -- THE
      *    REPORT SAYS SO AND SHOWS COST AS ZERO.
      *-----------------------------------------------------------------
       220-LOAD-COSTS.
           OPEN INPUT CAMPAIGN-COST-FILE.
           IF WS-CC-STATUS = '00'
               MOVE 'Y' TO WS-COST-AVAIL-SW
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ CAMPAIGN-COST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 225-ACCUM-COST
               END-PERFORM
               CLOSE CAMPAIGN-COST-FILE
           END-IF.
      *-----------------------------------------------------------------
       225-ACCUM-COST.
           IF CC-PIECES IS NUMERIC AND CC-AMOUNT IS NUMERIC
               MOVE CC-CAMPAIGN TO WS-FIND-CAMPAIGN
               MOVE CC-SRC-CODE TO WS-FIND-SRC
               PERFORM 150-FIND-CAMPAIGN
               IF CT-FOUND
                   ADD CC-PIECES TO CT-COST-PIECES(CT-IDX WS-SRC-NDX)
                   ADD CC-AMOUNT TO CT-COST-AMT(CT-IDX WS-SRC-NDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    150-FIND-CAMPAIGN LOCATES (ADDING IF NEW) THE TABLE ENTRY FOR
      *    WS-FIND-CAMPAIGN AND MAPS WS-FIND-SRC TO ITS SOURCE SLOT.
      *    OVERFLOW IS COUNTED AND WARNED ON THE REPORT, MATCHING THE
      *    LABEL RUN'S TABLES.
      *-----------------------------------------------------------------
       150-FIND-CAMPAIGN.
           MOVE 'N' TO WS-CT-FOUND-SW.
           EVALUATE WS-FIND-SRC
               WHEN 'D'
                   MOVE 2 TO WS-SRC-NDX
               WHEN 'E'
                   MOVE 3 TO WS-SRC-NDX
               WHEN OTHER
                   MOVE 1 TO WS-SRC-NDX
           END-EVALUATE.
           SET CT-IDX TO 1.
      *    THE FIRST WHEN STOPS THE SEARCH AT THE FIRST UNUSED ENTRY,
      *    SO AN UNUSED SLOT'S BLANK CODE NEVER PASSES FOR THE BLANK
      *    (PRE-CAMPAIGN) CAMPAIGN.
           SEARCH CT-ENTRY
               AT END
                   ADD 1 TO WS-CT-OVERFLOW-CTR
               WHEN CT-IDX > WS-CT-COUNT
                   ADD 1 TO WS-CT-COUNT
                   INITIALIZE CT-ENTRY(CT-IDX)
                   MOVE WS-FIND-CAMPAIGN TO CT-CAMPAIGN(CT-IDX)
                   MOVE 'Y' TO WS-CT-FOUND-SW
               WHEN CT-CAMPAIGN(CT-IDX) = WS-FIND-CAMPAIGN
                   MOVE 'Y' TO WS-CT-FOUND-SW
           END-SEARCH.
      *-----------------------------------------------------------------
       300-WRITE-UNMATCHED-HEADER.
           MOVE 'CAMPAIGN RESPONSES NOT MATCHED TO A MAILED PIECE'
               TO UNMATCHED-REC.
           WRITE UNMATCHED-REC.
           MOVE SPACES TO UNMATCHED-REC.
           WRITE UNMATCHED-REC.
           MOVE 'CUST NO  CAMPAIGN  RESP DATE       AMOUNT  REASON'
               TO UNMATCHED-REC.
           WRITE UNMATCHED-REC.
      *-----------------------------------------------------------------
      *    310-MATCH-RESPONSE TIES ONE RESPONSE TO THE PIECE THAT
      *    EARNED IT: A CONTACT-HISTORY RECORD FOR THE SAME CUSTOMER
      *    AND CAMPAIGN MAILED ON OR BEFORE THE RESPONSE DATE.  THE
      *    HISTORY KEY LEADS WITH THE CUSTOMER NUMBER, SO ONE START
      *    POSITIONS AT THE CUSTOMER'S FIRST PIECE.  WHEN THE
      *    CAMPAIGN MAILED THEM MORE THAN ONCE THE LATEST QUALIFYING
      *    PIECE'S SOURCE GETS THE CREDIT.  A PIECE THE VENDOR
      *    SPOILED OR NEVER CONFIRMED CANNOT HAVE EARNED A RESPONSE AND
      *    IS PASSED OVER AS IF IT WERE NOT THERE.  FEED PIECES CARRY
      *    CUSTOMER NUMBER ZERO AND CANNOT BE TIED TO A PERSON, SO A
      *    RESPONSE WITHOUT A NUMBER IS UNMATCHED.
      *-----------------------------------------------------------------
       310-MATCH-RESPONSE.
           MOVE SPACES TO WS-UNMATCH-REASON.
           EVALUATE TRUE
               WHEN RSP-CUST-NO NOT NUMERIC OR RSP-CUST-NO = ZERO
                   MOVE 'NO CUSTOMER NUMBER' TO WS-UNMATCH-REASON
               WHEN RSP-CAMPAIGN = SPACES
                   MOVE 'NO CAMPAIGN CODE' TO WS-UNMATCH-REASON
               WHEN RSP-DATE NOT NUMERIC
                   MOVE 'INVALID RESPONSE DATE' TO WS-UNMATCH-REASON
               WHEN RSP-AMOUNT NOT NUMERIC
                   MOVE 'INVALID RESPONSE AMOUNT' TO WS-UNMATCH-REASON
           END-EVALUATE.
           IF WS-UNMATCH-REASON = SPACES
               PERFORM 315-FIND-PIECE
               EVALUATE TRUE
                   WHEN PIECE-FOUND
                       CONTINUE
                   WHEN CMP-MAILED
                       MOVE 'RESPONSE DATED BEFORE MAILING'
                           TO WS-UNMATCH-REASON
                   WHEN CUST-MAILED
                       MOVE 'NOT MAILED IN THIS CAMPAIGN'
                           TO WS-UNMATCH-REASON
                   WHEN OTHER
                       MOVE 'NO CONTACT HISTORY' TO WS-UNMATCH-REASON
               END-EVALUATE
           END-IF.
           IF WS-UNMATCH-REASON = SPACES
               MOVE RSP-CAMPAIGN TO WS-FIND-CAMPAIGN
               MOVE WS-MATCH-SRC TO WS-FIND-SRC
               PERFORM 150-FIND-CAMPAIGN
               IF CT-FOUND
                   ADD 1 TO WS-RSP-MATCHED
                   ADD 1 TO CT-RESPONSES(CT-IDX WS-SRC-NDX)
                   ADD RSP-AMOUNT TO CT-DOLLARS(CT-IDX WS-SRC-NDX)
               ELSE
                   MOVE 'CAMPAIGN TABLE FULL' TO WS-UNMATCH-REASON
               END-IF
           END-IF.
           IF WS-UNMATCH-REASON NOT = SPACES
               PERFORM 320-WRITE-UNMATCHED
           END-IF.
      *-----------------------------------------------------------------
       315-FIND-PIECE.
           MOVE 'N' TO WS-CUST-MAILED-SW WS-CMP-MAILED-SW
                       WS-PIECE-FOUND-SW WS-HIST-EOF-FLAG.
           MOVE RSP-CUST-NO TO CH-CUST-NO.
           MOVE ZERO        TO CH-RUN-DATE.
           MOVE LOW-VALUES  TO CH-RUN-TIME.
           MOVE ZERO        TO CH-SEQ-NUM.
           START CONTACT-HIST KEY NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START.
           PERFORM UNTIL HIST-EOF
               READ CONTACT-HIST NEXT
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF CH-CUST-NO = RSP-CUST-NO
                           PERFORM 317-CHECK-PIECE
                       ELSE
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       317-CHECK-PIECE.
           IF CH-PIECE-MAILED
               MOVE 'Y' TO WS-CUST-MAILED-SW
               IF CH-CAMPAIGN = RSP-CAMPAIGN
                   MOVE 'Y' TO WS-CMP-MAILED-SW
                   IF CH-RUN-DATE NOT > RSP-DATE
                       MOVE 'Y' TO WS-PIECE-FOUND-SW
                       MOVE CH-SRC-CODE TO WS-MATCH-SRC
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       320-WRITE-UNMATCHED.
           ADD 1 TO WS-RSP-UNMATCHED.
           IF RSP-AMOUNT IS NUMERIC
               ADD RSP-AMOUNT TO WS-RSP-UNMATCHED-AMT
               MOVE RSP-AMOUNT TO WS-ED-AMOUNT
           ELSE
               MOVE ZERO TO WS-ED-AMOUNT
           END-IF.
           MOVE SPACES TO UNMATCHED-REC.
           STRING
               RSP-CUST-NO            DELIMITED BY SIZE
               '   '                  DELIMITED BY SIZE
               RSP-CAMPAIGN           DELIMITED BY SIZE
               '  '                   DELIMITED BY SIZE
               RSP-DATE               DELIMITED BY SIZE
               '  '                   DELIMITED BY SIZE
               WS-ED-AMOUNT           DELIMITED BY SIZE
               '  '                   DELIMITED BY SIZE
               WS-UNMATCH-REASON      DELIMITED BY SIZE
               INTO UNMATCHED-REC
           END-STRING.
           WRITE UNMATCHED-REC.
      *-----------------------------------------------------------------
       330-WRITE-UNMATCHED-TOTAL.
           MOVE SPACES TO UNMATCHED-REC.
           WRITE UNMATCHED-REC.
           MOVE WS-RSP-UNMATCHED-AMT TO WS-ED-DOLLARS.
           MOVE SPACES TO UNMATCHED-REC.
           STRING
               'UNMATCHED RESPONSES: '  DELIMITED BY SIZE
               WS-RSP-UNMATCHED         DELIMITED BY SIZE
               '   DOLLARS: '           DELIMITED BY SIZE
               WS-ED-DOLLARS            DELIMITED BY SIZE
               INTO UNMATCHED-REC
           END-STRING.
           WRITE UNMATCHED-REC.
      *-----------------------------------------------------------------
      *    400-WRITE-REPORT WRITES THE COST-PER-RESPONSE REPORT: FOR
      *    EACH CAMPAIGN A LINE PER SOURCE THAT MAILED OR DREW A
      *    RESPONSE, THEN THE CAMPAIGN TOTAL, THEN A GRAND TOTAL.
      *-----------------------------------------------------------------
       400-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'CAMPAIGN RESPONSE AND COST PER RESPONSE'
               TO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT COST-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING
                   '*** WARNING: NO CAMPAIGN COST HISTORY - COST '
                                           DELIMITED BY SIZE
                   'SHOWN AS ZERO ***'     DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING
               'SOURCE             MAILED  RESPNS  RATE-PCT'
                                       DELIMITED BY SIZE
               '   DOLLARS RETURNED         COST  COST/RESP'
                                       DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           PERFORM 410-WRITE-CAMPAIGN
               VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'ALL CAMPAIGNS'    TO WS-LN-LABEL.
           MOVE WS-GRD-MAILED      TO WS-LN-MAILED.
           MOVE WS-GRD-RESPONSES   TO WS-LN-RESPONSES.
           MOVE WS-GRD-DOLLARS     TO WS-LN-DOLLARS.
           MOVE WS-GRD-COST        TO WS-LN-COST.
           PERFORM 420-WRITE-FIGURES-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING
               'RESPONSES NOT MATCHED TO A PIECE: '
                                       DELIMITED BY SIZE
               WS-RSP-UNMATCHED        DELIMITED BY SIZE
               ' - SEE P04-RESPONSE-UNMATCHED.RPT'
                                       DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF WS-CT-OVERFLOW-CTR NOT = ZERO
               MOVE SPACES TO REPORT-REC
               STRING
                   '*** WARNING: '         DELIMITED BY SIZE
                   WS-CT-OVERFLOW-CTR      DELIMITED BY SIZE
                   ' RECORD(S) EXCEEDED THE CAMPAIGN TABLE AND ARE '
                                           DELIMITED BY SIZE
                   'NOT REPORTED ***'      DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
           CLOSE REPORT-FILE.
      *-----------------------------------------------------------------
       410-WRITE-CAMPAIGN.
           MOVE ZERO TO WS-CMP-MAILED WS-CMP-RESPONSES WS-CMP-DOLLARS
                        WS-CMP-COST.
           IF CT-CAMPAIGN(WS-CT-I) = SPACES
               MOVE '(NONE)' TO WS-ED-CAMPAIGN
           ELSE
               MOVE CT-CAMPAIGN(WS-CT-I) TO WS-ED-CAMPAIGN
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING
               'CAMPAIGN: '            DELIMITED BY SIZE
               WS-ED-CAMPAIGN          DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           PERFORM 415-WRITE-SOURCE
               VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3.
           MOVE '  CAMPAIGN TOTAL'  TO WS-LN-LABEL.
           MOVE WS-CMP-MAILED       TO WS-LN-MAILED.
           MOVE WS-CMP-RESPONSES    TO WS-LN-RESPONSES.
           MOVE WS-CMP-DOLLARS      TO WS-LN-DOLLARS.
           MOVE WS-CMP-COST         TO WS-LN-COST.
           PERFORM 420-WRITE-FIGURES-LINE.
           ADD WS-CMP-MAILED        TO WS-GRD-MAILED.
           ADD WS-CMP-RESPONSES     TO WS-GRD-RESPONSES.
           ADD WS-CMP-DOLLARS       TO WS-GRD-DOLLARS.
           ADD WS-CMP-COST          TO WS-GRD-COST.
      *-----------------------------------------------------------------
      *    415-WRITE-SOURCE COSTS ONE SOURCE'S PIECES AT THE CHARGEBACK
      *    COST PER PRICED PIECE TIMES THE PIECES THE HISTORY SHOWS
      *    MAILED.  A RESTARTED LABEL RUN BILLS ONLY THE PIECES SINCE
      *    ITS RESTART, SO THE BILLED AMOUNT ALONE WOULD UNDERSTATE
      *    THE CAMPAIGN; THE PER-PIECE FIGURE DOES NOT.
      *-----------------------------------------------------------------
       415-WRITE-SOURCE.
           IF CT-COST-PIECES(WS-CT-I WS-SRC-I) > ZERO
               COMPUTE WS-SRC-COST ROUNDED =
                   CT-COST-AMT(WS-CT-I WS-SRC-I)
                   * CT-MAILED(WS-CT-I WS-SRC-I)
                   / CT-COST-PIECES(WS-CT-I WS-SRC-I)
           ELSE
               MOVE ZERO TO WS-SRC-COST
           END-IF.
           IF CT-MAILED(WS-CT-I WS-SRC-I) > ZERO
                   OR CT-RESPONSES(WS-CT-I WS-SRC-I) > ZERO
               MOVE WS-SRC-NAME(WS-SRC-I)         TO WS-LN-LABEL
               MOVE CT-MAILED(WS-CT-I WS-SRC-I)    TO WS-LN-MAILED
               MOVE CT-RESPONSES(WS-CT-I WS-SRC-I) TO WS-LN-RESPONSES
               MOVE CT-DOLLARS(WS-CT-I WS-SRC-I)   TO WS-LN-DOLLARS
               MOVE WS-SRC-COST                    TO WS-LN-COST
               PERFORM 420-WRITE-FIGURES-LINE
           END-IF.
           ADD CT-MAILED(WS-CT-I WS-SRC-I)    TO WS-CMP-MAILED.
           ADD CT-RESPONSES(WS-CT-I WS-SRC-I) TO WS-CMP-RESPONSES.
           ADD CT-DOLLARS(WS-CT-I WS-SRC-I)   TO WS-CMP-DOLLARS.
           ADD WS-SRC-COST                    TO WS-CMP-COST.
      *-----------------------------------------------------------------
      *    420-WRITE-FIGURES-LINE DERIVES THE RATE (RESPONSES PER
      *    HUNDRED PIECES) AND COST PER RESPONSE FOR THE LINE LOADED
      *    IN LINE-WORK.  NOTHING MAILED RATES ZERO AND NO RESPONSES
      *    SHOW NO COST PER RESPONSE, RATHER THAN DIVIDING BY ZERO.
      *-----------------------------------------------------------------
       420-WRITE-FIGURES-LINE.
           IF WS-LN-MAILED > ZERO
               COMPUTE WS-LN-RATE ROUNDED =
                   WS-LN-RESPONSES * 100 / WS-LN-MAILED
           ELSE
               MOVE ZERO TO WS-LN-RATE
           END-IF.
           IF WS-LN-RESPONSES > ZERO
               COMPUTE WS-LN-CPR ROUNDED =
                   WS-LN-COST / WS-LN-RESPONSES
           ELSE
               MOVE ZERO TO WS-LN-CPR
           END-IF.
           MOVE WS-LN-RATE    TO WS-ED-RATE.
           MOVE WS-LN-DOLLARS TO WS-ED-DOLLARS.
           MOVE WS-LN-COST    TO WS-ED-COST.
           MOVE WS-LN-CPR     TO WS-ED-CPR.
           MOVE SPACES TO REPORT-REC.
           STRING
               WS-LN-LABEL            DELIMITED BY SIZE
               '  '                   DELIMITED BY SIZE
               WS-LN-MAILED           DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WS-LN-RESPONSES        DELIMITED BY SIZE
               '    '                 DELIMITED BY SIZE
               WS-ED-RATE             DELIMITED BY SIZE
               '       '              DELIMITED BY SIZE
               WS-ED-DOLLARS          DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WS-ED-COST             DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WS-ED-CPR              DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-RESPONSE-MATCH.
