      *                  from the first label to the last; the       *
      *                  manifest names the trailing non-presort     *
      *                  section and its count.                      *
      *  10/15/2026  DN  Each contact-history record now carries the *
      *                  run's CAMPAIGN= code, and the chargeback    *
      *                  appends one line per source (pieces priced, *
      *                  amount billed) to the campaign cost history *
      *                  p04-campaign-cost.dat, so the response      *
      *                  match can put a cost on each campaign.      *
      *  10/15/2026  DN  A donor or events record that the feed      *
      *                  onboarding program matched to a customer    *
      *                  (p04-feed-xref.dat) now mails under that    *
      *                  customer's number instead of zero, so the   *
      *                  FREQDAYS cap, number-keyed suppression and  *
      *                  contact history apply to it -- the case     *
      *                  that matters is a campaign whose SOURCES=   *
      *                  leaves the master out.                      *
      *  10/15/2026  DN  FREQDAYS no longer counts a contact-history *
      *                  piece the vendor reconciliation marked      *
      *                  spoiled or unconfirmed (CH-MAIL-STATUS) --  *
      *                  the customer was never actually mailed.     *
      *  10/15/2026  DN  Seed and decoy names (p04-seeds.dat) ride   *
      *                  every mailing, or only the campaign whose   *
      *                  SEEDS= group names them.  Seeds skip        *
      *                  selection, suppression, frequency and the   *
      *                  merge/purge but presort and get an IMb like *
      *                  any piece; they are flagged on the piece-   *
      *                  detail export, kept off CONTHIST and out of *
      *                  the chargeback allocation and customer      *
      *                  counts, balanced on their own lines, and    *
      *                  listed by sequence and IMb on the seed-     *
      *                  tracking report (p04-seed-tracking.rpt) so  *
      *                  staff can log each seed's in-home date.     *
      *  10/15/2026  DN  MODE=ESTIMATE runs selection, suppression,  *
      *                  frequency, merge/purge and tier             *
      *                  qualification but prints nothing: no        *
      *                  labels, contact history, piece-detail       *
      *                  export, tray manifest or seed tracking.  It *
      *                  writes a projected postage statement and    *
      *                  chargeback, and its exception, suppression, *
      *                  COA and merge/purge reports, under p04-est- *
      *                  names.  A campaign BUDGET= ceiling is       *
      *                  checked against the projected postage       *
      *                  before the first label prints; a live run   *
      *                  over budget stops with RETURN-CODE 12 and   *
      *                  writes the projected statement showing the  *
      *                  overage.                                    *
      *  10/15/2026  DN  A campaign's CATEGORY= (FUND, EVENT, NEWS   *
      *                  ...) is checked against the customer        *
      *                  mailing preferences on p04-cust-prefs.dat:  *
      *                  a customer opted out of that category is    *
      *                  skipped ahead of the merge/purge, listed on *
      *                  the suppression register, and counted on    *
      *                  its own line on p04-balance.rpt (CATEGORY   *
      *                  OPT-OUTS, part of the input check), on the  *
      *                  run log (OPTOUT=) and on the console.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-MAILING-LABELS.
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-LBL-STATUS.
           SELECT SORT-WORK  ASSIGN TO 'p04-sortwk.tmp'.
           SELECT SORT-SAVE-FILE ASSIGN TO 'p04-sortsv.tmp'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SV-STATUS.
           SELECT EXCEPTION-FILE ASSIGN USING WS-EXCEPTION-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO 'p04-state-summary.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPRESS-FILE ASSIGN TO 'p04-suppress.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SUP-FILE-STATUS.
           SELECT SUPPRESS-REG-FILE ASSIGN USING WS-SUPREG-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COA-FILE ASSIGN TO 'p04-coa.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT COA-AUDIT-FILE ASSIGN USING WS-COA-AUDIT-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DONOR-FILE ASSIGN TO 'p04-donor-list.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
           SELECT EVENTS-FILE ASSIGN TO 'p04-events-list.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-EVT-FILE-STATUS.
           SELECT SEED-FILE  ASSIGN TO 'p04-seeds.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-SEED-FILE-STATUS.
           SELECT SEED-TRACK-FILE ASSIGN TO 'p04-seed-tracking.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-XREF  ASSIGN TO 'p04-feed-xref.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS FX-KEY
                             FILE STATUS IS WS-FX-STATUS.
           SELECT PREF-FILE  ASSIGN TO 'p04-cust-prefs.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS PF-KEY
                             FILE STATUS IS WS-PF-STATUS.
           SELECT MERGE-PURGE-FILE ASSIGN USING WS-MERGE-PURGE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO 'p04-rate-table.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-RT-FILE-STATUS.
           SELECT POSTAGE-FILE ASSIGN USING WS-POSTAGE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-FILE ASSIGN TO 'p04-balance.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAY-FILE  ASSIGN TO 'p04-tray-manifest.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEBACK-FILE ASSIGN USING WS-CHARGEBACK-NAME
                             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-COST-FILE ASSIGN TO 'p04-campaign-cost.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CC-STATUS.
           SELECT CONTACT-HIST ASSIGN TO 'p04-contact-hist.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
       FD  EVENTS-FILE
           LABEL RECORD ARE OMITTED.
       01  EVENTS-REC                   PIC X(91).
       FD  SEED-FILE
           LABEL RECORD ARE OMITTED.
       01  SEED-REC.
           03  SD-GROUP                 PIC X(08).
           03  SD-LNAME                 PIC X(15).
           03  SD-FNAME                 PIC X(15).
           03  SD-ADDRESS               PIC X(25).
           03  SD-CITY                  PIC X(20).
           03  SD-STATE                 PIC X(02).
           03  SD-ZIP                   PIC 9(09).
       FD  SEED-TRACK-FILE
           LABEL RECORD ARE OMITTED.
       01  SEED-TRACK-REC               PIC X(132).
       FD  FEED-XREF.
       01  FEED-XREF-REC.
           COPY FEEDXREF.
       FD  PREF-FILE.
       01  PREF-REC.
           COPY CUSTPREF.
       FD  MERGE-PURGE-FILE
           LABEL RECORD ARE OMITTED.
       01  MERGE-PURGE-REC              PIC X(80).
           03  PW-ZIP5                  PIC 9(05).
           03  PW-ZIP4                  PIC 9(04).
           03  PW-IMB                   PIC X(29).
           03  PW-SEED-FLAG             PIC X(01).
       FD  PIECE-DETAIL-FILE
           LABEL RECORD ARE OMITTED.
       01  PIECE-DETAIL-REC             PIC X(200).
           03  PDD-IMB                  PIC X(29).
           03  PDD-TIER                 PIC X(01).
           03  PDD-SEQ-NUM              PIC 9(09).
           03  PDD-SEED-FLAG            PIC X(01).
           03  FILLER                   PIC X(14).
       01  PIECE-DETAIL-TRL.
           03  PDT-REC-TYPE             PIC X(01).
           03  PDT-PIECE-COUNT          PIC 9(09).
       FD  CHARGEBACK-FILE
           LABEL RECORD ARE OMITTED.
       01  CHARGEBACK-REC               PIC X(80).
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
       FD  CONTACT-HIST.
       01  CONTACT-REC.
           COPY CONTHIST.
               05  SMW-STATE            PIC X(02).
               05  SMW-ZIP5             PIC 9(05).
           03  SMW-COUNT                PIC 9(06).
      *    SORT-SAVE-FILE KEEPS THE SORTED STREAM OF A COUNT PASS (SEE
      *    181-SETTLE-COUNT-PASS) IN THE SORT RECORD'S OWN LAYOUT SO
      *    THE PRINT PASS READS BACK EXACTLY WHAT WAS COUNTED.
       FD  SORT-SAVE-FILE
           LABEL RECORD ARE OMITTED.
       01  SORT-SAVE-REC.
           03  SV-PRESORT-GRP           PIC 9(01).
           03  SV-ZIP                   PIC 9(09).
           03  SV-ADDR-KEY              PIC X(47).
           03  SV-SEQ-NUM               PIC 9(09).
           03  SV-CUST-REC              PIC X(100).
           03  SV-SRC-CODE              PIC X(01).
       SD  SORT-WORK.
       01  SORT-REC.
      *    SR-PRESORT-GRP IS THE MAJOR SORT KEY: 1 FOR PRESORTABLE
           03  WS-UNDELIV-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-UNDELIV-SW           PIC X       VALUE 'N'.
               88  UNDELIV-SKIPPED                 VALUE 'Y'.
           03  WS-OPTOUT-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-OPTOUT-SW            PIC X       VALUE 'N'.
               88  CATEGORY-OPTED-OUT              VALUE 'Y'.
           03  WS-SELDROP-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-MERGE-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-FOREIGN-CTR          PIC 9(6)    VALUE ZERO.
       01  SEED-DATA.
           03  WS-SEED-FILE-STATUS     PIC X(2)    VALUE SPACES.
           03  WS-SEED-READ            PIC 9(6)    VALUE ZERO.
           03  WS-SEED-RELEASED        PIC 9(6)    VALUE ZERO.
           03  WS-SEED-REJECT-CTR      PIC 9(6)    VALUE ZERO.
           03  WS-SEED-CTR             PIC 9(6)    VALUE ZERO.
           03  WS-SEED-SKIP-CTR        PIC 9(6)    VALUE ZERO.
       01  BALANCE-DATA.
           03  WS-PURGE-TOTAL          PIC 9(6)    VALUE ZERO.
           03  WS-BAL-ACCOUNTED        PIC 9(9)    VALUE ZERO.
           03  WS-BAL-PIECES           PIC 9(9)    VALUE ZERO.
           03  WS-BAL-CUST-SKIP        PIC 9(9)    VALUE ZERO.
           03  WS-BAL-SEED-PIECES      PIC 9(9)    VALUE ZERO.
           03  WS-BAL-ALL-LABELS       PIC 9(9)    VALUE ZERO.
           03  WS-LINES-EXPECTED       PIC 9(9)    VALUE ZERO.
           03  WS-LINES-ACTUAL         PIC 9(9)    VALUE ZERO.
           03  WS-EXP-ROWS             PIC 9(9)    VALUE ZERO.
           03  HOLD-SEQ-NUM            PIC 9(9)    VALUE ZERO.
           03  HOLD-CUST-NO            PIC 9(6)    VALUE ZERO.
           03  HOLD-SRC-CODE           PIC X       VALUE SPACE.
               88  HOLD-SEED                       VALUE 'S'.
           03  HOLD-ADDR-TYPE          PIC X       VALUE SPACE.
               88  HOLD-CANADIAN                   VALUE 'C'.
               88  HOLD-NON-PRESORT                VALUE 'M' 'C'.
           03  WS-EVT-FILE-STATUS      PIC X(2)    VALUE SPACES.
           03  WS-CUR-SRC-NDX          PIC 9(1)    VALUE 1.
           03  WS-FEED-REC             PIC X(91)   VALUE SPACES.
           03  WS-FX-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-FX-AVAIL-SW          PIC X       VALUE 'N'.
               88  FEED-XREF-AVAILABLE             VALUE 'Y'.
           03  WS-PF-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-PF-AVAIL-SW          PIC X       VALUE 'N'.
               88  PREFS-AVAILABLE                 VALUE 'Y'.
           03  WS-SRC-STATS.
               05  WS-SRC-ENTRY OCCURS 3 TIMES.
                   07  WS-SRC-CODE     PIC X(1).
               05  PST-TIER            PIC X(1).
               05  PST-SRC-CNT OCCURS 3 TIMES
                                       PIC 9(6).
               05  PST-SEED-CNT        PIC 9(6).
       01  POSTAGE-MISC.
           03  WS-PST-ENTRIES          PIC 9(4)    VALUE ZERO.
           03  WS-PST-OVERFLOW-CTR     PIC 9(6)    VALUE ZERO.
               88  IN-WANTED-PROFILE               VALUE 'Y'.
           03  WS-LOADING-PROFILE-SW   PIC X       VALUE 'N'.
               88  LOADING-PROFILE                 VALUE 'Y'.
           03  WS-RUN-MODE             PIC X(8)    VALUE 'LIVE'.
               88  ESTIMATE-MODE                   VALUE 'ESTIMATE'.
       01  CAMPAIGN-DATA.
           03  WS-CMPF-STATUS          PIC X(2)    VALUE SPACES.
           03  WS-CMP-CODE             PIC X(8)    VALUE SPACES.
           03  WS-CMP-ZIPLO            PIC 9(5)    VALUE ZERO.
           03  WS-CMP-ZIPHI            PIC 9(5)    VALUE 99999.
           03  WS-CMP-SOURCES          PIC X(3)    VALUE 'CDE'.
           03  WS-CMP-SEED-GROUP       PIC X(8)    VALUE SPACES.
           03  WS-CMP-CATEGORY         PIC X(8)    VALUE SPACES.
           03  WS-CMP-BUDGET           PIC 9(8)V99 VALUE ZERO.
           03  WS-CMP-BUDGET-SW        PIC X       VALUE 'N'.
               88  BUDGET-SET                      VALUE 'Y'.
           03  WS-CMP-SRC-WORK         PIC X(5)    VALUE SPACES.
           03  WS-CMP-SRC-CNT          PIC 9(1)    VALUE ZERO.
           03  WS-CMP-I                PIC 9(2)    VALUE ZERO.
           03  WS-SRC-TEST-CODE        PIC X       VALUE SPACE.
           03  WS-SRC-ACTIVE-SW        PIC X       VALUE 'N'.
               88  SOURCE-ACTIVE                   VALUE 'Y'.
       01  ESTIMATE-DATA.
           03  WS-EXCEPTION-NAME       PIC X(40)   VALUE
               'p04-exceptions.rpt'.
           03  WS-SUPREG-NAME          PIC X(40)   VALUE
               'p04-suppress-reg.rpt'.
           03  WS-COA-AUDIT-NAME       PIC X(40)   VALUE
               'p04-coa-audit.rpt'.
           03  WS-MERGE-PURGE-NAME     PIC X(40)   VALUE
               'p04-mergepurge.rpt'.
           03  WS-POSTAGE-NAME         PIC X(40)   VALUE
               'p04-postage-stmt.rpt'.
           03  WS-CHARGEBACK-NAME      PIC X(40)   VALUE
               'p04-chargeback.rpt'.
           03  WS-SV-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-TWO-PASS-SW          PIC X       VALUE 'N'.
               88  TWO-PASS-RUN                    VALUE 'Y'.
           03  WS-PASS-SW              PIC X       VALUE 'P'.
               88  COUNT-PASS                      VALUE 'C'.
               88  PRINT-PASS                      VALUE 'P'.
           03  WS-OVER-BUDGET-SW       PIC X       VALUE 'N'.
               88  OVER-BUDGET                     VALUE 'Y'.
           03  WS-BUDGET-DIFF          PIC 9(8)V99 VALUE ZERO.
           03  WS-BUD-DOLLARS-X        PIC X(24)   VALUE SPACES.
           03  WS-BUD-CENTS-X          PIC X(24)   VALUE SPACES.
           03  WS-BUD-DLEN             PIC 9(2)    VALUE ZERO.
           03  WS-BUD-CLEN             PIC 9(2)    VALUE ZERO.
           03  WS-BUD-DOLLARS          PIC 9(7)    VALUE ZERO.
           03  WS-BUD-CENTS-2          PIC X(2)    VALUE SPACES.
           03  WS-BUD-CENTS REDEFINES WS-BUD-CENTS-2
                                       PIC 9(2).
       01  RESTART-DATA.
           03  WS-CKPT-STATUS          PIC X(2)    VALUE SPACES.
           03  WS-RESTART-SKIP         PIC 9(9)    VALUE ZERO.
           03  WS-RUN-DATE-N           PIC 9(8)    VALUE ZERO.
           03  WS-FREQ-SKIP-SW         PIC X       VALUE 'N'.
               88  FREQ-SKIPPED                    VALUE 'Y'.
           03  WS-CH-EOF-FLAG          PIC X       VALUE 'N'.
               88  CH-EOF                          VALUE 'Y'.
           03  WS-CUR-PIECE-SRC        PIC X       VALUE SPACE.
               88  CUR-PIECE-SEED                  VALUE 'S'.
       01  RUN-LOG-DATA.
           03  WS-RUN-DATE             PIC X(8)    VALUE SPACES.
           03  WS-RUN-TIME             PIC X(8)    VALUE SPACES.
           03  WS-CBT-AMT2             PIC S9(7)V99 VALUE ZERO.
           03  WS-CBT-AMT3             PIC S9(7)V99 VALUE ZERO.
           03  WS-CB-WRK               PIC S9(8)V99 VALUE ZERO.
           03  WS-CB-SEED-T5           PIC 9(6)    VALUE ZERO.
           03  WS-CB-SEED-T3           PIC 9(6)    VALUE ZERO.
           03  WS-CB-SEED-MXD          PIC 9(6)    VALUE ZERO.
           03  WS-CB-SEED-AMOUNT       PIC S9(7)V99 VALUE ZERO.
           03  WS-CBT-SEED-PIECES      PIC 9(6)    VALUE ZERO.
           03  WS-CBT-SEED-AMT         PIC S9(7)V99 VALUE ZERO.
           03  WS-CB-TOTAL             PIC S9(8)V99 VALUE ZERO.
           03  WS-CB-I                 PIC 9(1)    VALUE ZERO.
           03  WS-PIECE-SRC-NDX        PIC 9(1)    VALUE 1.
           03  WS-ED-CB-MONEY          PIC -9(7).99 VALUE ZERO.
           03  WS-CC-STATUS            PIC X(2)    VALUE SPACES.
       01  TRAY-DATA.
      *    WS-TRAY-CAP IS THE WORKING CAPACITY OF ONE LETTER TRAY AT
      *    OUR PIECE WEIGHT.  RAISE OR LOWER IT HERE IF THE STOCK
           PERFORM 040-PARSE-RUN-PARMS.
           PERFORM 060-INIT-CHECKPOINT.
           PERFORM 065-OPEN-CONTACT-HIST.
           PERFORM 066-OPEN-FEED-XREF.
           PERFORM 067-OPEN-PREFS.
           PERFORM 070-LOAD-ZIP-REF.
           PERFORM 078-LOAD-COA.
           PERFORM 080-LOAD-SUPPRESS.
           PERFORM 086-INIT-RUN-WORK-FILES.
           PERFORM 090-LOAD-RATE-TABLE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT SUPPRESS-REG-FILE.
           OPEN OUTPUT COA-AUDIT-FILE.
      *    A COUNT PASS OPENS NOTHING IT PRINTS TO: THE SORTED STREAM
      *    IS SAVED INSTEAD, AND THE LABEL, PIECE AND SEED FILES ARE
      *    OPENED ONLY ONCE 181-SETTLE-COUNT-PASS LETS THE RUN PRINT.
           IF TWO-PASS-RUN
               MOVE 'C' TO WS-PASS-SW
               OPEN OUTPUT SORT-SAVE-FILE
           ELSE
               PERFORM 180-OPEN-PRINT-FILES
           END-IF.
      *    SR-PRESORT-GRP LEADS THE KEY SO NON-PRESORT PIECES FORM A
      *    TRAILING SECTION OF THE STREAM (SEE THE SORT-REC NOTE).
      *    SR-SEQ-NUM (THE ORIGINAL CUST-LIST READ ORDER, ASSIGNED IN
                             SR-SEQ-NUM
               INPUT PROCEDURE 150-SORT-INPUT
               OUTPUT PROCEDURE 170-SORT-OUTPUT.
           IF TWO-PASS-RUN
               CLOSE SORT-SAVE-FILE
               PERFORM 181-SETTLE-COUNT-PASS
           END-IF.
           IF THREE-UP-MODE AND WS-L3-COUNT > 0
               PERFORM 430-FLUSH-3UP-ROW
           END-IF.
           CLOSE PIECE-WORK.
           PERFORM 469-END-SEED-TRACK.
           PERFORM 800-WRITE-SUMMARY-REPORT.
           PERFORM 850-WRITE-POSTAGE-STMT.
           PERFORM 865-WRITE-CHARGEBACK.
           DISPLAY 'UNDELIVERABLE : ', WS-UNDELIV-CTR.
           DISPLAY 'COA REWRITES  : ', WS-COA-CTR.
           DISPLAY 'NON-PRESORT   : ', WS-FOREIGN-CTR.
           DISPLAY 'SEED PIECES   : ', WS-SEED-CTR.
           IF WS-FREQ-DAYS > ZERO
               DISPLAY 'FREQ SKIPS    : ', WS-FREQ-SKIP-CTR
           END-IF.
           IF WS-CMP-CATEGORY NOT = SPACES
               DISPLAY 'OPTED OUT     : ', WS-OPTOUT-CTR
           END-IF.
           IF WS-RESTART-SKIP > 0
               DISPLAY 'RESUMED AFTER : ', WS-RESTART-SKIP, ' RECORDS'
           END-IF.
                 SUPPRESS-REG-FILE
                 COA-AUDIT-FILE
                 CONTACT-HIST.
           IF FEED-XREF-AVAILABLE
               CLOSE FEED-XREF
           END-IF.
           IF PREFS-AVAILABLE
               CLOSE PREF-FILE
           END-IF.
           PERFORM 900-BALANCE-RUN.
           STOP RUN.
      *-----------------------------------------------------------------
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 043-RESOLVE-RUN-MODE.
           PERFORM 048-ECHO-PARMS.
      *-----------------------------------------------------------------
      *    043-RESOLVE-RUN-MODE DECIDES WHETHER THE SORTED STREAM MUST
      *    BE COUNTED AND PRICED BEFORE ANYTHING PRINTS: ALWAYS FOR
      *    MODE=ESTIMATE, AND FOR A LIVE RUN WHOSE CAMPAIGN CARRIES A
      *    BUDGET= CEILING (SEE 181-SETTLE-COUNT-PASS).  AN ESTIMATE'S
      *    REPORTS GO OUT UNDER P04-EST- NAMES SO A WHAT-IF RUN NEVER
      *    OVERLAYS THE LAST LIVE MAILING'S EXCEPTION LIST, SUPPRESSION
      *    REGISTER OR POSTAGE PAPERWORK.
      *-----------------------------------------------------------------
       043-RESOLVE-RUN-MODE.
           IF ESTIMATE-MODE OR BUDGET-SET
               MOVE 'Y' TO WS-TWO-PASS-SW
           END-IF.
           IF ESTIMATE-MODE
               MOVE 'p04-est-exceptions.rpt'   TO WS-EXCEPTION-NAME
               MOVE 'p04-est-suppress-reg.rpt' TO WS-SUPREG-NAME
               MOVE 'p04-est-coa-audit.rpt'    TO WS-COA-AUDIT-NAME
               MOVE 'p04-est-mergepurge.rpt'   TO WS-MERGE-PURGE-NAME
               MOVE 'p04-est-postage-stmt.rpt' TO WS-POSTAGE-NAME
               MOVE 'p04-est-chargeback.rpt'   TO WS-CHARGEBACK-NAME
           END-IF.
      *-----------------------------------------------------------------
       045-APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
                   PERFORM 044-APPLY-FREQDAYS
               WHEN 'CAMPAIGN'
                   PERFORM 052-LOAD-CAMPAIGN
               WHEN 'MODE'
                   IF WS-PARM-VAL = 'LIVE' OR WS-PARM-VAL = 'ESTIMATE'
                       MOVE WS-PARM-VAL(1:8) TO WS-RUN-MODE
                   ELSE
                       MOVE 'MODE MUST BE LIVE OR ESTIMATE'
                           TO WS-PARM-ERR-MSG
                       PERFORM 049-PARM-ERROR
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-PARM-ERR-MSG
                   STRING
      *    IS FREE TEXT FOR THE POSTAGE STATEMENT; STATES= IS UP TO
      *    TEN COMMA-SEPARATED TWO-LETTER CODES; ZIPLO=/ZIPHI= BOUND
      *    THE ZIP5; SOURCES= NAMES WHICH OF C/D/E PARTICIPATE.
      *    SEEDS= NAMES THE SEED GROUP ON P04-SEEDS.DAT THAT RIDES
      *    THIS CAMPAIGN ON TOP OF THE SEEDS EVERY RUN CARRIES.
      *    BUDGET= IS THE CAMPAIGN'S POSTAGE CEILING IN DOLLARS.
      *    CATEGORY= IS THE MAILING-PREFERENCE CATEGORY THE CAMPAIGN
      *    BELONGS TO (FUND, EVENT, NEWS ...).
      *-----------------------------------------------------------------
       054-APPLY-CAMPAIGN-KEYVAL.
           EVALUATE WS-PARM-KEY
                   END-IF
               WHEN 'SOURCES'
                   PERFORM 058-APPLY-CAMPAIGN-SOURCES
               WHEN 'SEEDS'
                   IF WS-PARM-VAL = SPACES
                           OR WS-PARM-VAL(9:1) NOT = SPACE
                       MOVE 'CAMPAIGN SEEDS MUST BE A 1-8 BYTE GROUP'
                           TO WS-PARM-ERR-MSG
                       PERFORM 049-PARM-ERROR
                   ELSE
                       MOVE WS-PARM-VAL(1:8) TO WS-CMP-SEED-GROUP
                   END-IF
               WHEN 'BUDGET'
                   PERFORM 063-APPLY-CAMPAIGN-BUDGET
               WHEN 'CATEGORY'
                   IF WS-PARM-VAL = SPACES
                           OR WS-PARM-VAL(9:1) NOT = SPACE
                       MOVE 'CAMPAIGN CATEGORY MUST BE 1-8 BYTES'
                           TO WS-PARM-ERR-MSG
                       PERFORM 049-PARM-ERROR
                   ELSE
                       MOVE WS-PARM-VAL(1:8) TO WS-CMP-CATEGORY
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-PARM-ERR-MSG
                   STRING
               PERFORM 049-PARM-ERROR
           END-IF.
      *-----------------------------------------------------------------
      *    063-APPLY-CAMPAIGN-BUDGET ACCEPTS THE POSTAGE CEILING AS 1 TO
      *    7 DIGITS OF WHOLE DOLLARS WITH OPTIONAL CENTS AFTER A POINT
      *    (BUDGET=2500 OR BUDGET=2500.00).  A ZERO CEILING WOULD STOP
      *    EVERY LIVE RUN, SO IT IS REFUSED RATHER THAN TAKEN TO MEAN
      *    'NO BUDGET' -- LEAVE THE LINE OFF FOR THAT, THE SAME RULE
      *    FREQDAYS FOLLOWS.
      *-----------------------------------------------------------------
       063-APPLY-CAMPAIGN-BUDGET.
           MOVE SPACES TO WS-BUD-DOLLARS-X WS-BUD-CENTS-X.
           MOVE ZERO   TO WS-BUD-DLEN WS-BUD-CLEN WS-BUD-DOLLARS
                          WS-CMP-BUDGET.
           MOVE 'N'    TO WS-CMP-BUDGET-SW.
           UNSTRING WS-PARM-VAL DELIMITED BY '.' OR SPACE
                   INTO WS-BUD-DOLLARS-X COUNT IN WS-BUD-DLEN
                        WS-BUD-CENTS-X   COUNT IN WS-BUD-CLEN
           END-UNSTRING.
           MOVE WS-BUD-CENTS-X(1:2) TO WS-BUD-CENTS-2.
           INSPECT WS-BUD-CENTS-2 REPLACING ALL SPACE BY '0'.
           EVALUATE TRUE
               WHEN WS-BUD-DLEN < 1 OR WS-BUD-DLEN > 7
                   CONTINUE
               WHEN WS-BUD-CLEN > 2
                   CONTINUE
               WHEN WS-BUD-DOLLARS-X(1:WS-BUD-DLEN) IS NOT NUMERIC
                   CONTINUE
               WHEN WS-BUD-CENTS-2 IS NOT NUMERIC
                   CONTINUE
               WHEN WS-PARM-VAL(WS-BUD-DLEN + WS-BUD-CLEN + 2:)
                       NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE WS-BUD-DOLLARS-X(1:WS-BUD-DLEN)
                       TO WS-BUD-DOLLARS
                   COMPUTE WS-CMP-BUDGET =
                       WS-BUD-DOLLARS + WS-BUD-CENTS / 100
                   IF WS-CMP-BUDGET > ZERO
                       MOVE 'Y' TO WS-CMP-BUDGET-SW
                   END-IF
           END-EVALUATE.
           IF NOT BUDGET-SET
               MOVE 'CAMPAIGN BUDGET MUST BE DOLLARS, E.G. 2500.00'
                   TO WS-PARM-ERR-MSG
               PERFORM 049-PARM-ERROR
           END-IF.
      *-----------------------------------------------------------------
      *    055-VALIDATE-PARM-COMBO REJECTS LEGAL-LOOKING OPTIONS THAT
      *    CANNOT RUN TOGETHER.  RESTART=Y WITH A SELECTION RANGE IS
      *    THE KNOWN KILLER: THE CHECKPOINT COUNTS POSITIONS IN THE
                   TO WS-PARM-ERR-MSG
               PERFORM 049-PARM-ERROR
           END-IF.
      *    AN ESTIMATE PRINTS NOTHING, SO THERE IS NO INTERRUPTED
      *    PRINT RUN FOR IT TO RESUME.
           IF RESTART-REQUESTED AND ESTIMATE-MODE
               MOVE 'RESTART=Y CANNOT COMBINE WITH MODE=ESTIMATE'
                   TO WS-PARM-ERR-MSG
               PERFORM 049-PARM-ERROR
           END-IF.
      *-----------------------------------------------------------------
      *    048-ECHO-PARMS APPENDS THE RESOLVED PARAMETER SET TO THE
      *    RUN LOG BEFORE THE RUN PROPER STARTS, SO THE OPTIONS A RUN
               WS-FREQ-DAYS            DELIMITED BY SIZE
               ' CAMPAIGN='            DELIMITED BY SIZE
               WS-CMP-CODE             DELIMITED BY SIZE
               ' MODE='                DELIMITED BY SIZE
               WS-RUN-MODE             DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING.
           MOVE WS-LOG-LINE TO RUN-LOG-REC.
                   TO WS-FREQ-CUTOFF
           END-IF.
      *-----------------------------------------------------------------
      *    066-OPEN-FEED-XREF OPENS THE FEED CROSS-REFERENCE WRITTEN BY
      *    THE FEED ONBOARDING PROGRAM WHEN THERE IS ONE.  NO FILE
      *    (STATUS 35 -- ONBOARDING HAS NEVER RUN) JUST MEANS EVERY
      *    FEED RECORD MAILS UNDER NUMBER ZERO, AS IT ALWAYS HAS.
      *-----------------------------------------------------------------
       066-OPEN-FEED-XREF.
           OPEN INPUT FEED-XREF.
           EVALUATE WS-FX-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-FX-AVAIL-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LABELS: CANNOT OPEN FEED XREF, STATUS '
                           WS-FX-STATUS
                   CLOSE CONTACT-HIST
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    067-OPEN-PREFS OPENS THE CUSTOMER MAILING PREFERENCES WHEN
      *    THE CAMPAIGN NAMES A CATEGORY.  NO FILE (STATUS 35 -- NO
      *    PREFERENCE HAS EVER BEEN KEYED) MEANS NOBODY HAS OPTED OUT.
      *-----------------------------------------------------------------
       067-OPEN-PREFS.
           IF WS-CMP-CATEGORY NOT = SPACES
               OPEN INPUT PREF-FILE
               EVALUATE WS-PF-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-PF-AVAIL-SW
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'LABELS: CANNOT OPEN PREFERENCES, '
                               'STATUS ' WS-PF-STATUS
                       CLOSE CONTACT-HIST
                       IF FEED-XREF-AVAILABLE
                           CLOSE FEED-XREF
                       END-IF
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    070-LOAD-ZIP-REF COPIES THE CASS-STYLE ZIP/CITY/STATE
      *    REFERENCE EXTRACT INTO A KEYED WORK FILE ONE TIME AT STARTUP
      *    SO EACH INPUT RECORD'S CITY/STATE CAN BE CHECKED BY ONE READ
           END-IF.
           PERFORM 151-READ-DONOR-LIST.
           PERFORM 152-READ-EVENTS-LIST.
           PERFORM 147-READ-SEED-LIST.
      *-----------------------------------------------------------------
      *    147-READ-SEED-LIST ADDS THE SEED AND DECOY NAMES -- STAFF
      *    HOMES AND MADE-UP NAMES AT ADDRESSES WE WATCH -- SO THE
      *    DROP CAN BE TIMED TO THE DOOR AND A VENDOR THAT REUSES THE
      *    LIST GIVES ITSELF AWAY.  A SEED WITH A BLANK GROUP RIDES
      *    EVERY RUN; ONE WITH A GROUP RIDES ONLY A CAMPAIGN WHOSE
      *    SEEDS= NAMES THAT GROUP.  THE FILE IS OPTIONAL, LIKE THE
      *    DEPARTMENT FEEDS, AND '*' LINES ARE COMMENTS.  SEEDS ARE
      *    READ LAST SO THEIR SORT SEQUENCE NUMBERS FOLLOW EVERY
      *    CUSTOMER RELEASE AND NEVER COLLIDE WITH ONE.
      *-----------------------------------------------------------------
       147-READ-SEED-LIST.
           OPEN INPUT SEED-FILE.
           IF WS-SEED-FILE-STATUS = '00'
               PERFORM UNTIL EOF
                   READ SEED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           INSPECT SEED-REC
                               CONVERTING WS-LOWERCASE TO WS-UPPERCASE
                           IF SEED-REC NOT = SPACES
                                   AND SEED-REC(1:1) NOT = '*'
                                   AND (SD-GROUP = SPACES
                                       OR (SD-GROUP = WS-CMP-SEED-GROUP
                                           AND WS-CMP-SEED-GROUP
                                               NOT = SPACES))
                               PERFORM 146-RELEASE-SEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEED-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    146-RELEASE-SEED SENDS ONE SEED STRAIGHT TO THE SORT AS A
      *    MASTER-IMAGE RECORD WITH CUSTOMER NUMBER ZERO AND SOURCE
      *    CODE 'S'.  A SEED IS NOT A CUSTOMER, SO SELECTION, THE
      *    FREQUENCY CAP, SUPPRESSION, THE MERGE/PURGE AND THE COA
      *    PASS ARE ALL BYPASSED -- THE SEED HAS TO ARRIVE AT THE
      *    ADDRESS WE ARE WATCHING -- BUT IT IS STILL EDITED LIKE ANY
      *    ADDRESS SO A MISKEYED SEED CANNOT REACH PRINT.  A REJECTED
      *    SEED GOES ON THE EXCEPTION REPORT UNDER ITS OWN COUNT,
      *    OUTSIDE THE CUSTOMER EXCEPTIONS THE INPUT CHECK BALANCES.
      *-----------------------------------------------------------------
       146-RELEASE-SEED.
           ADD 1 TO WS-SEED-READ.
           MOVE SPACES     TO CUST-REC.
           MOVE ZERO       TO CM-CUST-NO.
           MOVE SD-LNAME   TO CM-LNAME.
           MOVE SD-FNAME   TO CM-FNAME.
           MOVE SD-ADDRESS TO CM-ADDRESS.
           MOVE SD-CITY    TO CM-CITY.
           MOVE SD-STATE   TO CM-STATE.
           MOVE SD-ZIP     TO CM-ZIP.
           INITIALIZE INPUT-DATA.
           PERFORM 157-MOVE-MASTER-FIELDS.
           PERFORM 156-VALIDATE-RECORD.
           IF REC-VALID
               MOVE CUST-REC TO SR-CUST-REC
               MOVE 1        TO SR-PRESORT-GRP
               MOVE I-ZIP    TO SR-ZIP
               STRING
                   I-ADDRESS   DELIMITED BY SIZE
                   I-CITY      DELIMITED BY SIZE
                   I-STATE     DELIMITED BY SIZE
                   INTO SR-ADDR-KEY
               END-STRING
               ADD 1 TO WS-SEED-RELEASED
               COMPUTE SR-SEQ-NUM = WS-RELEASE-SEQ + WS-SEED-RELEASED
               MOVE 'S' TO SR-SRC-CODE
               RELEASE SORT-REC
           ELSE
               ADD 1 TO WS-SEED-REJECT-CTR
               MOVE SPACES TO EXCEPTION-REC
               STRING
                   'SEED '        DELIMITED BY SIZE
                   EX-REASON      DELIMITED BY SIZE
                   ' : '          DELIMITED BY SIZE
                   SEED-REC       DELIMITED BY SIZE
                   INTO EXCEPTION-REC
               END-STRING
               WRITE EXCEPTION-REC
           END-IF.
      *-----------------------------------------------------------------
      *    148-CHECK-SOURCE-ACTIVE DECIDES WHETHER THE SOURCE WHOSE
      *    CODE IS IN WS-SRC-TEST-CODE PARTICIPATES IN THIS RUN.
      *    CSV LAYOUT) AND NORMALIZES IT INTO A MASTER-IMAGE RECORD IN
      *    CUST-REC, CUSTOMER NUMBER ZERO, SO EVERYTHING DOWNSTREAM OF
      *    THE SORT PARSES ONE RECORD SHAPE NO MATTER WHICH LIST A
      *    PIECE CAME FROM.  A FEED RECORD THE ONBOARDING PROGRAM HAS
      *    MATCHED TO A CUSTOMER TAKES THAT CUSTOMER'S NUMBER FROM THE
      *    FEED CROSS-REFERENCE, LOOKED UP ON THE RECORD AS THE FEED
      *    CARRIES IT (BEFORE THE COA PASS), WHICH IS HOW IT WAS KEYED.
      *-----------------------------------------------------------------
       153-PREP-FEED-RECORD.
           INSPECT WS-FEED-REC
           MOVE I-CITY     TO CM-CITY.
           MOVE I-STATE    TO CM-STATE.
           MOVE I-ZIP      TO CM-ZIP.
           IF FEED-XREF-AVAILABLE AND I-LNAME NOT = SPACES
               MOVE I-LNAME    TO FX-LNAME
               MOVE I-FNAME    TO FX-FNAME
               MOVE I-ADDRESS  TO FX-ADDRESS
               MOVE I-CITY     TO FX-CITY
               MOVE I-STATE    TO FX-STATE
               MOVE I-ZIP      TO FX-ZIP
               READ FEED-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FX-CUST-NO TO CM-CUST-NO
                       MOVE FX-CUST-NO TO I-CUST-NO
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       154-PREP-MASTER-RECORD.
           INSPECT CUST-REC
                   AND NOT UNDELIV-SKIPPED
               PERFORM 162-CHECK-SUPPRESSION
           END-IF.
           MOVE 'N' TO WS-OPTOUT-SW.
           IF IN-SELECTION AND NOT FREQ-SKIPPED
                   AND NOT UNDELIV-SKIPPED
                   AND NOT RECORD-SUPPRESSED
                   AND PREFS-AVAILABLE AND I-CUST-NO > ZERO
               PERFORM 183-CHECK-PREFERENCE
           END-IF.
           IF IN-SELECTION AND NOT FREQ-SKIPPED
                   AND NOT UNDELIV-SKIPPED
                   AND NOT RECORD-SUPPRESSED
                   AND NOT CATEGORY-OPTED-OUT
               PERFORM 164-CHECK-DUPLICATE
           END-IF.
           IF IN-SELECTION AND NOT FREQ-SKIPPED
                   AND NOT UNDELIV-SKIPPED
                   AND NOT RECORD-SUPPRESSED
                   AND NOT CATEGORY-OPTED-OUT
                   AND NOT DUPLICATE-PERSON
               PERFORM 156-VALIDATE-RECORD
               IF REC-VALID
      *    CUSTOMER WITH A CONTACT-HISTORY RECORD DATED ON OR AFTER THE
      *    CUTOFF HAS ALREADY BEEN MAILED WITHIN THE WINDOW AND IS
      *    SKIPPED.  THE HISTORY KEY LEADS WITH CUSTOMER NUMBER THEN
      *    RUN DATE, SO ONE START AT CUSTOMER+CUTOFF POSITIONS AT THE
      *    WINDOW: A RECORD COMING BACK FOR THE SAME CUSTOMER IS
      *    INSIDE IT.  A PIECE THE VENDOR RECONCILIATION MARKED
      *    SPOILED OR UNCONFIRMED NEVER REACHED THE CUSTOMER, SO THE
      *    READS STEP PAST IT TO THE CUSTOMER'S NEXT PIECE, IF ANY.
      *    FEED RECORDS CARRY CUSTOMER NUMBER ZERO
      *    AND ARE NEVER CHECKED -- THE CAP IS PER CUSTOMER AND THE
      *    FEEDS HAVE NO NUMBER TO LOOK UP -- UNLESS THE FEED CROSS-
      *    REFERENCE GAVE THEM ONE IN 153-PREP-FEED-RECORD.  LIKE A
      *    SUPPRESSED PERSON (162-CHECK-SUPPRESSION), A FREQUENCY-
      *    SKIPPED PERSON STILL
      *    GOES INTO THE RELEASED-NAMES TABLE SO A COPY OF THEM ON A
      *    LOWER-PRIORITY FEED CANNOT SLIP THROUGH AND MAIL THEM
      *    ANYWAY.
           MOVE WS-FREQ-CUTOFF  TO CH-RUN-DATE.
           MOVE LOW-VALUES      TO CH-RUN-TIME.
           MOVE ZERO            TO CH-SEQ-NUM.
           MOVE 'N'             TO WS-CH-EOF-FLAG.
           START CONTACT-HIST KEY NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CH-EOF-FLAG
           END-START.
           PERFORM UNTIL CH-EOF OR FREQ-SKIPPED
               READ CONTACT-HIST NEXT
                   AT END
                       MOVE 'Y' TO WS-CH-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CH-CUST-NO NOT = I-CUST-NO
                               MOVE 'Y' TO WS-CH-EOF-FLAG
                           WHEN CH-PIECE-MAILED
                               MOVE 'Y' TO WS-FREQ-SKIP-SW
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF FREQ-SKIPPED
               ADD 1 TO WS-FREQ-SKIP-CTR
               PERFORM 169-ADD-RELEASED-NAME
           END-STRING.
           WRITE SUPPRESS-REG-REC.
      *-----------------------------------------------------------------
      *    183-CHECK-PREFERENCE SKIPS A CUSTOMER WHO HAS OPTED OUT OF
      *    THE CAMPAIGN'S CATEGORY.  NO PREFERENCE RECORD, OR A 'Y',
      *    MAILS AS USUAL.  LIKE A SUPPRESSION IT IS NO EXCEPTION: IT
      *    IS COUNTED ON ITS OWN, LISTED ON THE SUPPRESSION REGISTER,
      *    AND THE NAME GOES INTO THE RELEASED-NAMES TABLE SO A COPY
      *    OF THE SAME PERSON ON A FEED IS PURGED RATHER THAN MAILED.
      *-----------------------------------------------------------------
       183-CHECK-PREFERENCE.
           MOVE I-CUST-NO       TO PF-CUST-NO.
           MOVE WS-CMP-CATEGORY TO PF-CATEGORY.
           READ PREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PF-OPTED-OUT
                       MOVE 'Y' TO WS-OPTOUT-SW
                   END-IF
           END-READ.
           IF CATEGORY-OPTED-OUT
               ADD 1 TO WS-OPTOUT-CTR
               MOVE SPACES TO SUPPRESS-REG-REC
               STRING
                   'OPTED OUT  '           DELIMITED BY SIZE
                   WS-CMP-CATEGORY         DELIMITED BY SIZE
                   ' : '                   DELIMITED BY SIZE
                   CUST-REC                DELIMITED BY SIZE
                   INTO SUPPRESS-REG-REC
               END-STRING
               WRITE SUPPRESS-REG-REC
               PERFORM 169-ADD-RELEASED-NAME
           END-IF.
      *-----------------------------------------------------------------
      *    166-WRITE-SUPPRESS-TOTAL CLOSES OUT THE SUPPRESSION REGISTER
      *    WITH THE RUN'S TOTAL.  EVERY DO-NOT-MAIL ENTRY IS CHECKED
      *    NOW THAT THE LOOKUP IS A KEYED WORK FILE, SO THE OLD TABLE-
               INTO SUPPRESS-REG-REC
           END-STRING.
           WRITE SUPPRESS-REG-REC.
           IF WS-CMP-CATEGORY NOT = SPACES
               MOVE SPACES TO SUPPRESS-REG-REC
               STRING
                   'TOTAL OPTED OUT OF '   DELIMITED BY SIZE
                   WS-CMP-CATEGORY         DELIMITED BY SPACE
                   ': '                    DELIMITED BY SIZE
                   WS-OPTOUT-CTR           DELIMITED BY SIZE
                   INTO SUPPRESS-REG-REC
               END-STRING
               WRITE SUPPRESS-REG-REC
           END-IF.
      *-----------------------------------------------------------------
      *    164-CHECK-DUPLICATE PURGES A PERSON ALREADY RELEASED FROM A
      *    HIGHER-PRIORITY (OR THE SAME) LIST THIS RUN.  THE MATCH IS
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF COUNT-PASS
                           WRITE SORT-SAVE-REC FROM SORT-REC
                       END-IF
                       MOVE SR-CUST-REC TO CUST-REC
                       MOVE SR-SRC-CODE TO WS-CUR-PIECE-SRC
                       PERFORM 178-PROCESS-SORTED-REC
           END-PERFORM.
           IF LABEL-PENDING
               PERFORM 400-PRINT-RECORD
           END-IF.
      *-----------------------------------------------------------------
      *    178-PROCESS-SORTED-REC TAKES ONE RECORD OFF THE SORTED
      *    STREAM, WHETHER IT CAME STRAIGHT OFF THE SORT OR BACK OFF
      *    THE SAVED STREAM OF A COUNT PASS, SO BOTH PASSES MERGE,
      *    SKIP AND COUNT EXACTLY ALIKE.  A COUNT PASS PRINTS NOTHING
      *    AND SO HAS NOTHING TO CHECKPOINT.
      *-----------------------------------------------------------------
       178-PROCESS-SORTED-REC.
           ADD 1 TO WS-SORT-REC-CTR.
           IF WS-SORT-REC-CTR > WS-RESTART-SKIP
               PERFORM 200-PARSE-RECORD
               PERFORM 300-STRING-RECORD
               PERFORM 165-MERGE-OR-FLUSH
           ELSE
               IF CUR-PIECE-SEED
                   ADD 1 TO WS-SEED-SKIP-CTR
               END-IF
           END-IF.
           IF PRINT-PASS
               PERFORM 610-CHECKPOINT-IF-DUE
           END-IF.
      *-----------------------------------------------------------------
      *    179-PRINT-SAVED-STREAM IS THE PRINT PASS OF A TWO-PASS RUN:
      *    THE SORTED STREAM THE COUNT PASS SAVED IS READ BACK AND
      *    PRINTED THE SAME WAY 170-SORT-OUTPUT PRINTS A ONE-PASS RUN.
      *-----------------------------------------------------------------
       179-PRINT-SAVED-STREAM.
           OPEN INPUT SORT-SAVE-FILE.
           IF WS-SV-STATUS NOT = '00'
               DISPLAY 'LABELS: CANNOT REOPEN SORTED STREAM, STATUS '
                       WS-SV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF
               READ SORT-SAVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SV-CUST-REC TO CUST-REC
                       MOVE SV-SRC-CODE TO WS-CUR-PIECE-SRC
                       PERFORM 178-PROCESS-SORTED-REC
               END-READ
           END-PERFORM.
           CLOSE SORT-SAVE-FILE.
           IF LABEL-PENDING
               PERFORM 400-PRINT-RECORD
           END-IF.
      *-----------------------------------------------------------------
       180-OPEN-PRINT-FILES.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT PIECE-WORK.
           PERFORM 467-START-SEED-TRACK.
      *-----------------------------------------------------------------
      *    181-SETTLE-COUNT-PASS RUNS ONCE THE WHOLE SORTED STREAM HAS
      *    BEEN COUNTED -- SELECTION, SUPPRESSION, FREQUENCY, MERGE/
      *    PURGE AND HOUSEHOLD MERGING ALL APPLIED, NOTHING PRINTED --
      *    AND PRICES IT AT THE TIERS 855-QUALIFY-TIERS SETTLES, SO THE
      *    BUDGET IS CHECKED AGAINST THE SAME POSTAGE THE STATEMENT
      *    WOULD SHOW.  AN ESTIMATE, OR A LIVE RUN THAT WOULD GO OVER
      *    ITS CAMPAIGN'S BUDGET, ENDS HERE WITH THE PROJECTED
      *    STATEMENT AND CHARGEBACK.  A LIVE RUN WITHIN BUDGET CLEARS
      *    THE PIECE COUNTS AND PRINTS THE SAVED STREAM.
      *-----------------------------------------------------------------
       181-SETTLE-COUNT-PASS.
           PERFORM 851-PRICE-TIERS.
           IF BUDGET-SET
               IF WS-TOTAL-POSTAGE > WS-CMP-BUDGET
                   MOVE 'Y' TO WS-OVER-BUDGET-SW
                   COMPUTE WS-BUDGET-DIFF =
                       WS-TOTAL-POSTAGE - WS-CMP-BUDGET
               ELSE
                   COMPUTE WS-BUDGET-DIFF =
                       WS-CMP-BUDGET - WS-TOTAL-POSTAGE
               END-IF
           END-IF.
           IF ESTIMATE-MODE OR OVER-BUDGET
               PERFORM 185-END-WITHOUT-PRINTING
           ELSE
               PERFORM 182-RESET-FOR-PRINT
               PERFORM 180-OPEN-PRINT-FILES
               PERFORM 179-PRINT-SAVED-STREAM
           END-IF.
      *-----------------------------------------------------------------
      *    182-RESET-FOR-PRINT CLEARS WHAT THE COUNT PASS TALLIED PER
      *    PIECE SO THE PRINT PASS COUNTS EVERY PIECE ONCE.  THE INPUT
      *    SIDE (READS, DROPS, RELEASES) HAPPENED ONCE, IN THE SORT,
      *    AND IS LEFT ALONE.
      *-----------------------------------------------------------------
       182-RESET-FOR-PRINT.
           MOVE 'P' TO WS-PASS-SW.
           MOVE ZERO TO WS-CTR WS-SEED-CTR WS-FOREIGN-CTR WS-MERGE-CTR
                        WS-SEED-SKIP-CTR WS-SORT-REC-CTR
                        WS-PST-ENTRIES WS-PST-OVERFLOW-CTR.
           MOVE 'N' TO HOLD-PENDING-SW WS-JUST-FLUSHED-SW WS-EOF-FLAG.
      *-----------------------------------------------------------------
      *    185-END-WITHOUT-PRINTING FINISHES A RUN THAT MAILS NOTHING.
      *    THE POSTAGE STATEMENT AND CHARGEBACK ARE WRITTEN AS
      *    PROJECTIONS -- A STOPPED LIVE RUN'S UNDER THE P04-EST-
      *    NAMES TOO, SO THE LAST MAILING'S POSTAGE AND CHARGEBACK
      *    PAPERWORK IS NOT OVERLAID -- ALONG WITH THE MERGE/PURGE
      *    REPORT AND THE SUPPRESSION AND COA TOTALS.  A STOPPED LIVE
      *    RUN'S EXCEPTION LIST, SUPPRESSION REGISTER, COA AUDIT AND
      *    MERGE/PURGE REPORT WERE OPENED UNDER THE LIVE NAMES BEFORE
      *    THE BUDGET COULD BE CHECKED, SO THOSE FOUR REPLACE THE LAST
      *    MAILING'S WITH THIS RUN'S OWN.  THE CHECKPOINT IS LEFT ALONE
      *    AND NO RUN-LOG TOTALS LINE IS WRITTEN, SINCE NO MAILING
      *    HAPPENED; THE PARMS LINE ALREADY RECORDS THE ATTEMPT.  AN
      *    ESTIMATE OVER BUDGET ENDS WITH RETURN-CODE 4; A LIVE RUN
      *    OVER BUDGET ENDS WITH RETURN-CODE 12 SO THE SCHEDULER
      *    HOLDS EVERYTHING DOWNSTREAM OF THE PRINT.
      *-----------------------------------------------------------------
       185-END-WITHOUT-PRINTING.
           IF NOT ESTIMATE-MODE
               MOVE 'p04-est-postage-stmt.rpt' TO WS-POSTAGE-NAME
               MOVE 'p04-est-chargeback.rpt'   TO WS-CHARGEBACK-NAME
           END-IF.
           PERFORM 850-WRITE-POSTAGE-STMT.
           PERFORM 865-WRITE-CHARGEBACK.
           PERFORM 870-WRITE-MERGE-PURGE.
           PERFORM 166-WRITE-SUPPRESS-TOTAL.
           PERFORM 172-WRITE-COA-TOTAL.
           CLOSE ZIP-REF-WORK
                 SUPPRESS-WORK
                 COA-WORK
                 DEDUP-WORK
                 SUMMARY-WORK
                 EXCEPTION-FILE
                 SUPPRESS-REG-FILE
                 COA-AUDIT-FILE
                 CONTACT-HIST.
           IF FEED-XREF-AVAILABLE
               CLOSE FEED-XREF
           END-IF.
           IF PREFS-AVAILABLE
               CLOSE PREF-FILE
           END-IF.
           DISPLAY SPACES.
           IF ESTIMATE-MODE
               DISPLAY 'ESTIMATE ONLY - NO LABELS PRINTED'
           ELSE
               DISPLAY 'RUN HALTED: PROJECTED POSTAGE IS OVER THE '
                       'CAMPAIGN BUDGET - NO LABELS PRINTED'
           END-IF.
           DISPLAY 'PROJECTED LABELS : ', WS-CTR.
           DISPLAY 'PROJECTED SEEDS  : ', WS-SEED-CTR.
           DISPLAY 'EXCEPTIONS       : ', WS-EXCEPT-CTR.
           DISPLAY 'SUPPRESSED       : ', WS-SUPPRESS-CTR.
           DISPLAY 'UNDELIVERABLE    : ', WS-UNDELIV-CTR.
           IF WS-FREQ-DAYS > ZERO
               DISPLAY 'FREQ SKIPS       : ', WS-FREQ-SKIP-CTR
           END-IF.
           IF WS-CMP-CATEGORY NOT = SPACES
               DISPLAY 'OPTED OUT        : ', WS-OPTOUT-CTR
           END-IF.
           MOVE WS-TOTAL-POSTAGE TO WS-ED-MONEY.
           DISPLAY 'PROJECTED POSTAGE: ', WS-ED-MONEY.
           IF BUDGET-SET
               MOVE WS-CMP-BUDGET TO WS-ED-MONEY
               DISPLAY 'CAMPAIGN BUDGET  : ', WS-ED-MONEY
               MOVE WS-BUDGET-DIFF TO WS-ED-MONEY
               IF OVER-BUDGET
                   DISPLAY 'OVER BUDGET BY   : ', WS-ED-MONEY
               ELSE
                   DISPLAY 'UNDER BUDGET BY  : ', WS-ED-MONEY
               END-IF
           END-IF.
           IF OVER-BUDGET
               IF ESTIMATE-MODE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *    610-CHECKPOINT-IF-DUE SAVES A SAFE SORT-OUTPUT RECORD COUNT TO
      *    THE CHECKPOINT FILE AT LEAST EVERY WS-CKPT-INTERVAL RECORDS SO
               WS-UNDELIV-CTR          DELIMITED BY SIZE
               ' CAMPAIGN='            DELIMITED BY SIZE
               WS-CMP-CODE             DELIMITED BY SIZE
               ' SEEDS='               DELIMITED BY SIZE
               WS-SEED-CTR             DELIMITED BY SIZE
               ' OPTOUT='              DELIMITED BY SIZE
               WS-OPTOUT-CTR           DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING.
           MOVE WS-LOG-LINE TO RUN-LOG-REC.
      *    FLUSHES THE ALREADY-MERGED PAIR AND STARTS A NEW HOLD RATHER
      *    THAN BEING FOLDED INTO HOLD-NAME-LINE, SINCE 168-MERGE-NAME
      *    REBUILDS THE NAME LINE FROM SCRATCH EACH TIME AND HAS NO
      *    RUNNING LIST OF EVERYONE ALREADY MERGED IN.  A SEED IS NEVER
      *    MERGED EITHER WAY: IT MUST MAIL AS ITS OWN PIECE, AND A
      *    CUSTOMER FOLDED ONTO A SEED'S LABEL WOULD DROP OFF CONTACT
      *    HISTORY AND THE CHARGEBACK WITH IT.
      *-----------------------------------------------------------------
       165-MERGE-OR-FLUSH.
           MOVE 'N' TO WS-JUST-FLUSHED-SW.
               IF I-ADDRESS = HOLD-ADDRESS AND I-CITY = HOLD-CITY
                       AND I-STATE = HOLD-STATE AND I-ZIP = HOLD-ZIP
                       AND NOT HOLD-MERGED
                       AND NOT HOLD-SEED AND NOT CUR-PIECE-SEED
                   PERFORM 168-MERGE-NAME
                   ADD 1 TO WS-MERGE-CTR
               ELSE
      *    POSTAGE TIER COUNTS AND GETS NO IMB (A BLANK LINE HOLDS THE
      *    IMB LINE'S PLACE SO THE LABEL-FILE LINE BALANCING IS
      *    UNCHANGED), AND IS COUNTED ON ITS OWN BALANCE-REPORT LINE.
      *    A SEED PIECE PRINTS, PRESORTS AND TAKES AN IMB LIKE ANY
      *    OTHER, BUT IS COUNTED APART FROM THE CUSTOMER LABELS, WRITES
      *    NO CONTACT HISTORY AND IS LISTED ON THE SEED-TRACKING REPORT.
      *    IN A COUNT PASS (SEE 181-SETTLE-COUNT-PASS) A PIECE IS ONLY
      *    COUNTED AND TALLIED FOR POSTAGE -- NOTHING IS WRITTEN.
       400-PRINT-RECORD.
           IF HOLD-SEED
               ADD 1 TO WS-SEED-CTR
           ELSE
               ADD 1 TO WS-CTR
               IF PRINT-PASS
                   PERFORM 460-WRITE-CONTACT-HIST
               END-IF
           END-IF.
           IF PRINT-PASS
               PERFORM 450-ACCUM-SUMMARY
           END-IF.
           IF HOLD-NON-PRESORT
               ADD 1 TO WS-FOREIGN-CTR
           ELSE
               PERFORM 455-ACCUM-POSTAGE
           END-IF.
           IF PRINT-PASS
               PERFORM 401-WRITE-PIECE
           END-IF.
           MOVE SPACES TO HOLD-NAME-LINE.
           MOVE SPACES TO HOLD-ADDRESS-LINE.
           MOVE SPACES TO HOLD-LOCATION-LINE.
           MOVE 'N' TO HOLD-PENDING-SW.
      *-----------------------------------------------------------------
      *    401-WRITE-PIECE PUTS THE HELD PIECE ON PAPER: ITS IMB, THE
      *    PIECE WORK RECORD, A SEED-TRACKING LINE FOR A SEED, AND THE
      *    LABEL ITSELF.  A COUNT PASS NEVER GETS THIS FAR.
      *-----------------------------------------------------------------
       401-WRITE-PIECE.
           IF IMB-ENABLED
               IF HOLD-NON-PRESORT
                   MOVE SPACES TO WS-IMB-TRACK
               END-IF
           END-IF.
           PERFORM 465-WRITE-PIECE-WORK.
           IF HOLD-SEED
               PERFORM 468-WRITE-SEED-TRACK-LINE
           END-IF.
           IF THREE-UP-MODE
               PERFORM 420-BUFFER-3UP
           ELSE
               WRITE LABEL-REC FROM SPACES
               WRITE LABEL-REC FROM SPACES
           END-IF.
      *-----------------------------------------------------------------
      *    410-BUILD-IMB-LINE BUILDS THE INTELLIGENT MAIL BARCODE DIGIT
      *    STRING FOR THE PIECE ABOUT TO PRINT: BARCODE ID (00), SERVICE
      *    ADJACENT ENTRIES BY ZIP3 PREFIX.  OVERFLOW IS COUNTED AND
      *    WARNED ON THE STATEMENT.  EACH PIECE IS ALSO BUCKETED BY
      *    ITS SOURCE LIST SO THE CHARGEBACK REPORT CAN BILL THE
      *    POSTAGE BACK TO THE DEPARTMENT WHOSE LIST MAILED IT.  A SEED
      *    IS A REAL PIECE IN THE TRAY AND ON THE STATEMENT, SO IT
      *    COUNTS TOWARD ITS ZIP, BUT IN ITS OWN BUCKET -- NO
      *    DEPARTMENT IS BILLED FOR IT.
      *-----------------------------------------------------------------
       455-ACCUM-POSTAGE.
           PERFORM 456-SET-PIECE-SRC-NDX.
                       MOVE ZERO TO PST-SRC-CNT(PST-IDX 1)
                                    PST-SRC-CNT(PST-IDX 2)
                                    PST-SRC-CNT(PST-IDX 3)
                                    PST-SEED-CNT(PST-IDX)
                       PERFORM 457-COUNT-PIECE-SOURCE
                   ELSE
                       ADD 1 TO WS-PST-OVERFLOW-CTR
                   END-IF
               WHEN PST-ZIP5(PST-IDX) = HOLD-ZIP-SPLIT-5
                   ADD 1 TO PST-COUNT(PST-IDX)
                   PERFORM 457-COUNT-PIECE-SOURCE
           END-SEARCH.
      *-----------------------------------------------------------------
       457-COUNT-PIECE-SOURCE.
           IF HOLD-SEED
               ADD 1 TO PST-SEED-CNT(PST-IDX)
           ELSE
               ADD 1 TO PST-SRC-CNT(PST-IDX WS-PIECE-SRC-NDX)
           END-IF.
      *-----------------------------------------------------------------
      *    456-SET-PIECE-SRC-NDX MAPS THE HELD PIECE'S SOURCE CODE TO
      *    ITS WS-SRC-STATS SLOT.  A MERGED HOUSEHOLD COUNTS UNDER THE
           MOVE HOLD-SEQ-NUM       TO CH-SEQ-NUM.
           MOVE HOLD-SRC-CODE      TO CH-SRC-CODE.
           MOVE WS-LABEL-MODE      TO CH-LABEL-MODE.
           MOVE WS-CMP-CODE        TO CH-CAMPAIGN.
           WRITE CONTACT-REC
               INVALID KEY
                   CONTINUE
           ELSE
               MOVE SPACES         TO PW-IMB
           END-IF.
           IF HOLD-SEED
               MOVE 'S'            TO PW-SEED-FLAG
           ELSE
               MOVE SPACE          TO PW-SEED-FLAG
           END-IF.
           WRITE PIECE-WORK-REC.
      *-----------------------------------------------------------------
      *    467-START-SEED-TRACK OPENS THE SEED-TRACKING REPORT.  STAFF
      *    LOG EACH SEED'S IN-HOME DATE AGAINST ITS PIECE SEQUENCE AND
      *    IMB, SO A RUN WITHOUT MAILERID= (NO IMB) IS FLAGGED HERE.
      *-----------------------------------------------------------------
       467-START-SEED-TRACK.
           OPEN OUTPUT SEED-TRACK-FILE.
           MOVE 'SEED TRACKING REPORT' TO SEED-TRACK-REC.
           WRITE SEED-TRACK-REC.
           MOVE SPACES TO SEED-TRACK-REC.
           STRING
               'RUN '                  DELIMITED BY SIZE
               WS-RUN-DATE             DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-RUN-TIME(1:6)        DELIMITED BY SIZE
               '  CAMPAIGN: '          DELIMITED BY SIZE
               WS-CMP-CODE             DELIMITED BY SIZE
               '  SEED GROUP: '        DELIMITED BY SIZE
               WS-CMP-SEED-GROUP       DELIMITED BY SIZE
               INTO SEED-TRACK-REC
           END-STRING.
           WRITE SEED-TRACK-REC.
           IF WS-RESTART-SKIP > 0
               MOVE '*** RESTARTED RUN: PIECES SINCE RESTART ONLY ***'
                   TO SEED-TRACK-REC
               WRITE SEED-TRACK-REC
           END-IF.
           IF NOT IMB-ENABLED
               MOVE SPACES TO SEED-TRACK-REC
               STRING
                   '*** WARNING: NO MAILERID ON THIS RUN - '
                                           DELIMITED BY SIZE
                   'SEEDS CARRY NO IMB ***'
                                           DELIMITED BY SIZE
                   INTO SEED-TRACK-REC
               END-STRING
               WRITE SEED-TRACK-REC
           END-IF.
           MOVE SPACES TO SEED-TRACK-REC.
           WRITE SEED-TRACK-REC.
           MOVE SPACES TO SEED-TRACK-REC.
           MOVE 'PIECE SEQ'      TO SEED-TRACK-REC(1:9).
           MOVE 'IMB'            TO SEED-TRACK-REC(12:3).
           MOVE 'NAME / ADDRESS' TO SEED-TRACK-REC(43:14).
           MOVE 'IN-HOME DATE'   TO SEED-TRACK-REC(87:12).
           WRITE SEED-TRACK-REC.
      *-----------------------------------------------------------------
       468-WRITE-SEED-TRACK-LINE.
           MOVE SPACES TO SEED-TRACK-REC.
           STRING
               HOLD-SEQ-NUM            DELIMITED BY SIZE
               '  '                    DELIMITED BY SIZE
               WS-IMB-LINE             DELIMITED BY SIZE
               '  '                    DELIMITED BY SIZE
               HOLD-NAME-LINE(1:42)    DELIMITED BY SIZE
               '  ____/__/__'          DELIMITED BY SIZE
               INTO SEED-TRACK-REC
           END-STRING.
           WRITE SEED-TRACK-REC.
           MOVE SPACES TO SEED-TRACK-REC.
           STRING
               HOLD-ADDRESS-LINE       DELIMITED BY SIZE
               '  '                    DELIMITED BY SIZE
               HOLD-LOCATION-LINE      DELIMITED BY SIZE
               INTO SEED-TRACK-REC(43:)
           END-STRING.
           WRITE SEED-TRACK-REC.
      *-----------------------------------------------------------------
       469-END-SEED-TRACK.
           MOVE SPACES TO SEED-TRACK-REC.
           WRITE SEED-TRACK-REC.
           MOVE SPACES TO SEED-TRACK-REC.
           STRING
               'TOTAL SEED PIECES: '   DELIMITED BY SIZE
               WS-SEED-CTR             DELIMITED BY SIZE
               INTO SEED-TRACK-REC
           END-STRING.
           WRITE SEED-TRACK-REC.
           CLOSE SEED-TRACK-FILE.
      *-----------------------------------------------------------------
      *    800-WRITE-SUMMARY-REPORT PRODUCES A STATE/ZIP CONTROL-BREAK
      *    REPORT FROM THE WORK FILE 450-ACCUM-SUMMARY COUNTED INTO
      *    DURING THE RUN.  THE FILE READS BACK IN ASCENDING STATE/ZIP
      *    AND EXTENDED POSTAGE, PLUS A GRAND TOTAL.  LIKE THE STATE/
      *    ZIP SUMMARY, A RESTARTED RUN'S STATEMENT COVERS ONLY THE
      *    PIECES PRINTED SINCE THE RESTART POINT AND IS FLAGGED SO.
      *    A COUNT PASS THAT ENDS WITHOUT PRINTING WRITES THE SAME
      *    STATEMENT FLAGGED AS A PROJECTION, AND A CAMPAIGN WITH A
      *    BUDGET= CEILING GETS THE BUDGET AND HOW FAR OVER OR UNDER
      *    IT THE POSTAGE CAME.
      *-----------------------------------------------------------------
       850-WRITE-POSTAGE-STMT.
           PERFORM 851-PRICE-TIERS.
           OPEN OUTPUT POSTAGE-FILE.
           MOVE 'USPS POSTAGE STATEMENT WORKSHEET (PS FORM 3602)'
               TO POSTAGE-REC.
                   TO POSTAGE-REC
               WRITE POSTAGE-REC
           END-IF.
           IF COUNT-PASS
               IF ESTIMATE-MODE
                   MOVE '*** PROJECTED - ESTIMATE RUN, NOT PRINTED ***'
                       TO POSTAGE-REC
               ELSE
                   MOVE '*** PROJECTED - STOPPED OVER BUDGET ***'
                       TO POSTAGE-REC
               END-IF
               WRITE POSTAGE-REC
           END-IF.
           MOVE SPACES TO POSTAGE-REC.
           WRITE POSTAGE-REC.
           MOVE 'TIER              PIECES    RATE      POSTAGE'
               INTO POSTAGE-REC
           END-STRING.
           WRITE POSTAGE-REC.
           IF BUDGET-SET
               PERFORM 852-WRITE-BUDGET-LINES
           END-IF.
           IF WS-FOREIGN-CTR NOT = ZERO
               MOVE SPACES TO POSTAGE-REC
               STRING
               END-STRING
               WRITE POSTAGE-REC
           END-IF.
           IF WS-SEED-CTR NOT = ZERO
               MOVE SPACES TO POSTAGE-REC
               STRING
                   'SEED PIECES: '         DELIMITED BY SIZE
                   WS-SEED-CTR             DELIMITED BY SIZE
                   ' - IN TIERS ABOVE, NOT CHARGED BACK'
                                           DELIMITED BY SIZE
                   INTO POSTAGE-REC
               END-STRING
               WRITE POSTAGE-REC
           END-IF.
           IF NOT RATES-LOADED
               MOVE SPACES TO POSTAGE-REC
               STRING
           END-IF.
           CLOSE POSTAGE-FILE.
      *-----------------------------------------------------------------
      *    851-PRICE-TIERS QUALIFIES THE TIERS AND EXTENDS EACH AT ITS
      *    RATE.  THE BUDGET CHECK AND THE STATEMENT BOTH PRICE THROUGH
      *    HERE, SO THEY CANNOT DISAGREE ABOUT WHAT A RUN COSTS.
      *-----------------------------------------------------------------
       851-PRICE-TIERS.
           PERFORM 855-QUALIFY-TIERS.
           COMPUTE WS-TIER5-POSTAGE ROUNDED =
               WS-TIER5-PIECES * WS-5DG-RATE.
           COMPUTE WS-TIER3-POSTAGE ROUNDED =
               WS-TIER3-PIECES * WS-3DG-RATE.
           COMPUTE WS-MIXED-POSTAGE ROUNDED =
               WS-MIXED-PIECES * WS-MXD-RATE.
           COMPUTE WS-TOTAL-POSTAGE = WS-TIER5-POSTAGE
               + WS-TIER3-POSTAGE + WS-MIXED-POSTAGE.
           COMPUTE WS-TOTAL-PIECES = WS-TIER5-PIECES
               + WS-TIER3-PIECES + WS-MIXED-PIECES.
      *-----------------------------------------------------------------
       852-WRITE-BUDGET-LINES.
           MOVE SPACES TO POSTAGE-REC.
           MOVE WS-CMP-BUDGET TO WS-ED-MONEY.
           STRING
               'CAMPAIGN BUDGET   '   DELIMITED BY SIZE
               '      '               DELIMITED BY SIZE
               '            '         DELIMITED BY SIZE
               WS-ED-MONEY            DELIMITED BY SIZE
               INTO POSTAGE-REC
           END-STRING.
           WRITE POSTAGE-REC.
           MOVE SPACES TO POSTAGE-REC.
           MOVE WS-BUDGET-DIFF TO WS-ED-MONEY.
           IF OVER-BUDGET
               STRING
                   'OVER BUDGET BY    '   DELIMITED BY SIZE
                   '      '               DELIMITED BY SIZE
                   '            '         DELIMITED BY SIZE
                   WS-ED-MONEY            DELIMITED BY SIZE
                   '  ***'                DELIMITED BY SIZE
                   INTO POSTAGE-REC
               END-STRING
           ELSE
               STRING
                   'UNDER BUDGET BY   '   DELIMITED BY SIZE
                   '      '               DELIMITED BY SIZE
                   '            '         DELIMITED BY SIZE
                   WS-ED-MONEY            DELIMITED BY SIZE
                   INTO POSTAGE-REC
               END-STRING
           END-IF.
           WRITE POSTAGE-REC.
      *-----------------------------------------------------------------
      *    855-QUALIFY-TIERS BUCKETS THE PER-ZIP5 PIECE COUNTS INTO
      *    PRESORT TIERS.  PASS ONE QUALIFIES ANY ZIP5 MEETING THE
      *    5-DIGIT MINIMUM.  PASS TWO WALKS THE REMAINING ENTRIES --
      *    TIER'S STATEMENT POSTAGE LESS THE OTHER TWO, SO ROUNDING
      *    RESIDUE LANDS ON THE HOUSE LINE AND THE REPORT'S GRAND
      *    TOTAL TIES TO THE POSTAGE STATEMENT TO THE PENNY -- WHICH
      *    IS THE WHOLE POINT AT MONTH-END SETTLEMENT.  SEED PIECES ARE
      *    PRICED THE SAME WAY AS DONOR AND EVENTS BUT BILLED TO NO
      *    ONE: THEY SHOW ON THEIR OWN LINE, STAY OUT OF THE AMOUNT
      *    OWED AND THE COST HISTORY, AND THE AGREEMENT CHECK ADDS
      *    THEM BACK TO TIE TO THE STATEMENT.  A COUNT PASS THAT ENDS
      *    WITHOUT PRINTING WRITES THE SAME REPORT FLAGGED AS A
      *    PROJECTION AND ADDS NOTHING TO THE COST HISTORY -- NOTHING
      *    WAS MAILED.
      *-----------------------------------------------------------------
       865-WRITE-CHARGEBACK.
           PERFORM 866-INIT-CB-ENTRY
               VARYING WS-CB-I FROM 1 BY 1 UNTIL WS-CB-I > 3.
           MOVE ZERO TO WS-CB-SEED-T5 WS-CB-SEED-T3 WS-CB-SEED-MXD
                        WS-CB-SEED-AMOUNT.
           PERFORM 867-ACCUM-CB-ENTRY
               VARYING WS-PST-I FROM 1 BY 1
               UNTIL WS-PST-I > WS-PST-ENTRIES.
           MOVE WS-CB-T5-PIECES(1)  TO WS-CBT-PIECES(1).
           MOVE WS-CB-T5-PIECES(2)  TO WS-CBT-PIECES(2).
           MOVE WS-CB-T5-PIECES(3)  TO WS-CBT-PIECES(3).
           MOVE WS-CB-SEED-T5       TO WS-CBT-SEED-PIECES.
           MOVE WS-5DG-RATE         TO WS-CBT-RATE.
           MOVE WS-TIER5-POSTAGE    TO WS-CBT-TOTAL.
           PERFORM 868-ALLOCATE-TIER.
           MOVE WS-CB-T3-PIECES(1)  TO WS-CBT-PIECES(1).
           MOVE WS-CB-T3-PIECES(2)  TO WS-CBT-PIECES(2).
           MOVE WS-CB-T3-PIECES(3)  TO WS-CBT-PIECES(3).
           MOVE WS-CB-SEED-T3       TO WS-CBT-SEED-PIECES.
           MOVE WS-3DG-RATE         TO WS-CBT-RATE.
           MOVE WS-TIER3-POSTAGE    TO WS-CBT-TOTAL.
           PERFORM 868-ALLOCATE-TIER.
           MOVE WS-CB-MXD-PIECES(1) TO WS-CBT-PIECES(1).
           MOVE WS-CB-MXD-PIECES(2) TO WS-CBT-PIECES(2).
           MOVE WS-CB-MXD-PIECES(3) TO WS-CBT-PIECES(3).
           MOVE WS-CB-SEED-MXD      TO WS-CBT-SEED-PIECES.
           MOVE WS-MXD-RATE         TO WS-CBT-RATE.
           MOVE WS-MIXED-POSTAGE    TO WS-CBT-TOTAL.
           PERFORM 868-ALLOCATE-TIER.
                   TO CHARGEBACK-REC
               WRITE CHARGEBACK-REC
           END-IF.
           IF COUNT-PASS
               IF ESTIMATE-MODE
                   MOVE '*** PROJECTED - ESTIMATE RUN, NOT PRINTED ***'
                       TO CHARGEBACK-REC
               ELSE
                   MOVE '*** PROJECTED - STOPPED OVER BUDGET ***'
                       TO CHARGEBACK-REC
               END-IF
               WRITE CHARGEBACK-REC
           END-IF.
           MOVE ZERO TO WS-CB-TOTAL.
           PERFORM 869-WRITE-CB-SOURCE
               VARYING WS-CB-I FROM 1 BY 1 UNTIL WS-CB-I > 3.
           IF WS-SEED-CTR NOT = ZERO
               PERFORM 862-WRITE-CB-SEEDS
           END-IF.
           MOVE SPACES TO CHARGEBACK-REC.
           WRITE CHARGEBACK-REC.
           MOVE WS-CB-TOTAL TO WS-ED-CB-MONEY.
               INTO CHARGEBACK-REC
           END-STRING.
           WRITE CHARGEBACK-REC.
           IF WS-CB-TOTAL + WS-CB-SEED-AMOUNT = WS-TOTAL-POSTAGE
               MOVE 'AGREES WITH POSTAGE STATEMENT: YES'
                   TO CHARGEBACK-REC
           ELSE
               WRITE CHARGEBACK-REC
           END-IF.
           CLOSE CHARGEBACK-FILE.
           IF PRINT-PASS
               PERFORM 863-WRITE-CAMPAIGN-COST
           END-IF.
      *-----------------------------------------------------------------
       866-INIT-CB-ENTRY.
           MOVE ZERO TO WS-CB-T5-PIECES(WS-CB-I)
                       TO WS-CB-T5-PIECES(2)
                   ADD PST-SRC-CNT(WS-PST-I 3)
                       TO WS-CB-T5-PIECES(3)
                   ADD PST-SEED-CNT(WS-PST-I)
                       TO WS-CB-SEED-T5
               WHEN '3'
                   ADD PST-SRC-CNT(WS-PST-I 1)
                       TO WS-CB-T3-PIECES(1)
                       TO WS-CB-T3-PIECES(2)
                   ADD PST-SRC-CNT(WS-PST-I 3)
                       TO WS-CB-T3-PIECES(3)
                   ADD PST-SEED-CNT(WS-PST-I)
                       TO WS-CB-SEED-T3
               WHEN OTHER
                   ADD PST-SRC-CNT(WS-PST-I 1)
                       TO WS-CB-MXD-PIECES(1)
                       TO WS-CB-MXD-PIECES(2)
                   ADD PST-SRC-CNT(WS-PST-I 3)
                       TO WS-CB-MXD-PIECES(3)
                   ADD PST-SEED-CNT(WS-PST-I)
                       TO WS-CB-SEED-MXD
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    868-ALLOCATE-TIER SPLITS ONE TIER'S STATEMENT POSTAGE
      *    ACROSS THE SOURCES: DONOR AND EVENTS AT PIECES TIMES RATE
      *    ROUNDED TO CENTS, CUSTOMER MASTER AS THE EXACT REMAINDER.
      *    THE TIER'S SEED PIECES ARE PRICED AND TAKEN OFF THE TOP
      *    FIRST SO THE HOUSE LINE IS NOT BILLED FOR THEM.
      *-----------------------------------------------------------------
       868-ALLOCATE-TIER.
           COMPUTE WS-CBT-AMT2 ROUNDED =
               WS-CBT-PIECES(2) * WS-CBT-RATE.
           COMPUTE WS-CBT-AMT3 ROUNDED =
               WS-CBT-PIECES(3) * WS-CBT-RATE.
           COMPUTE WS-CBT-SEED-AMT ROUNDED =
               WS-CBT-SEED-PIECES * WS-CBT-RATE.
           ADD WS-CBT-AMT2 TO WS-CB-AMOUNT(2).
           ADD WS-CBT-AMT3 TO WS-CB-AMOUNT(3).
           ADD WS-CBT-SEED-AMT TO WS-CB-SEED-AMOUNT.
           COMPUTE WS-CB-WRK = WS-CBT-TOTAL
               - WS-CBT-AMT2 - WS-CBT-AMT3 - WS-CBT-SEED-AMT.
           ADD WS-CB-WRK TO WS-CB-AMOUNT(1).
      *-----------------------------------------------------------------
       869-WRITE-CB-SOURCE.
           END-STRING.
           WRITE CHARGEBACK-REC.
           ADD WS-CB-AMOUNT(WS-CB-I) TO WS-CB-TOTAL.
      *-----------------------------------------------------------------
       862-WRITE-CB-SEEDS.
           MOVE SPACES TO CHARGEBACK-REC.
           WRITE CHARGEBACK-REC.
           MOVE 'SEED PIECES - NOT CHARGED BACK' TO CHARGEBACK-REC.
           WRITE CHARGEBACK-REC.
           MOVE SPACES TO CHARGEBACK-REC.
           STRING
               '  5-DIGIT PIECES '     DELIMITED BY SIZE
               WS-CB-SEED-T5           DELIMITED BY SIZE
               '  3-DIGIT PIECES '     DELIMITED BY SIZE
               WS-CB-SEED-T3           DELIMITED BY SIZE
               '  MIXED PIECES '       DELIMITED BY SIZE
               WS-CB-SEED-MXD          DELIMITED BY SIZE
               INTO CHARGEBACK-REC
           END-STRING.
           WRITE CHARGEBACK-REC.
           MOVE WS-CB-SEED-AMOUNT TO WS-ED-CB-MONEY.
           MOVE SPACES TO CHARGEBACK-REC.
           STRING
               '  SEED POSTAGE  '      DELIMITED BY SIZE
               WS-ED-CB-MONEY          DELIMITED BY SIZE
               INTO CHARGEBACK-REC
           END-STRING.
           WRITE CHARGEBACK-REC.
      *-----------------------------------------------------------------
      *    863-WRITE-CAMPAIGN-COST APPENDS THIS INVOCATION'S BILLING TO
      *    THE CAMPAIGN COST HISTORY, ONE LINE PER SOURCE: THE PIECES
      *    PRICED ON THE STATEMENT AND THE AMOUNT CHARGED BACK FOR
      *    THEM.  A RESTARTED RUN ONLY BILLS PIECES SINCE THE RESTART,
      *    SO THE RESPONSE MATCH WORKS FROM THE COST PER PRICED PIECE
      *    RATHER THAN TREATING THESE AMOUNTS AS THE CAMPAIGN TOTAL.
      *-----------------------------------------------------------------
       863-WRITE-CAMPAIGN-COST.
           OPEN EXTEND CAMPAIGN-COST-FILE.
           IF WS-CC-STATUS = '35'
               OPEN OUTPUT CAMPAIGN-COST-FILE
           END-IF.
           PERFORM 864-WRITE-COST-SOURCE
               VARYING WS-CB-I FROM 1 BY 1 UNTIL WS-CB-I > 3.
           CLOSE CAMPAIGN-COST-FILE.
      *-----------------------------------------------------------------
       864-WRITE-COST-SOURCE.
           MOVE SPACES                  TO CAMPAIGN-COST-REC.
           MOVE WS-RUN-DATE             TO CC-RUN-DATE.
           MOVE WS-RUN-TIME(1:6)        TO CC-RUN-TIME.
           MOVE WS-CMP-CODE             TO CC-CAMPAIGN.
           MOVE WS-SRC-CODE(WS-CB-I)    TO CC-SRC-CODE.
           COMPUTE CC-PIECES = WS-CB-T5-PIECES(WS-CB-I)
               + WS-CB-T3-PIECES(WS-CB-I) + WS-CB-MXD-PIECES(WS-CB-I).
           MOVE WS-CB-AMOUNT(WS-CB-I)   TO CC-AMOUNT.
           WRITE CAMPAIGN-COST-REC.
      *-----------------------------------------------------------------
      *    880-WRITE-PIECE-DETAIL TURNS THE PIECE WORK FILE INTO THE
      *    VENDOR EXPORT ONCE 855-QUALIFY-TIERS HAS MARKED EVERY ZIP
      *    ENTRY'S TIER: HEADER WITH THE RUN DATE/TIME, ONE FIXED-
      *    LAYOUT DETAIL PER PIECE WITH ITS TIER LOOKED UP BY ZIP5,
      *    AND A TRAILER WHOSE PIECE COUNT THE VENDOR BALANCES AGAINST
      *    THE LABELS-PRINTED PLUS SEED-PIECES FIGURES ON
      *    P04-BALANCE.RPT; A SEED CARRIES 'S' IN ITS SEED FLAG.  A
      *    PIECE WHOSE ZIP OVERFLOWED THE POSTAGE TABLE EXPORTS WITH A
      *    BLANK TIER, MATCHING ITS UNQUALIFIED STANDING ON THE
      *    STATEMENT.  LIKE THE OTHER REPORTS, A RESTARTED RUN'S
      *    EXPORT COVERS ONLY THE PIECES PRINTED SINCE THE RESTART.
           MOVE PW-ZIP4       TO PDD-ZIP4.
           MOVE PW-IMB        TO PDD-IMB.
           MOVE PW-SEQ-NUM    TO PDD-SEQ-NUM.
           MOVE PW-SEED-FLAG  TO PDD-SEED-FLAG.
           PERFORM 886-LOOKUP-PIECE-TIER.
           WRITE PIECE-DETAIL-REC FROM PIECE-DETAIL-DTL.
      *-----------------------------------------------------------------
      *      1) INPUT:  EVERY RECORD READ MUST BE ACCOUNTED FOR AS
      *         RELEASED TO THE SORT OR AS ONE OF THE COUNTED DROPS
      *         (EXCEPTION, SELECTION, FREQUENCY SKIP, SUPPRESSED,
      *         CATEGORY OPT-OUT, UNDELIVERABLE, DUPLICATE PURGE).
      *      2) OUTPUT: EVERY RELEASE MUST HAVE BECOME A LABEL, A
      *         HOUSEHOLD MERGE ONTO A LABEL, OR A RESTART SKIP.
      *      3) LINES:  THE PHYSICAL LINES ON THE LABEL FILE, REREAD
      *         THIS MANY LABELS PRODUCE (1-UP: LINES PER LABEL; 3-UP:
      *         LINES PER ROW OF THREE PLUS A FORM FEED EVERY TENTH
      *         ROW).
      *    SEEDS ARE NOT CUSTOMERS AND STAY OUT OF CHECKS 1 AND 2
      *    (THE RESTART SKIP IS SPLIT INTO ITS CUSTOMER AND SEED
      *    PARTS); A FOURTH CHECK PROVES EVERY SEED TAKEN FOR THE RUN
      *    WAS PRINTED, REJECTED OR SKIPPED ON RESTART.  THE LINE
      *    CHECK COUNTS SEED LABELS WITH THE REST -- THEY ARE ON THE
      *    SAME LABEL FILE.
      *    ANY FAILURE SETS RETURN-CODE 8 SO A SHORT RUN IS HELD
      *    INSTEAD OF MAILED.
      *-----------------------------------------------------------------
               + WS-SRC-PURGED(2) + WS-SRC-PURGED(3).
           COMPUTE WS-BAL-ACCOUNTED = WS-RELEASE-SEQ + WS-EXCEPT-CTR
               + WS-SELDROP-CTR + WS-FREQ-SKIP-CTR + WS-SUPPRESS-CTR
               + WS-OPTOUT-CTR + WS-UNDELIV-CTR + WS-PURGE-TOTAL.
           COMPUTE WS-BAL-CUST-SKIP = WS-RESTART-SKIP
               - WS-SEED-SKIP-CTR.
           COMPUTE WS-BAL-PIECES = WS-CTR + WS-MERGE-CTR
               + WS-BAL-CUST-SKIP.
           COMPUTE WS-BAL-SEED-PIECES = WS-SEED-CTR
               + WS-SEED-REJECT-CTR + WS-SEED-SKIP-CTR.
           COMPUTE WS-BAL-ALL-LABELS = WS-CTR + WS-SEED-CTR.
           PERFORM 910-COUNT-LABEL-LINES.
           PERFORM 915-COMPUTE-EXPECTED-LINES.
           OPEN OUTPUT BALANCE-FILE.
           MOVE 'SUPPRESSED'          TO WS-BAL-TEXT.
           MOVE WS-SUPPRESS-CTR       TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           MOVE 'CATEGORY OPT-OUTS'   TO WS-BAL-TEXT.
           MOVE WS-OPTOUT-CTR         TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           MOVE 'UNDELIVERABLE SKIPS' TO WS-BAL-TEXT.
           MOVE WS-UNDELIV-CTR        TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           MOVE WS-FOREIGN-CTR        TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           MOVE 'RESTART SKIP'        TO WS-BAL-TEXT.
           MOVE WS-BAL-CUST-SKIP      TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           IF WS-BAL-PIECES = WS-RELEASE-SEQ
               MOVE 'OUTPUT CHECK: PASS' TO BALANCE-REC
               MOVE 'OUTPUT CHECK: FAIL' TO BALANCE-REC
           END-IF.
           WRITE BALANCE-REC.
           MOVE 'SEED PIECES READ'    TO WS-BAL-TEXT.
           MOVE WS-SEED-READ          TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           MOVE 'SEED PIECES PRINTED' TO WS-BAL-TEXT.
           MOVE WS-SEED-CTR           TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           MOVE 'SEED PIECES REJECTED' TO WS-BAL-TEXT.
           MOVE WS-SEED-REJECT-CTR    TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           MOVE 'SEED RESTART SKIP'   TO WS-BAL-TEXT.
           MOVE WS-SEED-SKIP-CTR      TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           IF WS-BAL-SEED-PIECES = WS-SEED-READ
               MOVE 'SEED CHECK: PASS' TO BALANCE-REC
           ELSE
               MOVE 'Y' TO WS-BAL-FAIL-SW
               MOVE 'SEED CHECK: FAIL' TO BALANCE-REC
           END-IF.
           WRITE BALANCE-REC.
           MOVE 'LABEL LINES EXPECTED' TO WS-BAL-TEXT.
           MOVE WS-LINES-EXPECTED      TO WS-BAL-VALUE.
           PERFORM 905-WRITE-BAL-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
      *    915-COMPUTE-EXPECTED-LINES DERIVES THE LINE COUNT THE LABEL
      *    MODE SAYS THE RUN'S LABELS (CUSTOMER AND SEED) MUST
      *    PRODUCE.  1-UP: NAME, ADDRESS, LOCATION, TWO TRAILING
      *    BLANKS, PLUS THE IMB LINE WHEN MAILERID WAS GIVEN.  3-UP:
      *    EACH ROW OF UP TO THREE LABELS IS NAME/ADDRESS/LOCATION
      *    LINES PLUS A TRAILING BLANK (PLUS TWO IMB LINES WHEN
      *    ENABLED), PLUS THE FORM-FEED LINES THE RUNTIME ACTUALLY
      *    ACCEPTED (SEE 430-FLUSH-3UP-ROW).
      *-----------------------------------------------------------------
       915-COMPUTE-EXPECTED-LINES.
           IF THREE-UP-MODE
               ELSE
                   MOVE 4 TO WS-LINES-PER-PIECE
               END-IF
               COMPUTE WS-EXP-ROWS = (WS-BAL-ALL-LABELS + 2) / 3
               COMPUTE WS-LINES-EXPECTED =
                   WS-EXP-ROWS * WS-LINES-PER-PIECE
                   + WS-FF-CTR
                   MOVE 5 TO WS-LINES-PER-PIECE
               END-IF
               COMPUTE WS-LINES-EXPECTED =
                   WS-BAL-ALL-LABELS * WS-LINES-PER-PIECE
           END-IF.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-MAILING-LABELS.
