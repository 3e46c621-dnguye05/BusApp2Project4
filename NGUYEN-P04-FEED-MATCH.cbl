      ******************************************************************
      *PROGRAM : PROJECT 4   Donor/Events Feed Onboarding              *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Matches every record on the donor-list and events-    *
      *          list department feeds to the customer master on last  *
      *          name, first name and the full address/city/state/ZIP, *
      *          the same rule the consolidation utility uses.  A feed *
      *          record that matches exactly one customer goes on the  *
      *          feed cross-reference file (p04-feed-xref.dat) so the  *
      *          label run mails it under that customer's number.  A   *
      *          feed record with no one of that name on the master    *
      *          becomes an 'A' add transaction appended to            *
      *          p04-cust-trans.dat under the next free customer       *
      *          number, so CUST-MAINT's edits and change journal      *
      *          bring the person onto the master on its next run.     *
      *          Anything in between -- the name on the master at a    *
      *          different address, or an exact match on more than     *
      *          one customer -- is listed as ambiguous for a person   *
      *          to settle; no transaction is generated for it.  The   *
      *          register p04-feed-register.rpt lists every feed       *
      *          record as MATCHED, NEW, REPEAT, AMBIGUOUS or REJECTED.*
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.  The master is copied to a keyed    *
      *                  work file ordered by name so each feed       *
      *                  record is settled with one START; add         *
      *                  transactions already waiting on the           *
      *                  transaction file count as pending customers  *
      *                  so a rerun before CUST-MAINT adds no one     *
      *                  twice.                                       *
      *  10/15/2026  DN  Numbers on the customer archive are treated *
      *                  as in use, so a purged customer's number is *
      *                  never handed to a new person.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-FEED-MATCH.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONOR-FILE ASSIGN TO 'p04-donor-list.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-DNR-STATUS.
           SELECT EVENTS-FILE ASSIGN TO 'p04-events-list.csv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-EVT-STATUS.
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
           SELECT ARCHIVE-FILE ASSIGN TO 'p04-cust-archive.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS AR-CUST-NO
                             FILE STATUS IS WS-ARC-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'p04-cust-trans.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-TRN-STATUS.
           SELECT FEED-XREF  ASSIGN TO 'p04-feed-xref.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS FX-KEY
                             FILE STATUS IS WS-FX-STATUS.
           SELECT NAME-WORK  ASSIGN TO 'p04-feednmwk.tmp'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS NW-KEY
                             FILE STATUS IS WS-NWK-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'p04-feed-register.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  DONOR-FILE.
       01  DONOR-REC                    PIC X(91).
       FD  EVENTS-FILE.
       01  EVENTS-REC                   PIC X(91).
       FD  CUST-MASTER.
       01  MASTER-REC.
           COPY CUSTMAST.
       FD  XREF-FILE.
       01  XREF-REC.
           COPY CUSTXREF.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY CUSTARCH.
      *    SAME LAYOUT CUST-MAINT READS.
       FD  TRANS-FILE.
       01  TRANS-REC.
           03  TRN-ACTION              PIC X(01).
               88  TRN-ADD                         VALUE 'A'.
               88  TRN-CHANGE                      VALUE 'C'.
               88  TRN-DELETE                      VALUE 'D'.
           03  TRN-CUST-NO             PIC 9(06).
           03  TRN-LNAME               PIC X(15).
           03  TRN-FNAME               PIC X(15).
           03  TRN-ADDRESS             PIC X(25).
           03  TRN-CITY                PIC X(20).
           03  TRN-STATE               PIC X(02).
           03  TRN-ZIP                 PIC 9(09).
           03  TRN-ZIP-SPLIT REDEFINES TRN-ZIP.
               05  TRN-ZIP-SPLIT-5     PIC 9(05).
               05  TRN-ZIP-SPLIT-4     PIC 9(04).
           03  TRN-ADDR-TYPE           PIC X(01).
               88  TRN-ADDR-DOMESTIC               VALUE ' ' 'D'.
               88  TRN-ADDR-MILITARY               VALUE 'M'.
               88  TRN-ADDR-CANADIAN               VALUE 'C'.
           03  TRN-FOREIGN-POSTAL      PIC X(06).
       FD  FEED-XREF.
       01  FEED-XREF-REC.
           COPY FEEDXREF.
      *    ONE ENTRY PER CUSTOMER ON THE MASTER, PLUS ONE PER ADD
      *    TRANSACTION NOT YET APPLIED (NW-PENDING), KEYED BY NAME SO
      *    EVERYONE SHARING A FEED RECORD'S NAME READS BACK TOGETHER.
       FD  NAME-WORK.
       01  NAME-WORK-REC.
           03  NW-KEY.
               05  NW-LNAME            PIC X(15).
               05  NW-FNAME            PIC X(15).
               05  NW-CUST-NO          PIC 9(06).
           03  NW-ADDRESS              PIC X(25).
           03  NW-CITY                 PIC X(20).
           03  NW-STATE                PIC X(02).
           03  NW-ZIP                  PIC 9(09).
           03  NW-PENDING-SW           PIC X(01).
               88  NW-PENDING                      VALUE 'Y'.
       FD  REGISTER-FILE
           LABEL RECORD ARE OMITTED.
       01  REGISTER-REC                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  INPUT-DATA.
           03  I-FNAME                 PIC X(15).
           03  I-LNAME                 PIC X(15).
           03  I-ADDRESS               PIC X(25).
           03  I-CITY                  PIC X(20).
           03  I-STATE                 PIC X(2).
           03  I-ZIP                   PIC 9(9).
       01  MISC.
           03  WS-DNR-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-EVT-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-MST-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-XRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-ARC-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-TRN-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-FX-STATUS            PIC X(2)    VALUE SPACES.
           03  WS-NWK-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-FEED-REC             PIC X(91)   VALUE SPACES.
           03  WS-SRC-CODE             PIC X(1)    VALUE SPACE.
           03  WS-NEXT-CUST-NO         PIC 9(6)    VALUE 100000.
           03  WS-MASTER-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-PENDING-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-READ-CTR             PIC 9(6)    VALUE ZERO.
           03  WS-MATCHED-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-NEW-CTR              PIC 9(6)    VALUE ZERO.
           03  WS-REPEAT-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-AMBIG-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-REJECT-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
               05  WS-NAME-EOF-FLAG    PIC X       VALUE 'N'.
                   88  NAME-EOF                    VALUE 'Y'.
           03  WS-UPPERCASE PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           03  WS-LOWERCASE PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
       01  MATCH-DATA.
           03  WS-NAME-HITS            PIC 9(4)    VALUE ZERO.
           03  WS-EXACT-HITS           PIC 9(4)    VALUE ZERO.
           03  WS-HIT-CUST-NO          PIC 9(6)    VALUE ZERO.
           03  WS-HIT-PENDING-SW       PIC X       VALUE 'N'.
               88  HIT-IS-PENDING                  VALUE 'Y'.
       01  REGISTER-DATA.
           03  REG-DISPOSITION         PIC X(09)   VALUE SPACES.
           03  REG-CUST-NO             PIC 9(6)    VALUE ZERO.
           03  REG-REASON              PIC X(30)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT NAME-WORK.
           CLOSE NAME-WORK.
           OPEN I-O NAME-WORK.
           PERFORM 110-LOAD-MASTER.
           PERFORM 120-SCAN-XREF.
           PERFORM 125-SCAN-ARCHIVE.
           PERFORM 130-LOAD-PENDING-ADDS.
           PERFORM 140-OPEN-FEED-XREF.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 200-READ-DONOR-LIST.
           PERFORM 210-READ-EVENTS-LIST.
           PERFORM 500-WRITE-REGISTER-TOTALS.
           CLOSE NAME-WORK
                 TRANS-FILE
                 FEED-XREF
                 REGISTER-FILE.
           DISPLAY SPACES.
           DISPLAY 'FEED RECORDS READ: ', WS-READ-CTR.
           DISPLAY 'MATCHED          : ', WS-MATCHED-CTR.
           DISPLAY 'NEW (ADD TRANS)  : ', WS-NEW-CTR.
           DISPLAY 'REPEAT OF NEW    : ', WS-REPEAT-CTR.
           DISPLAY 'AMBIGUOUS        : ', WS-AMBIG-CTR.
           DISPLAY 'REJECTED         : ', WS-REJECT-CTR.
           STOP RUN.
      *-----------------------------------------------------------------
      *    110-LOAD-MASTER COPIES EVERY MASTER RECORD INTO THE NAME-
      *    KEYED WORK FILE AND NOTES THE HIGHEST CUSTOMER NUMBER IN
      *    USE.  THERE IS NOTHING TO ONBOARD AGAINST WITHOUT A MASTER,
      *    SO A MISSING ONE STOPS THE RUN.
      *-----------------------------------------------------------------
       110-LOAD-MASTER.
           OPEN INPUT CUST-MASTER.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'FEED-MATCH: CANNOT OPEN MASTER, STATUS '
                       WS-MST-STATUS
               CLOSE NAME-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CUST-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-CTR
                       IF CM-CUST-NO > WS-NEXT-CUST-NO
                           MOVE CM-CUST-NO TO WS-NEXT-CUST-NO
                       END-IF
                       MOVE SPACES     TO NAME-WORK-REC
                       MOVE CM-LNAME   TO NW-LNAME
                       MOVE CM-FNAME   TO NW-FNAME
                       MOVE CM-CUST-NO TO NW-CUST-NO
                       MOVE CM-ADDRESS TO NW-ADDRESS
                       MOVE CM-CITY    TO NW-CITY
                       MOVE CM-STATE   TO NW-STATE
                       MOVE CM-ZIP     TO NW-ZIP
                       MOVE 'N'        TO NW-PENDING-SW
                       WRITE NAME-WORK-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
      *-----------------------------------------------------------------
      *    120-SCAN-XREF KEEPS A NUMBER RETIRED BY THE CONSOLIDATION
      *    UTILITY FROM BEING HANDED OUT AGAIN: CUST-MAINT REJECTS AN
      *    ADD KEYED WITH A RETIRED NUMBER, SO THE NEXT FREE NUMBER
      *    MUST CLEAR THE CROSS-REFERENCE TOO.  NO XREF (STATUS 35)
      *    MEANS NOTHING HAS BEEN RETIRED.
      *-----------------------------------------------------------------
       120-SCAN-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XRF-STATUS = '00'
               PERFORM UNTIL EOF
                   READ XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF XR-OLD-CUST-NO > WS-NEXT-CUST-NO
                               MOVE XR-OLD-CUST-NO TO WS-NEXT-CUST-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    125-SCAN-ARCHIVE DOES THE SAME FOR CUSTOMERS THE RETENTION
      *    PROGRAM HAS PURGED: CUST-INQ STILL ANSWERS FOR THEM BY
      *    NUMBER, AND THE RESTORE UTILITY MAY PUT THEM BACK.  NO
      *    ARCHIVE (STATUS 35) MEANS NOBODY HAS BEEN PURGED.
      *-----------------------------------------------------------------
       125-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = '00'
               PERFORM UNTIL EOF
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF AR-CUST-NO > WS-NEXT-CUST-NO
                               MOVE AR-CUST-NO TO WS-NEXT-CUST-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    130-LOAD-PENDING-ADDS READS WHATEVER IS ALREADY WAITING ON
      *    THE TRANSACTION FILE FOR TONIGHT'S CUST-MAINT RUN.  EVERY
      *    NUMBER ON IT IS TREATED AS IN USE, AND EVERY ADD IS BOOKED
      *    ON THE NAME WORK FILE AS A PENDING CUSTOMER, SO RUNNING
      *    THIS PROGRAM TWICE BEFORE CUST-MAINT -- OR AFTER SOMEONE
      *    HAS KEYED THE SAME PERSON BY HAND -- GENERATES NO SECOND
      *    ADD.  THE FILE IS THEN REOPENED FOR APPEND SO THE KEYED
      *    TRANSACTIONS ARE KEPT AND OURS FOLLOW THEM.
      *-----------------------------------------------------------------
       130-LOAD-PENDING-ADDS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRN-STATUS = '00'
               PERFORM UNTIL EOF
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 135-BOOK-PENDING-TRANS
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           OPEN EXTEND TRANS-FILE.
           IF WS-TRN-STATUS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.
           IF WS-TRN-STATUS NOT = '00'
               DISPLAY 'FEED-MATCH: CANNOT OPEN TRANSACTIONS, STATUS '
                       WS-TRN-STATUS
               CLOSE NAME-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       135-BOOK-PENDING-TRANS.
           INSPECT TRANS-REC
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           IF TRN-CUST-NO NUMERIC
               IF TRN-CUST-NO > WS-NEXT-CUST-NO
                   MOVE TRN-CUST-NO TO WS-NEXT-CUST-NO
               END-IF
               IF TRN-ADD AND TRN-LNAME NOT = SPACES
                   MOVE SPACES      TO NAME-WORK-REC
                   MOVE TRN-LNAME   TO NW-LNAME
                   MOVE TRN-FNAME   TO NW-FNAME
                   MOVE TRN-CUST-NO TO NW-CUST-NO
                   MOVE TRN-ADDRESS TO NW-ADDRESS
                   MOVE TRN-CITY    TO NW-CITY
                   MOVE TRN-STATE   TO NW-STATE
                   MOVE TRN-ZIP     TO NW-ZIP
                   MOVE 'Y'         TO NW-PENDING-SW
                   WRITE NAME-WORK-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-PENDING-CTR
                   END-WRITE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    140-OPEN-FEED-XREF OPENS THE FEED CROSS-REFERENCE FOR
      *    UPDATE, CREATING IT ON THE FIRST RUN THE WAY CUST-MERGE
      *    CREATES THE MERGE CROSS-REFERENCE.  EARLIER RUNS' RECORDS
      *    ARE KEPT -- THE SAME FEED PERSON RECURS EVERY MONTH.
      *-----------------------------------------------------------------
       140-OPEN-FEED-XREF.
           OPEN I-O FEED-XREF.
           IF WS-FX-STATUS = '35'
               OPEN OUTPUT FEED-XREF
               CLOSE FEED-XREF
               OPEN I-O FEED-XREF
           END-IF.
           IF WS-FX-STATUS NOT = '00'
               DISPLAY 'FEED-MATCH: CANNOT OPEN FEED XREF, STATUS '
                       WS-FX-STATUS
               CLOSE NAME-WORK
                     TRANS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    200/210 READ THE TWO FEEDS IN THE LABEL RUN'S SOURCE ORDER
      *    (DONOR, THEN EVENTS).  A MISSING FEED CONTRIBUTES NOTHING,
      *    THE WAY IT DOES IN THE LABEL RUN.
      *-----------------------------------------------------------------
       200-READ-DONOR-LIST.
           MOVE 'D' TO WS-SRC-CODE.
           OPEN INPUT DONOR-FILE.
           IF WS-DNR-STATUS = '00'
               PERFORM UNTIL EOF
                   READ DONOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DONOR-REC TO WS-FEED-REC
                           PERFORM 300-MATCH-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE DONOR-FILE
               MOVE 'N' TO WS-EOF-FLAG
           ELSE
               DISPLAY 'FEED-MATCH: NO DONOR LIST, STATUS '
                       WS-DNR-STATUS
           END-IF.
      *-----------------------------------------------------------------
       210-READ-EVENTS-LIST.
           MOVE 'E' TO WS-SRC-CODE.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVT-STATUS = '00'
               PERFORM UNTIL EOF
                   READ EVENTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE EVENTS-REC TO WS-FEED-REC
                           PERFORM 300-MATCH-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           ELSE
               DISPLAY 'FEED-MATCH: NO EVENTS LIST, STATUS '
                       WS-EVT-STATUS
           END-IF.
      *-----------------------------------------------------------------
      *    300-MATCH-FEED-RECORD BREAKS OUT ONE FEED RECORD EXACTLY AS
      *    THE LABEL RUN'S 153-PREP-FEED-RECORD DOES -- THE CROSS-
      *    REFERENCE KEY MUST BE THE SAME IMAGE THE LABEL RUN WILL
      *    LOOK UP -- THEN READS BACK EVERYONE ON THE MASTER (OR
      *    PENDING) WITH THE SAME LAST AND FIRST NAME:
      *      ONE EXACT ADDRESS MATCH ON THE MASTER   MATCHED, XREF
      *      ONE EXACT MATCH ON A PENDING ADD        REPEAT, NOTHING
      *      MORE THAN ONE EXACT MATCH               AMBIGUOUS
      *      THE NAME ONLY AT OTHER ADDRESSES        AMBIGUOUS
      *      NO ONE BY THAT NAME                     NEW, ADD TRANS
      *    THE NAME-ONLY CASE IS NOT ADDED: THE LABEL RUN'S MERGE/
      *    PURGE ALREADY TREATS A NAME AS ONE PERSON, AND A MOVER
      *    ADDED AGAIN IS THE DUPLICATE THE CONSOLIDATION UTILITY
      *    EXISTS TO CLEAN UP.
      *-----------------------------------------------------------------
       300-MATCH-FEED-RECORD.
           ADD 1 TO WS-READ-CTR.
           INSPECT WS-FEED-REC
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           INITIALIZE INPUT-DATA.
           UNSTRING WS-FEED-REC DELIMITED BY ',' OR '*'
                   INTO I-LNAME, I-FNAME, I-ADDRESS,
                       I-CITY, I-STATE, I-ZIP
           END-UNSTRING.
           MOVE ZERO   TO REG-CUST-NO.
           MOVE SPACES TO REG-REASON.
           IF I-LNAME = SPACES OR I-FNAME = SPACES
               MOVE 'REJECTED'            TO REG-DISPOSITION
               MOVE 'MISSING NAME'        TO REG-REASON
               ADD 1 TO WS-REJECT-CTR
           ELSE
               PERFORM 310-FIND-NAME
               EVALUATE TRUE
                   WHEN WS-EXACT-HITS = 1 AND NOT HIT-IS-PENDING
                       PERFORM 320-WRITE-FEED-XREF
                   WHEN WS-EXACT-HITS = 1
                       MOVE 'REPEAT'      TO REG-DISPOSITION
                       MOVE WS-HIT-CUST-NO TO REG-CUST-NO
                       MOVE 'ALREADY PENDING AS NEW'
                                          TO REG-REASON
                       ADD 1 TO WS-REPEAT-CTR
                   WHEN WS-EXACT-HITS > 1
                       MOVE 'AMBIGUOUS'   TO REG-DISPOSITION
                       MOVE WS-HIT-CUST-NO TO REG-CUST-NO
                       MOVE 'MATCHES MORE THAN ONE CUSTOMER'
                                          TO REG-REASON
                       ADD 1 TO WS-AMBIG-CTR
                   WHEN WS-NAME-HITS > 0
                       MOVE 'AMBIGUOUS'   TO REG-DISPOSITION
                       MOVE WS-HIT-CUST-NO TO REG-CUST-NO
                       MOVE 'NAME ON MASTER AT OTHER ADDRESS'
                                          TO REG-REASON
                       ADD 1 TO WS-AMBIG-CTR
                   WHEN OTHER
                       PERFORM 330-WRITE-ADD-TRANS
               END-EVALUATE
           END-IF.
           PERFORM 400-WRITE-REGISTER-LINE.
      *-----------------------------------------------------------------
      *    310-FIND-NAME STARTS THE NAME WORK FILE AT THE FEED NAME
      *    AND READS FORWARD WHILE THE NAME HOLDS.  WS-HIT-CUST-NO
      *    ENDS UP NAMING THE EXACT MATCH WHEN THERE IS ONE, ELSE THE
      *    FIRST SAME-NAME CUSTOMER, FOR THE REGISTER.
      *-----------------------------------------------------------------
       310-FIND-NAME.
           MOVE ZERO   TO WS-NAME-HITS WS-EXACT-HITS WS-HIT-CUST-NO.
           MOVE 'N'    TO WS-HIT-PENDING-SW.
           MOVE 'N'    TO WS-NAME-EOF-FLAG.
           MOVE I-LNAME TO NW-LNAME.
           MOVE I-FNAME TO NW-FNAME.
           MOVE ZERO    TO NW-CUST-NO.
           START NAME-WORK KEY NOT LESS THAN NW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-NAME-EOF-FLAG
           END-START.
           PERFORM UNTIL NAME-EOF
               READ NAME-WORK NEXT
                   AT END
                       MOVE 'Y' TO WS-NAME-EOF-FLAG
                   NOT AT END
                       IF NW-LNAME = I-LNAME AND NW-FNAME = I-FNAME
                           PERFORM 315-COMPARE-ADDRESS
                       ELSE
                           MOVE 'Y' TO WS-NAME-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       315-COMPARE-ADDRESS.
           ADD 1 TO WS-NAME-HITS.
           IF NW-ADDRESS = I-ADDRESS AND NW-CITY = I-CITY
                   AND NW-STATE = I-STATE AND NW-ZIP = I-ZIP
               ADD 1 TO WS-EXACT-HITS
               MOVE NW-CUST-NO    TO WS-HIT-CUST-NO
               MOVE NW-PENDING-SW TO WS-HIT-PENDING-SW
           ELSE
               IF WS-HIT-CUST-NO = ZERO
                   MOVE NW-CUST-NO TO WS-HIT-CUST-NO
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    320-WRITE-FEED-XREF BOOKS A MATCH.  A FEED PERSON ALREADY
      *    ON THE CROSS-REFERENCE FROM AN EARLIER RUN IS REWRITTEN
      *    RATHER THAN REJECTED, SO A CUSTOMER WHOSE OLD NUMBER WAS
      *    MERGED AWAY PICKS UP THE SURVIVOR ON THE NEXT RUN.
      *-----------------------------------------------------------------
       320-WRITE-FEED-XREF.
           MOVE SPACES         TO FEED-XREF-REC.
           MOVE I-LNAME        TO FX-LNAME.
           MOVE I-FNAME        TO FX-FNAME.
           MOVE I-ADDRESS      TO FX-ADDRESS.
           MOVE I-CITY         TO FX-CITY.
           MOVE I-STATE        TO FX-STATE.
           MOVE I-ZIP          TO FX-ZIP.
           MOVE WS-HIT-CUST-NO TO FX-CUST-NO.
           MOVE WS-SRC-CODE    TO FX-SRC-CODE.
           MOVE WS-RUN-DATE    TO FX-MATCH-DATE.
           WRITE FEED-XREF-REC
               INVALID KEY
                   REWRITE FEED-XREF-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           MOVE WS-HIT-CUST-NO TO REG-CUST-NO.
           IF WS-FX-STATUS = '00'
               MOVE 'MATCHED'  TO REG-DISPOSITION
               ADD 1 TO WS-MATCHED-CTR
           ELSE
               MOVE 'AMBIGUOUS' TO REG-DISPOSITION
               STRING 'XREF WRITE FAILED, STATUS ' DELIMITED BY SIZE
                      WS-FX-STATUS                 DELIMITED BY SIZE
                      INTO REG-REASON
               END-STRING
               ADD 1 TO WS-AMBIG-CTR
           END-IF.
      *-----------------------------------------------------------------
      *    330-WRITE-ADD-TRANS TURNS A FEED PERSON NOBODY ON THE
      *    MASTER RESEMBLES INTO AN ADD TRANSACTION UNDER THE NEXT
      *    FREE NUMBER.  THE FEEDS ARE DOMESTIC LISTS, SO THE ADDRESS
      *    TYPE IS LEFT BLANK.  THE PERSON IS ALSO BOOKED AS PENDING
      *    SO THE SAME PERSON LATER ON THIS RUN (ON THE EVENTS LIST
      *    AFTER THE DONOR LIST, SAY) COMES OUT AS A REPEAT.  THE
      *    CROSS-REFERENCE IS NOT WRITTEN YET -- CUST-MAINT MAY STILL
      *    REJECT THE ADD; THE NEXT RUN AFTER IT APPLIES FINDS THE
      *    NEW CUSTOMER ON THE MASTER AND MATCHES THEM THEN.
      *-----------------------------------------------------------------
       330-WRITE-ADD-TRANS.
           ADD 1 TO WS-NEXT-CUST-NO.
           MOVE SPACES          TO TRANS-REC.
           MOVE 'A'             TO TRN-ACTION.
           MOVE WS-NEXT-CUST-NO TO TRN-CUST-NO.
           MOVE I-LNAME         TO TRN-LNAME.
           MOVE I-FNAME         TO TRN-FNAME.
           MOVE I-ADDRESS       TO TRN-ADDRESS.
           MOVE I-CITY          TO TRN-CITY.
           MOVE I-STATE         TO TRN-STATE.
           MOVE I-ZIP           TO TRN-ZIP.
           WRITE TRANS-REC.
           MOVE SPACES          TO NAME-WORK-REC.
           MOVE I-LNAME         TO NW-LNAME.
           MOVE I-FNAME         TO NW-FNAME.
           MOVE WS-NEXT-CUST-NO TO NW-CUST-NO.
           MOVE I-ADDRESS       TO NW-ADDRESS.
           MOVE I-CITY          TO NW-CITY.
           MOVE I-STATE         TO NW-STATE.
           MOVE I-ZIP           TO NW-ZIP.
           MOVE 'Y'             TO NW-PENDING-SW.
           WRITE NAME-WORK-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE 'NEW'           TO REG-DISPOSITION.
           MOVE WS-NEXT-CUST-NO TO REG-CUST-NO.
           MOVE 'ADD TRANSACTION WRITTEN' TO REG-REASON.
           ADD 1 TO WS-NEW-CTR.
      *-----------------------------------------------------------------
       400-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING
               REG-DISPOSITION    DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-SRC-CODE        DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               REG-CUST-NO        DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               REG-REASON         DELIMITED BY SIZE
               ' : '              DELIMITED BY SIZE
               I-FNAME            DELIMITED BY SPACE
               ' '                DELIMITED BY SIZE
               I-LNAME            DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               I-ADDRESS          DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               I-CITY             DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               I-STATE            DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               I-ZIP              DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       500-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING
               'MASTER RECORDS: '    DELIMITED BY SIZE
               WS-MASTER-CTR         DELIMITED BY SIZE
               '  PENDING ADDS ON TRANSACTION FILE: '
                                     DELIMITED BY SIZE
               WS-PENDING-CTR        DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING
               'FEED RECORDS READ: ' DELIMITED BY SIZE
               WS-READ-CTR           DELIMITED BY SIZE
               '  MATCHED: '         DELIMITED BY SIZE
               WS-MATCHED-CTR        DELIMITED BY SIZE
               '  NEW: '             DELIMITED BY SIZE
               WS-NEW-CTR            DELIMITED BY SIZE
               '  REPEAT: '          DELIMITED BY SIZE
               WS-REPEAT-CTR         DELIMITED BY SIZE
               '  AMBIGUOUS: '       DELIMITED BY SIZE
               WS-AMBIG-CTR          DELIMITED BY SIZE
               '  REJECTED: '        DELIMITED BY SIZE
               WS-REJECT-CTR         DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-FEED-MATCH.
