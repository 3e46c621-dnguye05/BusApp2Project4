      ******************************************************************
      *PROGRAM : PROJECT 4   Customer Service Maintenance Screen       *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Conversational find/add/change/delete against the     *
      *          indexed customer master for customer service, so a    *
      *          corrected address reaches the master while the caller *
      *          is still on the line instead of waiting on the        *
      *          nightly CUST-MAINT run.  Adds and changes pass the    *
      *          same edits as CUST-MAINT's 210-VALIDATE-TRANSACTION   *
      *          (including the military and Canadian rules); a        *
      *          number retired by the merge utility resolves through  *
      *          the cross-reference to its survivor; and every master *
      *          update writes the same JRNLREC before/after journal   *
      *          record the batch programs write, so                   *
      *          NGUYEN-P04-JRNL-RESTORE can back it out.  A           *
      *          supervisor can also release a 'U' (undeliverable)     *
      *          flag once the customer confirms a good address.       *
      *                                                                *
      *          The operator is the signed-on user.  Their authority  *
      *          comes from p04-screen-auth.dat: level 'C' (clerk) may *
      *          find, add, change and delete; level 'S' (supervisor)  *
      *          may also release the flag.  Anyone not on the file    *
      *          may only find.  Each update attempt, applied or       *
      *          rejected, is logged with the operator to              *
      *          p04-screen-log.rpt, since the journal record has no   *
      *          room for who keyed it.                                *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.  A change keeps the record's        *
      *                  deliverability flag; only the release        *
      *                  function clears it.  Before any update the   *
      *                  record is read again, and the update is      *
      *                  refused if it no longer matches what the     *
      *                  operator was shown.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-CUST-SCREEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO 'p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS CM-CUST-NO
                             FILE STATUS IS WS-MST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'p04-cust-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JRN-STATUS.
           SELECT XREF-FILE  ASSIGN TO 'p04-custxref.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS XR-OLD-CUST-NO
                             FILE STATUS IS WS-XRF-STATUS.
           SELECT AUTH-FILE  ASSIGN TO 'p04-screen-auth.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-AUT-STATUS.
           SELECT SESSION-LOG ASSIGN TO 'p04-screen-log.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-LOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER.
       01  MASTER-REC.
           COPY CUSTMAST.
       FD  JOURNAL-FILE
           LABEL RECORD ARE OMITTED.
       01  JOURNAL-REC.
           COPY JRNLREC.
       FD  XREF-FILE.
       01  XREF-REC.
           COPY CUSTXREF.
       FD  AUTH-FILE
           LABEL RECORD ARE OMITTED.
       01  AUTH-REC.
           03  AU-OPERATOR             PIC X(08).
           03  AU-LEVEL                PIC X(01).
           03  AU-NAME                 PIC X(30).
       FD  SESSION-LOG
           LABEL RECORD ARE OMITTED.
       01  SESSION-LOG-REC             PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    THE KEYED FIELDS ARE HELD IN CUST-MAINT'S TRANSACTION LAYOUT
      *    SO ITS EDIT PARAGRAPHS APPLY TO THEM UNCHANGED.
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
           03  TRN-ZIP-X REDEFINES TRN-ZIP
                                       PIC X(09).
           03  TRN-ADDR-TYPE           PIC X(01).
               88  TRN-ADDR-DOMESTIC               VALUE ' ' 'D'.
               88  TRN-ADDR-MILITARY               VALUE 'M'.
               88  TRN-ADDR-CANADIAN               VALUE 'C'.
           03  TRN-FOREIGN-POSTAL      PIC X(06).
       01  MISC.
           03  WS-MST-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-AUT-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-LOG-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-APPLIED-CTR          PIC 9(6)    VALUE ZERO.
           03  WS-REJECT-CTR           PIC 9(6)    VALUE ZERO.
           03  WS-BLANK-CTR            PIC 9(2)    VALUE ZERO.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
               05  WS-MST-EOF-FLAG     PIC X       VALUE 'N'.
                   88  MST-EOF                     VALUE 'Y'.
               05  WS-VALID-SW         PIC X       VALUE 'Y'.
                   88  TRN-VALID                   VALUE 'Y'.
                   88  TRN-INVALID                 VALUE 'N'.
               05  WS-SESSION-SW       PIC X       VALUE 'N'.
                   88  END-OF-SESSION              VALUE 'Y'.
               05  WS-FOUND-SW         PIC X       VALUE 'N'.
                   88  CUSTOMER-FOUND              VALUE 'Y'.
               05  WS-ENTRY-SW         PIC X       VALUE 'N'.
                   88  ENTRY-VALID                 VALUE 'Y'.
           03  WS-UPPERCASE PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           03  WS-LOWERCASE PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
       01  OPERATOR-DATA.
           03  WS-OPERATOR             PIC X(08)   VALUE SPACES.
           03  WS-OPERATOR-NAME        PIC X(30)   VALUE SPACES.
           03  WS-AUTH-LEVEL           PIC X(01)   VALUE 'I'.
               88  AUTH-INQUIRY                    VALUE 'I'.
               88  AUTH-CLERK                      VALUE 'C'.
               88  AUTH-SUPERVISOR                 VALUE 'S'.
               88  AUTH-MAY-UPDATE                 VALUE 'C' 'S'.
           03  WS-AUTH-TEXT            PIC X(10)   VALUE SPACES.
       01  ENTRY-DATA.
           03  WS-FUNCTION             PIC X(01)   VALUE SPACE.
           03  WS-FUNCTION-NAME        PIC X(08)   VALUE SPACES.
           03  WS-ENTRY                PIC X(25)   VALUE SPACES.
           03  WS-ENTRY-LEN            PIC 9(2)    VALUE ZERO.
           03  WS-ENTRY-CUST-NO        PIC 9(6)    VALUE ZERO.
           03  WS-CONFIRM              PIC X(01)   VALUE SPACE.
           03  WS-SAVE-DELIV-FLAG      PIC X(01)   VALUE SPACE.
           03  WS-FIND-LNAME           PIC X(15)   VALUE SPACES.
           03  WS-FIND-ZIP             PIC 9(5)    VALUE ZERO.
           03  WS-FIND-CTR             PIC 9(4)    VALUE ZERO.
       01  REGISTER-DATA.
           03  REG-DISPOSITION         PIC X(09)   VALUE SPACES.
           03  REG-REASON              PIC X(30)   VALUE SPACES.
       01  XREF-DATA.
           03  WS-XRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-XREF-AVAIL-SW        PIC X       VALUE 'N'.
               88  XREF-AVAILABLE                  VALUE 'Y'.
           03  WS-APPLY-CUST-NO        PIC 9(6)    VALUE ZERO.
       01  JOURNAL-DATA.
           03  WS-JRN-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-JRN-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-JRN-TIME             PIC X(8)    VALUE SPACES.
           03  WS-JRN-ACTION           PIC X       VALUE SPACE.
           03  WS-JRN-BEFORE           PIC X(100)  VALUE LOW-VALUES.
           03  WS-JRN-AFTER            PIC X(100)  VALUE LOW-VALUES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-OPEN-MASTER.
           PERFORM 120-OPEN-JOURNAL.
           PERFORM 130-OPEN-XREF.
           PERFORM 140-SIGN-ON.
           PERFORM 150-OPEN-SESSION-LOG.
           PERFORM UNTIL END-OF-SESSION
               PERFORM 200-PROCESS-FUNCTION
           END-PERFORM.
           PERFORM 500-WRITE-SESSION-TOTALS.
           CLOSE CUST-MASTER
                 JOURNAL-FILE
                 SESSION-LOG.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.
           DISPLAY SPACES.
           DISPLAY 'UPDATES APPLIED  : ', WS-APPLIED-CTR.
           DISPLAY 'UPDATES REJECTED : ', WS-REJECT-CTR.
           STOP RUN.
      *-----------------------------------------------------------------
      *    110-OPEN-MASTER OPENS THE MASTER FOR UPDATE.  UNLIKE THE
      *    NIGHTLY CUST-MAINT THIS PROGRAM NEVER CREATES AN EMPTY
      *    MASTER -- A MISSING ONE IS AN ERROR FOR OPERATIONS, NOT
      *    SOMETHING FOR CUSTOMER SERVICE TO START KEYING INTO.
      *-----------------------------------------------------------------
       110-OPEN-MASTER.
           OPEN I-O CUST-MASTER.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'CUST-SCREEN: CANNOT OPEN MASTER, STATUS '
                       WS-MST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    120-OPEN-JOURNAL OPENS THE CHANGE JOURNAL FOR APPEND THE WAY
      *    CUST-MAINT DOES.  NO JOURNAL, NO SESSION: AN UNJOURNALED
      *    UPDATE COULD NOT BE BACKED OUT.
      *-----------------------------------------------------------------
       120-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'CUST-SCREEN: CANNOT OPEN JOURNAL, STATUS '
                       WS-JRN-STATUS
               CLOSE CUST-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    130-OPEN-XREF OPENS THE MERGE CROSS-REFERENCE WHEN THERE IS
      *    ONE, AS IN CUST-MAINT.
      *-----------------------------------------------------------------
       130-OPEN-XREF.
           OPEN INPUT XREF-FILE.
           EVALUATE WS-XRF-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-XREF-AVAIL-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUST-SCREEN: CANNOT OPEN XREF, STATUS '
                           WS-XRF-STATUS
                   CLOSE CUST-MASTER
                         JOURNAL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    140-SIGN-ON TAKES THE OPERATOR FROM THE SIGNED-ON USER AND
      *    LOOKS UP THEIR AUTHORITY.  NOT ON THE FILE, OR NO FILE AT
      *    ALL, LEAVES THEM AT INQUIRY -- UPDATE AUTHORITY IS GRANTED,
      *    NEVER ASSUMED.
      *-----------------------------------------------------------------
       140-SIGN-ON.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'.
           INSPECT WS-OPERATOR
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           OPEN INPUT AUTH-FILE.
           IF WS-AUT-STATUS = '00'
               PERFORM UNTIL EOF
                   READ AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           INSPECT AU-OPERATOR
                               CONVERTING WS-LOWERCASE TO WS-UPPERCASE
                           IF AU-OPERATOR = WS-OPERATOR
                                   AND WS-OPERATOR NOT = SPACES
                                   AND (AU-LEVEL = 'C' OR 'S')
                               MOVE AU-LEVEL TO WS-AUTH-LEVEL
                               MOVE AU-NAME  TO WS-OPERATOR-NAME
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN AUTH-SUPERVISOR
                   MOVE 'SUPERVISOR' TO WS-AUTH-TEXT
               WHEN AUTH-CLERK
                   MOVE 'CLERK'      TO WS-AUTH-TEXT
               WHEN OTHER
                   MOVE 'INQUIRY'    TO WS-AUTH-TEXT
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    150-OPEN-SESSION-LOG OPENS THE SESSION LOG FOR APPEND,
      *    CREATING IT ON FIRST USE LIKE THE LABEL RUN'S RUN LOG.
      *-----------------------------------------------------------------
       150-OPEN-SESSION-LOG.
           OPEN EXTEND SESSION-LOG.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT SESSION-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CUST-SCREEN: CANNOT OPEN SESSION LOG, STATUS '
                       WS-LOG-STATUS
               CLOSE CUST-MASTER
                     JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    200-PROCESS-FUNCTION SHOWS THE MENU AND RUNS ONE FUNCTION.
      *    THREE EMPTY REPLIES RUNNING END THE SESSION -- THE TERMINAL
      *    HAS GONE AWAY, AND THE FILES MUST STILL BE CLOSED CLEANLY.
      *-----------------------------------------------------------------
       200-PROCESS-FUNCTION.
           DISPLAY SPACES.
           DISPLAY 'CUSTOMER MAINTENANCE   OPERATOR ', WS-OPERATOR,
                   '  AUTHORITY ', WS-AUTH-TEXT.
           DISPLAY '  F  FIND       A  ADD       C  CHANGE'.
           DISPLAY '  D  DELETE     R  RELEASE UNDELIVERABLE FLAG'.
           DISPLAY '  X  EXIT'.
           DISPLAY 'FUNCTION: ' WITH NO ADVANCING.
           MOVE SPACE TO WS-FUNCTION.
           ACCEPT WS-FUNCTION.
           INSPECT WS-FUNCTION
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           IF WS-FUNCTION = SPACE
               ADD 1 TO WS-BLANK-CTR
               IF WS-BLANK-CTR > 2
                   MOVE 'Y' TO WS-SESSION-SW
               END-IF
           ELSE
               MOVE ZERO TO WS-BLANK-CTR
           END-IF.
           EVALUATE WS-FUNCTION
               WHEN 'F'
                   PERFORM 300-FIND-CUSTOMER
               WHEN 'A'
                   IF AUTH-MAY-UPDATE
                       PERFORM 320-ADD-CUSTOMER
                   ELSE
                       DISPLAY 'NOT AUTHORIZED TO UPDATE THE MASTER'
                   END-IF
               WHEN 'C'
                   IF AUTH-MAY-UPDATE
                       PERFORM 330-CHANGE-CUSTOMER
                   ELSE
                       DISPLAY 'NOT AUTHORIZED TO UPDATE THE MASTER'
                   END-IF
               WHEN 'D'
                   IF AUTH-MAY-UPDATE
                       PERFORM 340-DELETE-CUSTOMER
                   ELSE
                       DISPLAY 'NOT AUTHORIZED TO UPDATE THE MASTER'
                   END-IF
               WHEN 'R'
                   IF AUTH-SUPERVISOR
                       PERFORM 350-RELEASE-FLAG
                   ELSE
                       DISPLAY 'RELEASING THE FLAG NEEDS SUPERVISOR '
                               'AUTHORITY'
                   END-IF
               WHEN 'X'
                   MOVE 'Y' TO WS-SESSION-SW
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNKNOWN FUNCTION: ', WS-FUNCTION
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    210-VALIDATE-TRANSACTION, 212 AND 213 ARE CUST-MAINT'S
      *    EDITS, KEPT LINE FOR LINE SO THE SCREEN ACCEPTS EXACTLY WHAT
      *    THE NIGHTLY RUN ACCEPTS.  A CHANGE HERE BELONGS THERE TOO.
      *-----------------------------------------------------------------
       210-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE SPACES TO REG-REASON.
           EVALUATE TRUE
               WHEN NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID ACTION CODE' TO REG-REASON
               WHEN TRN-CUST-NO NOT NUMERIC OR TRN-CUST-NO = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MISSING/INVALID CUSTOMER NO' TO REG-REASON
               WHEN TRN-DELETE
                   CONTINUE
               WHEN TRN-LNAME = SPACES OR TRN-FNAME = SPACES
                       OR TRN-ADDRESS = SPACES OR TRN-CITY = SPACES
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MISSING NAME/ADDRESS/CITY' TO REG-REASON
               WHEN NOT (TRN-ADDR-DOMESTIC OR TRN-ADDR-MILITARY
                       OR TRN-ADDR-CANADIAN)
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID ADDRESS TYPE' TO REG-REASON
               WHEN TRN-ADDR-MILITARY
                   PERFORM 212-VALIDATE-MILITARY
               WHEN TRN-ADDR-CANADIAN
                   PERFORM 213-VALIDATE-CANADIAN
               WHEN TRN-STATE = SPACES
                       OR TRN-STATE(1:1) < 'A' OR TRN-STATE(1:1) > 'Z'
                       OR TRN-STATE(2:1) < 'A' OR TRN-STATE(2:1) > 'Z'
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID STATE CODE' TO REG-REASON
               WHEN TRN-ZIP-SPLIT-5 NOT NUMERIC
                       OR TRN-ZIP-SPLIT-5 = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MISSING/INVALID ZIP' TO REG-REASON
               WHEN TRN-ZIP-SPLIT-4 NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MISSING/INVALID ZIP+4' TO REG-REASON
           END-EVALUATE.
      *-----------------------------------------------------------------
       212-VALIDATE-MILITARY.
           EVALUATE TRUE
               WHEN TRN-STATE NOT = 'AA' AND TRN-STATE NOT = 'AE'
                       AND TRN-STATE NOT = 'AP'
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MILITARY STATE NOT AA/AE/AP'
                       TO REG-REASON
               WHEN TRN-ZIP-SPLIT-5 NOT NUMERIC
                       OR TRN-ZIP-SPLIT-5 = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MISSING/INVALID ZIP' TO REG-REASON
               WHEN TRN-ZIP-SPLIT-4 NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MISSING/INVALID ZIP+4' TO REG-REASON
           END-EVALUATE.
      *-----------------------------------------------------------------
       213-VALIDATE-CANADIAN.
           EVALUATE TRUE
               WHEN TRN-STATE = SPACES
                       OR TRN-STATE(1:1) < 'A' OR TRN-STATE(1:1) > 'Z'
                       OR TRN-STATE(2:1) < 'A' OR TRN-STATE(2:1) > 'Z'
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID PROVINCE CODE' TO REG-REASON
               WHEN TRN-FOREIGN-POSTAL(1:1) < 'A'
                       OR TRN-FOREIGN-POSTAL(1:1) > 'Z'
                       OR TRN-FOREIGN-POSTAL(2:1) NOT NUMERIC
                       OR TRN-FOREIGN-POSTAL(3:1) < 'A'
                       OR TRN-FOREIGN-POSTAL(3:1) > 'Z'
                       OR TRN-FOREIGN-POSTAL(4:1) NOT NUMERIC
                       OR TRN-FOREIGN-POSTAL(5:1) < 'A'
                       OR TRN-FOREIGN-POSTAL(5:1) > 'Z'
                       OR TRN-FOREIGN-POSTAL(6:1) NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID CANADIAN POSTAL CODE' TO REG-REASON
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    215-RESOLVE-CUST-NO RUNS THE KEYED NUMBER THROUGH THE MERGE
      *    CROSS-REFERENCE, AS CUST-MAINT DOES.
      *-----------------------------------------------------------------
       215-RESOLVE-CUST-NO.
           MOVE TRN-CUST-NO TO WS-APPLY-CUST-NO.
           IF XREF-AVAILABLE
               MOVE TRN-CUST-NO TO XR-OLD-CUST-NO
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-NEW-CUST-NO TO WS-APPLY-CUST-NO
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *    260-MOVE-TRANS-TO-MASTER BUILDS THE MASTER IMAGE FROM THE
      *    KEYED FIELDS AS CUST-MAINT DOES, EXCEPT THAT THE CALLER'S
      *    DELIVERABILITY FLAG IS CARRIED OVER: CORRECTING A NAME MUST
      *    NOT QUIETLY RELEASE AN UNDELIVERABLE RECORD.
      *-----------------------------------------------------------------
       260-MOVE-TRANS-TO-MASTER.
           MOVE CM-DELIV-FLAG TO WS-SAVE-DELIV-FLAG.
           MOVE SPACES      TO MASTER-REC.
           MOVE WS-APPLY-CUST-NO TO CM-CUST-NO.
           MOVE TRN-LNAME   TO CM-LNAME.
           MOVE TRN-FNAME   TO CM-FNAME.
           MOVE TRN-ADDRESS TO CM-ADDRESS.
           MOVE TRN-CITY    TO CM-CITY.
           MOVE TRN-STATE   TO CM-STATE.
           MOVE TRN-ADDR-TYPE TO CM-ADDR-TYPE.
           MOVE TRN-FOREIGN-POSTAL TO CM-FOREIGN-POSTAL.
           MOVE WS-SAVE-DELIV-FLAG TO CM-DELIV-FLAG.
           IF TRN-ADDR-CANADIAN AND TRN-ZIP NOT NUMERIC
               MOVE ZERO    TO CM-ZIP
           ELSE
               MOVE TRN-ZIP TO CM-ZIP
           END-IF.
      *-----------------------------------------------------------------
      *    270-WRITE-JOURNAL APPENDS ONE CHANGE-JOURNAL RECORD FOR THE
      *    MASTER UPDATE JUST MADE, STAMPED WITH THE MOMENT OF THE
      *    UPDATE (A SESSION CAN RUN FOR HOURS).  WRITTEN ONLY AFTER
      *    THE MASTER I-O CAME BACK CLEAN.
      *-----------------------------------------------------------------
       270-WRITE-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE SPACES           TO JOURNAL-REC.
           MOVE WS-JRN-DATE      TO JR-DATE.
           MOVE WS-JRN-TIME(1:6) TO JR-TIME.
           MOVE 'CUST-SCREEN'    TO JR-PROGRAM.
           MOVE WS-JRN-ACTION    TO JR-ACTION.
           MOVE CM-CUST-NO       TO JR-CUST-NO.
           MOVE WS-JRN-BEFORE    TO JR-BEFORE.
           MOVE WS-JRN-AFTER     TO JR-AFTER.
           WRITE JOURNAL-REC.
      *-----------------------------------------------------------------
      *    280-LOG-UPDATE SHOWS THE OUTCOME OF ONE UPDATE ATTEMPT AND
      *    WRITES IT TO THE SESSION LOG WITH THE OPERATOR.
      *-----------------------------------------------------------------
       280-LOG-UPDATE.
           IF TRN-INVALID
               MOVE 'REJECTED' TO REG-DISPOSITION
               ADD 1 TO WS-REJECT-CTR
           ELSE
               MOVE 'APPLIED'  TO REG-DISPOSITION
               ADD 1 TO WS-APPLIED-CTR
           END-IF.
           DISPLAY REG-DISPOSITION, ' ', REG-REASON.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE SPACES TO SESSION-LOG-REC.
           STRING
               WS-JRN-DATE        DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-JRN-TIME(1:6)   DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-OPERATOR        DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WS-FUNCTION-NAME   DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               TRN-CUST-NO        DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               REG-DISPOSITION    DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               REG-REASON         DELIMITED BY SIZE
               INTO SESSION-LOG-REC
           END-STRING.
           WRITE SESSION-LOG-REC.
      *-----------------------------------------------------------------
      *    300-FIND-CUSTOMER SHOWS ONE CUSTOMER BY NUMBER, OR -- WITH
      *    NO NUMBER KEYED -- LISTS EVERYONE WITH A GIVEN LAST NAME
      *    AND ZIP5 SO THE OPERATOR CAN PICK OUT THE NUMBER.
      *-----------------------------------------------------------------
       300-FIND-CUSTOMER.
           DISPLAY 'CUSTOMER NO (BLANK TO SEARCH BY NAME): '
                   WITH NO ADVANCING.
           PERFORM 365-ACCEPT-CUST-NO.
           IF WS-ENTRY = SPACES
               PERFORM 305-FIND-BY-NAME
           ELSE
               IF ENTRY-VALID
                   PERFORM 360-READ-CUSTOMER
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       305-FIND-BY-NAME.
           DISPLAY 'LAST NAME: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           INSPECT WS-ENTRY
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           MOVE WS-ENTRY TO WS-FIND-LNAME.
           DISPLAY 'ZIP5     : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-FIND-LNAME = SPACES OR WS-ENTRY(1:5) NOT NUMERIC
               DISPLAY 'GIVE A LAST NAME AND A 5-DIGIT ZIP'
           ELSE
               MOVE WS-ENTRY(1:5) TO WS-FIND-ZIP
               MOVE ZERO TO WS-FIND-CTR
               MOVE 'N' TO WS-MST-EOF-FLAG
               MOVE ZERO TO CM-CUST-NO
               START CUST-MASTER KEY NOT LESS THAN CM-CUST-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-MST-EOF-FLAG
               END-START
               PERFORM UNTIL MST-EOF
                   READ CUST-MASTER NEXT
                       AT END
                           MOVE 'Y' TO WS-MST-EOF-FLAG
                       NOT AT END
                           IF CM-LNAME = WS-FIND-LNAME
                                   AND CM-ZIP-SPLIT-5 = WS-FIND-ZIP
                               ADD 1 TO WS-FIND-CTR
                               DISPLAY '  ', CM-CUST-NO, ' ',
                                       CM-FNAME, ' ', CM-LNAME, ' ',
                                       CM-ADDRESS, ' ', CM-DELIV-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FIND-CTR = ZERO
                   DISPLAY 'NO MATCHING CUSTOMER ON THE MASTER'
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       310-SHOW-CUSTOMER.
           DISPLAY SPACES.
           DISPLAY 'CUSTOMER NO : ', CM-CUST-NO.
           DISPLAY 'NAME        : ', CM-FNAME, ' ', CM-LNAME.
           DISPLAY 'ADDRESS     : ', CM-ADDRESS.
           DISPLAY 'CITY        : ', CM-CITY.
           DISPLAY 'STATE/ZIP   : ', CM-STATE, ' ', CM-ZIP-SPLIT-5,
                   '-', CM-ZIP-SPLIT-4.
           EVALUATE TRUE
               WHEN CM-ADDR-MILITARY
                   DISPLAY 'ADDRESS TYPE: MILITARY APO/FPO'
               WHEN CM-ADDR-CANADIAN
                   DISPLAY 'ADDRESS TYPE: CANADIAN - POSTAL ',
                           CM-FOREIGN-POSTAL
               WHEN OTHER
                   DISPLAY 'ADDRESS TYPE: DOMESTIC'
           END-EVALUATE.
           IF CM-UNDELIVERABLE
               DISPLAY 'DELIVERABLE : NO - FLAGGED UNDELIVERABLE '
                       'BY NIXIE RETURN MAIL'
           ELSE
               DISPLAY 'DELIVERABLE : YES'
           END-IF.
      *-----------------------------------------------------------------
      *    320-ADD-CUSTOMER TAKES A NEW NUMBER AND THE FIELDS, EDITS
      *    THEM, AND WRITES THE RECORD.  AS IN CUST-MAINT, A NUMBER THE
      *    MERGE UTILITY RETIRED OR ONE ALREADY ON THE MASTER IS
      *    REFUSED.
      *-----------------------------------------------------------------
       320-ADD-CUSTOMER.
           MOVE 'ADD'    TO WS-FUNCTION-NAME.
           MOVE SPACES   TO TRANS-REC.
           MOVE 'A'      TO TRN-ACTION.
           DISPLAY 'NEW CUSTOMER NO: ' WITH NO ADVANCING.
           PERFORM 365-ACCEPT-CUST-NO.
           IF ENTRY-VALID
               MOVE WS-ENTRY-CUST-NO TO TRN-CUST-NO
               PERFORM 215-RESOLVE-CUST-NO
               MOVE WS-APPLY-CUST-NO TO CM-CUST-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SW
               END-READ
               EVALUATE TRUE
                   WHEN WS-APPLY-CUST-NO NOT = TRN-CUST-NO
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'CUST NO RETIRED BY MERGE' TO REG-REASON
                       PERFORM 280-LOG-UPDATE
                   WHEN CUSTOMER-FOUND
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'DUPLICATE CUSTOMER NO' TO REG-REASON
                       PERFORM 280-LOG-UPDATE
                   WHEN OTHER
                       MOVE SPACE TO CM-DELIV-FLAG
                       PERFORM 325-KEY-FIELDS
                       PERFORM 210-VALIDATE-TRANSACTION
                       IF TRN-VALID
                           PERFORM 260-MOVE-TRANS-TO-MASTER
                           WRITE MASTER-REC
                               INVALID KEY
                                   MOVE 'N' TO WS-VALID-SW
                                   MOVE 'MASTER WRITE FAILED'
                                       TO REG-REASON
                               NOT INVALID KEY
                                   MOVE LOW-VALUES TO WS-JRN-BEFORE
                                   MOVE MASTER-REC TO WS-JRN-AFTER
                                   MOVE 'A'        TO WS-JRN-ACTION
                                   PERFORM 270-WRITE-JOURNAL
                           END-WRITE
                       END-IF
                       PERFORM 280-LOG-UPDATE
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    325-KEY-FIELDS PROMPTS FOR EACH FIELD, SHOWING WHAT IS THERE
      *    NOW; AN EMPTY REPLY KEEPS IT.  THE ZIP IS ASKED FOR ONLY ON
      *    A U.S. OR MILITARY ADDRESS AND THE POSTAL CODE ONLY ON A
      *    CANADIAN ONE; A 5-DIGIT ZIP IS TAKEN AS ZIP+4 0000.
      *-----------------------------------------------------------------
       325-KEY-FIELDS.
           DISPLAY 'LAST NAME    [', TRN-LNAME, ']: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO TRN-LNAME
           END-IF.
           DISPLAY 'FIRST NAME   [', TRN-FNAME, ']: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO TRN-FNAME
           END-IF.
           DISPLAY 'ADDRESS      [', TRN-ADDRESS, ']: '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO TRN-ADDRESS
           END-IF.
           DISPLAY 'CITY         [', TRN-CITY, ']: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO TRN-CITY
           END-IF.
           DISPLAY 'ADDR TYPE D/M/C [', TRN-ADDR-TYPE, ']: '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO TRN-ADDR-TYPE
           END-IF.
           INSPECT TRANS-REC
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
           DISPLAY 'STATE/PROV   [', TRN-STATE, ']: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO TRN-STATE
           END-IF.
           IF TRN-ADDR-CANADIAN
               MOVE ZERO TO TRN-ZIP
               DISPLAY 'POSTAL CODE  [', TRN-FOREIGN-POSTAL, ']: '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRY
               ACCEPT WS-ENTRY
               IF WS-ENTRY NOT = SPACES
                   MOVE WS-ENTRY TO TRN-FOREIGN-POSTAL
               END-IF
           ELSE
               MOVE SPACES TO TRN-FOREIGN-POSTAL
               DISPLAY 'ZIP          [', TRN-ZIP-X, ']: '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRY
               ACCEPT WS-ENTRY
               IF WS-ENTRY NOT = SPACES
                   IF WS-ENTRY(6:4) = SPACES
                       MOVE '0000' TO WS-ENTRY(6:4)
                   END-IF
                   MOVE WS-ENTRY(1:9) TO TRN-ZIP-X
               END-IF
           END-IF.
           INSPECT TRANS-REC
               CONVERTING WS-LOWERCASE TO WS-UPPERCASE.
      *-----------------------------------------------------------------
      *    330-CHANGE-CUSTOMER SHOWS THE RECORD, TAKES THE CORRECTED
      *    FIELDS, EDITS THEM, AND REWRITES THE RECORD IF IT IS STILL
      *    AS IT WAS SHOWN.
      *-----------------------------------------------------------------
       330-CHANGE-CUSTOMER.
           MOVE 'CHANGE' TO WS-FUNCTION-NAME.
           DISPLAY 'CUSTOMER NO: ' WITH NO ADVANCING.
           PERFORM 365-ACCEPT-CUST-NO.
           IF ENTRY-VALID
               PERFORM 360-READ-CUSTOMER
           ELSE
               MOVE 'N' TO WS-FOUND-SW
           END-IF.
           IF CUSTOMER-FOUND
               MOVE SPACES            TO TRANS-REC
               MOVE 'C'               TO TRN-ACTION
               MOVE CM-CUST-NO        TO TRN-CUST-NO
               MOVE CM-LNAME          TO TRN-LNAME
               MOVE CM-FNAME          TO TRN-FNAME
               MOVE CM-ADDRESS        TO TRN-ADDRESS
               MOVE CM-CITY           TO TRN-CITY
               MOVE CM-STATE          TO TRN-STATE
               MOVE CM-ZIP            TO TRN-ZIP
               MOVE CM-ADDR-TYPE      TO TRN-ADDR-TYPE
               MOVE CM-FOREIGN-POSTAL TO TRN-FOREIGN-POSTAL
               PERFORM 325-KEY-FIELDS
               PERFORM 210-VALIDATE-TRANSACTION
               IF TRN-VALID
                   PERFORM 370-REREAD-CUSTOMER
               END-IF
               IF TRN-VALID
                   PERFORM 260-MOVE-TRANS-TO-MASTER
                   REWRITE MASTER-REC
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'MASTER REWRITE FAILED' TO REG-REASON
                       NOT INVALID KEY
                           MOVE MASTER-REC TO WS-JRN-AFTER
                           MOVE 'C'        TO WS-JRN-ACTION
                           PERFORM 270-WRITE-JOURNAL
                   END-REWRITE
               END-IF
               PERFORM 280-LOG-UPDATE
           END-IF.
      *-----------------------------------------------------------------
       340-DELETE-CUSTOMER.
           MOVE 'DELETE' TO WS-FUNCTION-NAME.
           DISPLAY 'CUSTOMER NO: ' WITH NO ADVANCING.
           PERFORM 365-ACCEPT-CUST-NO.
           IF ENTRY-VALID
               PERFORM 360-READ-CUSTOMER
           ELSE
               MOVE 'N' TO WS-FOUND-SW
           END-IF.
           IF CUSTOMER-FOUND
               MOVE SPACES     TO TRANS-REC
               MOVE 'D'        TO TRN-ACTION
               MOVE CM-CUST-NO TO TRN-CUST-NO
               MOVE 'Y'        TO WS-VALID-SW
               MOVE SPACES     TO REG-REASON
               DISPLAY 'DELETE THIS CUSTOMER (Y/N)? ' WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR 'y'
                   PERFORM 370-REREAD-CUSTOMER
                   IF TRN-VALID
                       DELETE CUST-MASTER
                           INVALID KEY
                               MOVE 'N' TO WS-VALID-SW
                               MOVE 'MASTER DELETE FAILED'
                                   TO REG-REASON
                           NOT INVALID KEY
                               MOVE WS-JRN-BEFORE(1:6) TO CM-CUST-NO
                               MOVE LOW-VALUES TO WS-JRN-AFTER
                               MOVE 'D'        TO WS-JRN-ACTION
                               PERFORM 270-WRITE-JOURNAL
                       END-DELETE
                   END-IF
                   PERFORM 280-LOG-UPDATE
               ELSE
                   DISPLAY 'NOT DELETED'
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    350-RELEASE-FLAG CLEARS THE 'U' FLAG NIXIE SET, AFTER THE
      *    CUSTOMER HAS CONFIRMED A GOOD ADDRESS.  ONLY THE FLAG
      *    CHANGES; IT IS JOURNALED AS AN ORDINARY CHANGE.
      *-----------------------------------------------------------------
       350-RELEASE-FLAG.
           MOVE 'RELEASE' TO WS-FUNCTION-NAME.
           DISPLAY 'CUSTOMER NO: ' WITH NO ADVANCING.
           PERFORM 365-ACCEPT-CUST-NO.
           IF ENTRY-VALID
               PERFORM 360-READ-CUSTOMER
           ELSE
               MOVE 'N' TO WS-FOUND-SW
           END-IF.
           IF CUSTOMER-FOUND
               IF NOT CM-UNDELIVERABLE
                   DISPLAY 'CUSTOMER IS NOT FLAGGED UNDELIVERABLE'
               ELSE
                   MOVE SPACES     TO TRANS-REC
                   MOVE 'C'        TO TRN-ACTION
                   MOVE CM-CUST-NO TO TRN-CUST-NO
                   MOVE 'Y'        TO WS-VALID-SW
                   MOVE SPACES     TO REG-REASON
                   DISPLAY 'ADDRESS CONFIRMED GOOD - RELEASE (Y/N)? '
                           WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR 'y'
                       PERFORM 370-REREAD-CUSTOMER
                       IF TRN-VALID
                           MOVE SPACE TO CM-DELIV-FLAG
                           REWRITE MASTER-REC
                               INVALID KEY
                                   MOVE 'N' TO WS-VALID-SW
                                   MOVE 'MASTER REWRITE FAILED'
                                       TO REG-REASON
                               NOT INVALID KEY
                                   MOVE 'FLAG RELEASED' TO REG-REASON
                                   MOVE MASTER-REC TO WS-JRN-AFTER
                                   MOVE 'C'        TO WS-JRN-ACTION
                                   PERFORM 270-WRITE-JOURNAL
                           END-REWRITE
                       END-IF
                       PERFORM 280-LOG-UPDATE
                   ELSE
                       DISPLAY 'FLAG NOT RELEASED'
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    360-READ-CUSTOMER READS AND SHOWS THE CUSTOMER FOR THE
      *    NUMBER JUST KEYED, FOLLOWING A RETIRED NUMBER TO ITS MERGE
      *    SURVIVOR.  THE RECORD AS SHOWN IS KEPT AS THE BEFORE IMAGE.
      *-----------------------------------------------------------------
       360-READ-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-ENTRY-CUST-NO TO TRN-CUST-NO.
           PERFORM 215-RESOLVE-CUST-NO.
           IF WS-APPLY-CUST-NO NOT = TRN-CUST-NO
               DISPLAY 'CUSTOMER ', TRN-CUST-NO, ' WAS MERGED INTO ',
                       WS-APPLY-CUST-NO, ' ON ', XR-MERGE-DATE
           END-IF.
           MOVE WS-APPLY-CUST-NO TO CM-CUST-NO.
           READ CUST-MASTER
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT ON MASTER'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE MASTER-REC TO WS-JRN-BEFORE
                   PERFORM 310-SHOW-CUSTOMER
           END-READ.
      *-----------------------------------------------------------------
      *    365-ACCEPT-CUST-NO TAKES A CUSTOMER NUMBER OF ONE TO SIX
      *    DIGITS.  AN EMPTY REPLY IS LEFT FOR THE CALLER TO DECIDE.
      *-----------------------------------------------------------------
       365-ACCEPT-CUST-NO.
           MOVE 'N' TO WS-ENTRY-SW.
           MOVE ZERO TO WS-ENTRY-CUST-NO WS-ENTRY-LEN.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               INSPECT WS-ENTRY TALLYING WS-ENTRY-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-ENTRY-LEN > 6
                       OR WS-ENTRY(1:WS-ENTRY-LEN) NOT NUMERIC
                   DISPLAY 'CUSTOMER NO MUST BE 1 TO 6 DIGITS'
               ELSE
                   MOVE WS-ENTRY(1:WS-ENTRY-LEN) TO WS-ENTRY-CUST-NO
                   IF WS-ENTRY-CUST-NO = ZERO
                       DISPLAY 'CUSTOMER NO MUST BE 1 TO 6 DIGITS'
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-SW
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    370-REREAD-CUSTOMER READS THE RECORD AGAIN JUST BEFORE IT IS
      *    UPDATED.  IF THE NIGHTLY RUN, NIXIE OR ANOTHER OPERATOR HAS
      *    CHANGED IT SINCE IT WAS SHOWN, THE UPDATE IS REFUSED RATHER
      *    THAN LAID OVER THEIRS.
      *-----------------------------------------------------------------
       370-REREAD-CUSTOMER.
           MOVE WS-JRN-BEFORE(1:6) TO CM-CUST-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUSTOMER NO LONGER ON MASTER' TO REG-REASON
               NOT INVALID KEY
                   IF MASTER-REC NOT = WS-JRN-BEFORE
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'CHANGED SINCE SHOWN - REFIND'
                           TO REG-REASON
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       500-WRITE-SESSION-TOTALS.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO SESSION-LOG-REC.
           STRING
               WS-JRN-DATE           DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WS-OPERATOR           DELIMITED BY SIZE
               ' SESSION END  APPLIED: '
                                     DELIMITED BY SIZE
               WS-APPLIED-CTR        DELIMITED BY SIZE
               '  REJECTED: '        DELIMITED BY SIZE
               WS-REJECT-CTR         DELIMITED BY SIZE
               INTO SESSION-LOG-REC
           END-STRING.
           WRITE SESSION-LOG-REC.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-CUST-SCREEN.
